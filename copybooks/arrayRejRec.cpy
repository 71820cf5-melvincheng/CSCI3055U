*> ARRAYREJ reject line: the image of the control record that could
*> not be run, followed by an 8-character reason code -- ID-BLANK,
*> SIZE-ERR, PROF-ERR, NO-APPRV (no live dual-control approval, see
*> arrayAprRec.cpy), CC-ERR (cost centre missing, unknown or
*> inactive, see arrayCctRec.cpy) or RC=nnnn (createArray's return
*> code).  Written by arrayBatchDriver and ARRADHOC.
    01 rejectDetail.
        05 rejControlImage pic x(40).
        05 filler          pic x(4) value spaces.
        05 filler          pic x(8) value "REASON: ".
        05 rejReasonCode   pic x(8).
