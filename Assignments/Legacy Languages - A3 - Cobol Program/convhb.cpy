*>Held-batch store record. CONVHB is where CONVHOLD keeps the CONVIN
*>records of every batch on the hold queue (see convhq.cpy) until a
*>supervisor decides it: each record is one CONVIN record, header,
*>details and trailer exactly as they arrived, prefixed with the
*>batch identity so a batch's records can be found and carried as a
*>unit. A batch's records are always together and in their original
*>order, which is what lets a released batch go back into CONVIN
*>record for record.
01 CONVHB-RECORD.
    02 CONVHB-KEY.
       03 CONVHB-DEPT-ID     PICTURE X(08).
       03 CONVHB-BATCH-DATE  PICTURE 9(08).
       03 CONVHB-BATCH-NO    PICTURE 9(06).
    02 CONVHB-IMAGE          PICTURE X(40).
