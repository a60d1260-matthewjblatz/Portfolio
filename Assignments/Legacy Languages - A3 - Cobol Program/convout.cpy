*>any program that reads the batch results back (see CONVRECON).
*>Every record shows both renderings regardless of which way it was
*>converted; CONVOUT-DIRECTION says which side was the input ('R' the
*>numeral, 'N' the value, 'A' an arithmetic record, 'D' a Roman date,
*>'Y' a yyyymmdd date). A date record shows the Roman date beside the
*>date as yyyymmdd in the value column.
*>CONVOUT-NORM-IND is 'Y' when a tolerant-mode run accepted an
*>archaic additive form, and CONVOUT-CANON then carries the canonical
*>numeral it equates to - the record shows both what was sent and
*>what it means, the same discipline CASE-IND gives case folding.
*>The trailing identity columns name the batch set the record came
*>from, the same three columns CONVREJ carries: on a stacked CONVIN
*>the run identifier alone can't say which department's batch a
*>result belongs to, and the delivery job (CONVDIST) splits the file
*>back into one delivery per set on them. A repaired record merged in
*>by a resubmit run carries the identity of the reject it repairs.
*>Legacy-file records carry spaces there.
01 CONVOUT-RECORD.
    02 CONVOUT-NUMERAL  PICTURE X(30).
    02 FILLER           PICTURE X(01) VALUE SPACE.
    02 CONVOUT-NORM-IND PICTURE X(01).
    02 FILLER           PICTURE X(01) VALUE SPACE.
    02 CONVOUT-CANON    PICTURE X(30).
    02 FILLER           PICTURE X(01) VALUE SPACE.
    02 CONVOUT-DEPT-ID  PICTURE X(08).
    02 FILLER           PICTURE X(01) VALUE SPACE.
    02 CONVOUT-BATCH-DATE PICTURE 9(08).
    02 FILLER           PICTURE X(01) VALUE SPACE.
    02 CONVOUT-BATCH-NO PICTURE 9(06).
