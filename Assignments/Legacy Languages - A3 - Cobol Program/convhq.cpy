*>Hold-queue record, shared between CONVHOLD (which files an entry
*>for every batch it sets aside before CONVDRV runs, and feeds the
*>released ones back into the night's CONVIN) and CONVRELS (where a
*>supervisor releases or rejects them). Keyed on the batch identity
*>from the CONVIN header - department, batch date, batch number - the
*>same identity CONVREG registers once the batch has actually run, so
*>a held batch is on one file or the other, never both.
*>CONVHQ-STATE: 'H' held, waiting for a supervisor; 'R' released,
*>waiting for the next CONVHOLD to feed it; 'F' fed into CONVIN on
*>CONVHQ-FED-DATE; 'X' rejected, the held records discarded.
*>CONVHQ-REASONS holds one position per rule that stopped the batch,
*>blank where that rule didn't apply: 'P' department on probation,
*>'V' detail count over the department's hold volume, 'C' dated in a
*>month finance has closed, 'R' hold requested on the header itself.
*>CONVHQ-ACTED-BY, -DATE and -TIME are the supervisor who released or
*>rejected the batch and when; spaces and zeros while it is held.
01 CONVHQ-RECORD.
    02 CONVHQ-KEY.
       03 CONVHQ-DEPT-ID     PICTURE X(08).
       03 CONVHQ-BATCH-DATE  PICTURE 9(08).
       03 CONVHQ-BATCH-NO    PICTURE 9(06).
    02 CONVHQ-STATE          PICTURE X(01).
       88 CONVHQ-HELD        VALUE 'H'.
       88 CONVHQ-RELEASED    VALUE 'R'.
       88 CONVHQ-FED         VALUE 'F'.
       88 CONVHQ-REJECTED    VALUE 'X'.
    02 CONVHQ-REASONS.
       03 CONVHQ-REASON-PROBATION PICTURE X(01).
       03 CONVHQ-REASON-VOLUME    PICTURE X(01).
       03 CONVHQ-REASON-CLOSED    PICTURE X(01).
       03 CONVHQ-REASON-REQUEST   PICTURE X(01).
    02 CONVHQ-DETAILS        PICTURE 9(08).
    02 CONVHQ-HELD-DATE      PICTURE 9(08).
    02 CONVHQ-ACTED-BY       PICTURE X(08).
    02 CONVHQ-ACTED-DATE     PICTURE 9(08).
    02 CONVHQ-ACTED-TIME     PICTURE 9(08).
    02 CONVHQ-FED-DATE       PICTURE 9(08).
