WORKING-STORAGE SECTION.
COPY "convparm.cpy".
COPY "arrarea.cpy".
COPY "convdate.cpy".
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-INPUT VALUE 'Y'.
    88 MORE-INPUT   VALUE 'N'.
*>numeral the batch converted (after the same case folding CONV itself
*>reports in CONVOUT-CASE-IND). Any record where the two directions
*>disagree goes to CONVEXC, so a batch can be certified clean before
*>its totals leave the shop. A date record's value is a yyyymmdd
*>date, so it goes back through DCONV as a date rather than through
*>RCONV as a figure. Records CONV already failed carry no
*>usable SUM1 and are skipped - they are the reject path's problem,
*>not a reconciliation break.
PROCEDURE DIVISION.
        MOVE SPACES TO ARRAY-AREA
        PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
    ELSE
        IF CONVOUT-DIRECTION IS EQUAL TO 'D' OR 'Y'
            MOVE SUM1-DIGITS TO DATE-DIGITS
            MOVE 'Y' TO DATE-DIR
            CALL "dconv" USING DATE-DIR, DATE-DIGITS, DATE-CANON,
                DATE-CALLS, ARRAY-AREA, M, ERR, SUM1, CASE-IND,
                ERR-POS, ERR-TEXT, RUN-ID, MODE-IND, NORM-IND,
                RUN-SERIAL
        ELSE
            MOVE SUM1-DIGITS TO SUM1-VALUE
            MOVE SUM1-VALUE TO SUM1
            CALL "rconv" USING ARRAY-AREA, M, ERR, SUM1
        END-IF
        PERFORM COMPARE-RENDERINGS THRU COMPARE-RENDERINGS-EXIT
    END-IF.
CHECK-ONE-RECORD-EXIT.
