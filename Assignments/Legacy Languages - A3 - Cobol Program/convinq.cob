WORKING-STORAGE SECTION.
COPY "convparm.cpy".
COPY "arrarea.cpy".
COPY "convdate.cpy".
77  I               PICTURE S99 USAGE IS COMPUTATIONAL.
77  INQ-CHOICE      PICTURE X(01).
    88 CHOICE-TO-VALUE   VALUE '1'.
    88 CHOICE-TO-NUMERAL VALUE '2'.
    88 CHOICE-HISTORY    VALUE '3'.
    88 CHOICE-DATE       VALUE '4'.
    88 CHOICE-EXIT       VALUES 'X', 'x'.
77  INQ-NUMERAL     PICTURE X(30).
77  INQ-VALUE       PICTURE X(08).
*>one-record CONVIN file or a hand grep of CONVLOG: key in a numeral
*>and get CONV's value and error text back, key in a value and get
*>RCONV's numeral back, or ask for the recent CONVLOG history of a
*>numeral to see when it was last converted and whether it failed,
*>or key in a date either way round - a Roman date such as
*>IV.VII.MDCCLXXVI for its yyyymmdd date, or yyyymmdd digits for the
*>Roman date - and get the same calendar check a batch date gets.
*>Plain ACCEPT/DISPLAY dialogue, same as any operator console in the
*>shop. Inquiries go through CONV itself, so they appear in CONVLOG
*>like every other conversion.
    DISPLAY '  1  NUMERAL TO VALUE'.
    DISPLAY '  2  VALUE TO NUMERAL'.
    DISPLAY '  3  NUMERAL HISTORY FROM CONVLOG'.
    DISPLAY '  4  DATE LOOKUP, ROMAN OR YYYYMMDD'.
    DISPLAY '  X  EXIT'.
    DISPLAY 'CHOICE: ' WITH NO ADVANCING.
    ACCEPT INQ-CHOICE.
            IF CHOICE-HISTORY
                PERFORM INQUIRE-HISTORY THRU INQUIRE-HISTORY-EXIT
            ELSE
                IF CHOICE-DATE
                    PERFORM INQUIRE-DATE THRU INQUIRE-DATE-EXIT
                ELSE
                    DISPLAY 'ENTER 1, 2, 3, 4 OR X'
                END-IF
            END-IF
        END-IF
    END-IF.
FIND-VALUE-LENGTH-EXIT.
    EXIT.

*>One prompt for both directions: eight digits are a yyyymmdd date
*>to render, anything else is taken for a Roman date to value. Both
*>go through DCONV, so the answer is the one a batch date record
*>would get.
INQUIRE-DATE.
    DISPLAY 'DATE: ' WITH NO ADVANCING.
    ACCEPT INQ-NUMERAL.
    MOVE 'INQUIRY' TO RUN-ID.
    MOVE 'S' TO MODE-IND.
    MOVE SPACES TO RUN-SERIAL.
    MOVE INQ-NUMERAL(1:8) TO DATE-DIGITS.
    IF DATE-DIGITS IS NUMERIC
        AND INQ-NUMERAL(9:22) IS EQUAL TO SPACES
        MOVE 'Y' TO DATE-DIR
        CALL "dconv" USING DATE-DIR, DATE-DIGITS, DATE-CANON,
            DATE-CALLS, ARRAY-AREA, M, ERR, SUM1, CASE-IND, ERR-POS,
            ERR-TEXT, RUN-ID, MODE-IND, NORM-IND, RUN-SERIAL
        IF ERR IS EQUAL TO 1
            DISPLAY DATE-DIGITS ' = ' ARRAY-AREA
        ELSE
            DISPLAY 'ERR ' ERR ': ' ERR-TEXT
        END-IF
    ELSE
        PERFORM LOAD-ARRAY THRU LOAD-ARRAY-EXIT
        MOVE 'D' TO DATE-DIR
        CALL "dconv" USING DATE-DIR, DATE-DIGITS, DATE-CANON,
            DATE-CALLS, ARRAY-AREA, M, ERR, SUM1, CASE-IND, ERR-POS,
            ERR-TEXT, RUN-ID, MODE-IND, NORM-IND, RUN-SERIAL
        IF ERR IS EQUAL TO 1
            DISPLAY INQ-NUMERAL ' = ' DATE-DIGITS
            IF CASE-FOLDED
                DISPLAY '(LOWER CASE FOLDED TO RECOGNIZE IT)'
            END-IF
        ELSE
            DISPLAY 'ERR ' ERR ' AT POSITION ' ERR-POS ': ' ERR-TEXT
        END-IF
    END-IF.
INQUIRE-DATE-EXIT.
    EXIT.

*>Archived history comes from the CONVHIX index with one keyed read;
*>the line-by-line walk then covers only the working CONVLOG, which
*>CONVARCH keeps trimmed to the recent generations. Before the index
