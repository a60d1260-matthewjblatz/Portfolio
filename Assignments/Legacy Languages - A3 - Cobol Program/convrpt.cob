77  ROMAN-COUNT     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  VALUE-COUNT     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  ARITH-COUNT     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  DATE-COUNT      PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  REJECT-COUNT    PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  SHOW-COUNT      PICTURE Z(7)9.
77  PAGE-SHOW       PICTURE ZZZ9.
*>one just means unidentified headings, not a dead report.
INITIALIZE-RUN.
    MOVE ZERO TO TOTAL-COUNT ROMAN-COUNT VALUE-COUNT REJECT-COUNT.
    MOVE ZERO TO ARITH-COUNT DATE-COUNT.
    MOVE ZERO TO PAGE-NUMBER.
    OPEN OUTPUT CONVRPT-FILE.
    PERFORM READ-BATCH-TOTALS THRU READ-BATCH-TOTALS-EXIT.
        IF CONVOUT-DIRECTION IS EQUAL TO 'A'
            ADD 1 TO ARITH-COUNT
        ELSE
            IF CONVOUT-DIRECTION IS EQUAL TO 'D' OR 'Y'
                ADD 1 TO DATE-COUNT
            ELSE
                ADD 1 TO ROMAN-COUNT
            END-IF
        END-IF
    END-IF.
    MOVE SPACES TO CONVRPT-RECORD.
*>rebuilding the master. Code 9 covers two driver conditions (a
*>subtraction to zero or less, and an unknown operation code) that
*>only the CONVREJ line tells apart, so this report uses wording
*>wide enough for both; code 0 likewise covers every way a date
*>record can fail to be a real date.
SET-ERR-WORDING.
    MOVE SPACES TO ERR-WORDING.
    IF CONVOUT-ERR IS EQUAL TO 0
        MOVE 'NOT A VALID CALENDAR DATE' TO ERR-WORDING
    ELSE
        IF CONVOUT-ERR IS EQUAL TO 2
            MOVE 'ILLEGAL ROMAN NUMERAL CHARACTER' TO ERR-WORDING
        ELSE
            IF CONVOUT-ERR IS EQUAL TO 3
                MOVE 'TOO MANY REPEATED NUMERALS' TO ERR-WORDING
            ELSE
                IF CONVOUT-ERR IS EQUAL TO 4
                    MOVE 'INVALID SUBTRACTIVE PAIR' TO ERR-WORDING
                ELSE
                    IF CONVOUT-ERR IS EQUAL TO 5
                        MOVE 'INVALID NUMERAL COUNT SUPPLIED'
                            TO ERR-WORDING
                    ELSE
                        IF CONVOUT-ERR IS EQUAL TO 6
                            MOVE 'VALUE OUT OF RANGE FOR NUMERAL'
                                TO ERR-WORDING
                        ELSE
                            IF CONVOUT-ERR IS EQUAL TO 7
                                MOVE 'VALUE FIELD NOT NUMERIC'
                                    TO ERR-WORDING
                            ELSE
                                IF CONVOUT-ERR IS EQUAL TO 8
                                    MOVE 'INVALID THOUSANDS BRACKET'
                                        TO ERR-WORDING
                                ELSE
                                  IF CONVOUT-ERR IS EQUAL TO 9
                                    MOVE
                             'ARITHMETIC COULD NOT PRODUCE A RESULT'
                                        TO ERR-WORDING
                                  ELSE
                                    MOVE 'ILLEGAL ROMAN NUMERAL'
                                        TO ERR-WORDING
                                  END-IF
                                END-IF
                            END-IF
                        END-IF
                    END-IF
    MOVE 'ARITHMETIC (A)              ' TO CONVRPT-RECORD(1:28).
    MOVE SHOW-COUNT TO CONVRPT-RECORD(29:8).
    WRITE CONVRPT-RECORD.
    MOVE DATE-COUNT TO SHOW-COUNT.
    MOVE SPACES TO CONVRPT-RECORD.
    MOVE 'DATES (D AND Y)             ' TO CONVRPT-RECORD(1:28).
    MOVE SHOW-COUNT TO CONVRPT-RECORD(29:8).
    WRITE CONVRPT-RECORD.
    MOVE REJECT-COUNT TO SHOW-COUNT.
    MOVE SPACES TO CONVRPT-RECORD.
    MOVE 'REJECTED                    ' TO CONVRPT-RECORD(1:28).
