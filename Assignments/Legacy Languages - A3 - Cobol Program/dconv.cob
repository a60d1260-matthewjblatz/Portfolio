IDENTIFICATION DIVISION.
PROGRAM-ID. dconv.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
77  I            PICTURE S99 USAGE IS COMPUTATIONAL.
77  DATE-LEN     PICTURE S99 USAGE IS COMPUTATIONAL.
77  POINT-COUNT  PICTURE S99 USAGE IS COMPUTATIONAL.
77  POINT-1      PICTURE S99 USAGE IS COMPUTATIONAL.
77  POINT-2      PICTURE S99 USAGE IS COMPUTATIONAL.
77  FORM-POS     PICTURE S99 USAGE IS COMPUTATIONAL.
77  PART-START   PICTURE S99 USAGE IS COMPUTATIONAL.
77  PART-END     PICTURE S99 USAGE IS COMPUTATIONAL.
77  DAY-START    PICTURE S99 USAGE IS COMPUTATIONAL.
77  MONTH-START  PICTURE S99 USAGE IS COMPUTATIONAL.
77  YEAR-START   PICTURE S99 USAGE IS COMPUTATIONAL.
77  PART-M       PICTURE S99 USAGE IS COMPUTATIONAL.
77  PART-SUM1    PICTURE S9(8) USAGE IS COMPUTATIONAL.
77  PART-ERR     PICTURE S9 USAGE IS COMPUTATIONAL-3.
77  PART-CASE    PICTURE X(01).
77  PART-NORM    PICTURE X(01).
77  ANY-CASE     PICTURE X(01).
77  ANY-NORM     PICTURE X(01).
77  DAY-VALUE    PICTURE S9(8) USAGE IS COMPUTATIONAL.
77  MONTH-VALUE  PICTURE S9(8) USAGE IS COMPUTATIONAL.
77  YEAR-VALUE   PICTURE S9(8) USAGE IS COMPUTATIONAL.
77  MONTH-DAYS   PICTURE S99 USAGE IS COMPUTATIONAL.
77  LEAP-QUOTIENT PICTURE S9(8) USAGE IS COMPUTATIONAL.
77  LEAP-REMAINDER PICTURE S9(4) USAGE IS COMPUTATIONAL.
77  LEAP-SWITCH  PICTURE X(01).
    88 LEAP-YEAR VALUE 'Y'.
77  OUT-POS      PICTURE S99 USAGE IS COMPUTATIONAL.
77  OUT-TEXT     PICTURE X(30).
01  PART-AREA.
    02 PART-S PICTURE X(1) OCCURS 30 TIMES.
01  DATE-WORK.
    02 DATE-WORK-YEAR  PICTURE 9(04).
    02 DATE-WORK-MONTH PICTURE 9(02).
    02 DATE-WORK-DAY   PICTURE 9(02).
01  DATE-WORK-DIGITS REDEFINES DATE-WORK PICTURE X(08).
01  DATE-WORK-NUMBER REDEFINES DATE-WORK PICTURE 9(08).

*>Days in each month of a common year; February gains its 29th in a
*>leap year (see CHECK-CALENDAR).
01  MONTH-LENGTHS.
    02 FILLER PICTURE X(24) VALUE '312831303130313130313031'.
01  MONTH-TABLE REDEFINES MONTH-LENGTHS.
    02 MONTH-LENGTH PICTURE 99 OCCURS 12 TIMES.

LINKAGE SECTION.
COPY "convdate.cpy".
COPY "convparm.cpy".
COPY "arrarea.cpy".

*>Roman dates, both ways, for every program that handles them - the
*>same arrangement CONV and RCONV give single numerals. Valuing a
*>date ('D') reads its three numerals through CONV, one call apiece
*>with the caller's run identity and parse mode, so each is logged
*>and held to the same rules as any other numeral; only then is the
*>day, month and year checked as a real date. Rendering a date ('Y')
*>proves the yyyymmdd digits are a real date first and builds the
*>three numerals through RCONV. The calendar is the Gregorian one
*>throughout, run back before its adoption where a document is
*>older, which is how the shop dates every other record: a century
*>year is a leap year only when it divides by 400.
PROCEDURE DIVISION USING DATE-DIR, DATE-DIGITS, DATE-CANON,
    DATE-CALLS, ARRAY-AREA, M, ERR, SUM1, CASE-IND, ERR-POS, ERR-TEXT,
    RUN-ID, MODE-IND, NORM-IND, RUN-SERIAL.
    MOVE 1 TO ERR.
    MOVE ZERO TO ERR-POS.
    MOVE SPACES TO ERR-TEXT.
    MOVE ZERO TO SUM1.
    MOVE ZERO TO DATE-CALLS.
    MOVE SPACES TO DATE-CANON.
    MOVE 'N' TO CASE-IND.
    MOVE 'N' TO NORM-IND.
    IF DATE-FROM-DIGITS
        PERFORM RENDER-DATE THRU RENDER-DATE-EXIT
    ELSE
        MOVE SPACES TO DATE-DIGITS
        PERFORM VALUE-DATE THRU VALUE-DATE-EXIT
    END-IF.
    GOBACK.

*>The form is checked before any numeral is valued: exactly two
*>points, nothing empty either side of them, no blank inside. A
*>date that fails points ERR-POS at the first column that breaks
*>the form.
VALUE-DATE.
    MOVE M TO DATE-LEN.
    IF DATE-LEN IS LESS THAN 1 OR DATE-LEN IS GREATER THAN 30
        MOVE ZERO TO DATE-LEN
    END-IF.
    MOVE ZERO TO POINT-COUNT POINT-1 POINT-2 FORM-POS.
    PERFORM FIND-POINTS THRU FIND-POINTS-EXIT
        VARYING I FROM 1 BY 1 UNTIL I IS GREATER THAN DATE-LEN.
    IF FORM-POS IS EQUAL TO ZERO
        IF DATE-LEN IS EQUAL TO ZERO
            MOVE 1 TO FORM-POS
        ELSE
            IF POINT-COUNT IS LESS THAN 2
                COMPUTE FORM-POS = DATE-LEN + 1
            ELSE
                IF POINT-1 IS EQUAL TO 1
                    MOVE 1 TO FORM-POS
                ELSE
                    IF POINT-2 IS EQUAL TO POINT-1 + 1
                        MOVE POINT-2 TO FORM-POS
                    ELSE
                        IF POINT-2 IS EQUAL TO DATE-LEN
                            MOVE POINT-2 TO FORM-POS
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
    IF FORM-POS IS GREATER THAN ZERO
        MOVE ZERO TO ERR
        IF FORM-POS IS GREATER THAN 30
            MOVE 30 TO ERR-POS
        ELSE
            MOVE FORM-POS TO ERR-POS
        END-IF
        MOVE 'ROMAN DATE NOT IN DAY.MONTH.YEAR FORM' TO ERR-TEXT
    ELSE
        MOVE 'N' TO ANY-CASE
        MOVE 'N' TO ANY-NORM
        MOVE 1 TO DAY-START
        COMPUTE MONTH-START = POINT-1 + 1
        COMPUTE YEAR-START = POINT-2 + 1
        MOVE DAY-START TO PART-START
        COMPUTE PART-END = POINT-1 - 1
        PERFORM VALUE-PART THRU VALUE-PART-EXIT
        MOVE PART-SUM1 TO DAY-VALUE
        IF ERR IS EQUAL TO 1
            MOVE MONTH-START TO PART-START
            COMPUTE PART-END = POINT-2 - 1
            PERFORM VALUE-PART THRU VALUE-PART-EXIT
            MOVE PART-SUM1 TO MONTH-VALUE
        END-IF
        IF ERR IS EQUAL TO 1
            MOVE YEAR-START TO PART-START
            MOVE DATE-LEN TO PART-END
            PERFORM VALUE-PART THRU VALUE-PART-EXIT
            MOVE PART-SUM1 TO YEAR-VALUE
        END-IF
        IF ERR IS EQUAL TO 1
            PERFORM CHECK-CALENDAR THRU CHECK-CALENDAR-EXIT
        END-IF
        IF ERR IS EQUAL TO 1
            MOVE YEAR-VALUE TO DATE-WORK-YEAR
            MOVE MONTH-VALUE TO DATE-WORK-MONTH
            MOVE DAY-VALUE TO DATE-WORK-DAY
            MOVE DATE-WORK-DIGITS TO DATE-DIGITS
            MOVE DATE-WORK-NUMBER TO SUM1
            MOVE ANY-CASE TO CASE-IND
            MOVE ANY-NORM TO NORM-IND
            PERFORM BUILD-ROMAN-DATE THRU BUILD-ROMAN-DATE-EXIT
            MOVE OUT-TEXT TO DATE-CANON
        END-IF
    END-IF.
VALUE-DATE-EXIT.
    EXIT.

FIND-POINTS.
    IF S(I) IS EQUAL TO '.'
        ADD 1 TO POINT-COUNT
        IF POINT-COUNT IS EQUAL TO 1
            MOVE I TO POINT-1
        ELSE
            IF POINT-COUNT IS EQUAL TO 2
                MOVE I TO POINT-2
            ELSE
                IF FORM-POS IS EQUAL TO ZERO
                    MOVE I TO FORM-POS
                END-IF
            END-IF
        END-IF
    ELSE
        IF S(I) IS EQUAL TO SPACE AND FORM-POS IS EQUAL TO ZERO
            MOVE I TO FORM-POS
        END-IF
    END-IF.
FIND-POINTS-EXIT.
    EXIT.

*>One numeral of the date through CONV. CONV's position is within
*>the numeral it was handed, so it is moved over by where that
*>numeral starts in the date - the submitter is pointed at the column
*>of the record they actually keyed.
VALUE-PART.
    MOVE SPACES TO PART-AREA.
    COMPUTE PART-M = PART-END - PART-START + 1.
    MOVE ARRAY-AREA(PART-START:PART-M) TO PART-AREA.
    ADD 1 TO DATE-CALLS.
    CALL "conv" USING PART-AREA, PART-M, ERR, PART-SUM1, PART-CASE,
        ERR-POS, ERR-TEXT, RUN-ID, MODE-IND, PART-NORM, RUN-SERIAL.
    IF ERR IS EQUAL TO 1
        IF PART-CASE IS EQUAL TO 'Y'
            MOVE 'Y' TO ANY-CASE
        END-IF
        IF PART-NORM IS EQUAL TO 'Y'
            MOVE 'Y' TO ANY-NORM
        END-IF
    ELSE
        IF ERR-POS IS GREATER THAN ZERO
            COMPUTE ERR-POS = ERR-POS + PART-START - 1
        ELSE
            MOVE PART-START TO ERR-POS
        END-IF
    END-IF.
VALUE-PART-EXIT.
    EXIT.

*>Year first, then month, then day, so the text names the first
*>thing wrong with the date reading it from the largest unit down.
*>yyyymmdd has room for four-digit years only.
CHECK-CALENDAR.
    IF YEAR-VALUE IS GREATER THAN 9999
        MOVE ZERO TO ERR
        MOVE YEAR-START TO ERR-POS
        MOVE 'YEAR BEYOND 9999 IN ROMAN DATE' TO ERR-TEXT
    ELSE
        IF MONTH-VALUE IS GREATER THAN 12
            MOVE ZERO TO ERR
            MOVE MONTH-START TO ERR-POS
            MOVE 'NO SUCH MONTH IN ROMAN DATE' TO ERR-TEXT
        ELSE
            PERFORM FIND-MONTH-DAYS THRU FIND-MONTH-DAYS-EXIT
            IF DAY-VALUE IS GREATER THAN MONTH-DAYS
                MOVE ZERO TO ERR
                MOVE DAY-START TO ERR-POS
                IF MONTH-VALUE IS EQUAL TO 2
                    AND DAY-VALUE IS EQUAL TO 29
                    MOVE 'NO 29 FEBRUARY - NOT A LEAP YEAR'
                        TO ERR-TEXT
                ELSE
                    MOVE 'NO SUCH DAY IN THAT MONTH' TO ERR-TEXT
                END-IF
            END-IF
        END-IF
    END-IF.
CHECK-CALENDAR-EXIT.
    EXIT.

FIND-MONTH-DAYS.
    MOVE MONTH-LENGTH(MONTH-VALUE) TO MONTH-DAYS.
    IF MONTH-VALUE IS EQUAL TO 2
        PERFORM TEST-LEAP-YEAR THRU TEST-LEAP-YEAR-EXIT
        IF LEAP-YEAR
            MOVE 29 TO MONTH-DAYS
        END-IF
    END-IF.
FIND-MONTH-DAYS-EXIT.
    EXIT.

TEST-LEAP-YEAR.
    MOVE 'N' TO LEAP-SWITCH.
    DIVIDE YEAR-VALUE BY 4 GIVING LEAP-QUOTIENT
        REMAINDER LEAP-REMAINDER.
    IF LEAP-REMAINDER IS EQUAL TO ZERO
        MOVE 'Y' TO LEAP-SWITCH
        DIVIDE YEAR-VALUE BY 100 GIVING LEAP-QUOTIENT
            REMAINDER LEAP-REMAINDER
        IF LEAP-REMAINDER IS EQUAL TO ZERO
            DIVIDE YEAR-VALUE BY 400 GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER
            IF LEAP-REMAINDER IS NOT EQUAL TO ZERO
                MOVE 'N' TO LEAP-SWITCH
            END-IF
        END-IF
    END-IF.
TEST-LEAP-YEAR-EXIT.
    EXIT.

*>The digits are proven numeric and a real date before RCONV sees
*>any of them - zero months, day 31 in a 30-day month and 29
*>February in a common year are all refused as ERR 0. A field that
*>isn't digits at all is the same ERR 7 a plain value record gets.
RENDER-DATE.
    MOVE SPACES TO ARRAY-AREA.
    MOVE ZERO TO M.
    MOVE DATE-DIGITS TO DATE-WORK-DIGITS.
    IF DATE-WORK-DIGITS IS NOT NUMERIC
        MOVE 7 TO ERR
        MOVE 'VALUE FIELD NOT NUMERIC' TO ERR-TEXT
    ELSE
        MOVE DATE-WORK-YEAR TO YEAR-VALUE
        MOVE DATE-WORK-MONTH TO MONTH-VALUE
        MOVE DATE-WORK-DAY TO DAY-VALUE
        IF YEAR-VALUE IS EQUAL TO ZERO
            OR MONTH-VALUE IS EQUAL TO ZERO
            OR MONTH-VALUE IS GREATER THAN 12
            OR DAY-VALUE IS EQUAL TO ZERO
            MOVE ZERO TO ERR
            MOVE 'VALUE NOT A VALID CALENDAR DATE' TO ERR-TEXT
        ELSE
            PERFORM FIND-MONTH-DAYS THRU FIND-MONTH-DAYS-EXIT
            IF DAY-VALUE IS GREATER THAN MONTH-DAYS
                MOVE ZERO TO ERR
                MOVE 'VALUE NOT A VALID CALENDAR DATE' TO ERR-TEXT
            ELSE
                PERFORM BUILD-ROMAN-DATE THRU BUILD-ROMAN-DATE-EXIT
                MOVE OUT-TEXT TO ARRAY-AREA
                COMPUTE M = OUT-POS - 1
                MOVE DATE-WORK-NUMBER TO SUM1
            END-IF
        END-IF
    END-IF.
RENDER-DATE-EXIT.
    EXIT.

*>Day, month and year are each rendered through RCONV and strung
*>together with points. The longest date there is - XXVIII.VIII. and
*>a fifteen-letter year - still fits the 30-byte area.
BUILD-ROMAN-DATE.
    MOVE SPACES TO OUT-TEXT.
    MOVE 1 TO OUT-POS.
    MOVE DAY-VALUE TO PART-SUM1.
    PERFORM RENDER-PART THRU RENDER-PART-EXIT.
    STRING '.' DELIMITED BY SIZE INTO OUT-TEXT WITH POINTER OUT-POS
    END-STRING.
    MOVE MONTH-VALUE TO PART-SUM1.
    PERFORM RENDER-PART THRU RENDER-PART-EXIT.
    STRING '.' DELIMITED BY SIZE INTO OUT-TEXT WITH POINTER OUT-POS
    END-STRING.
    MOVE YEAR-VALUE TO PART-SUM1.
    PERFORM RENDER-PART THRU RENDER-PART-EXIT.
BUILD-ROMAN-DATE-EXIT.
    EXIT.

*>RCONV's ERR is its own here - a date already proven real has no
*>part RCONV can refuse, so the caller's ERR is left as it stands.
RENDER-PART.
    CALL "rconv" USING PART-AREA, PART-M, PART-ERR, PART-SUM1.
    STRING PART-AREA(1:PART-M) DELIMITED BY SIZE
        INTO OUT-TEXT WITH POINTER OUT-POS
    END-STRING.
RENDER-PART-EXIT.
    EXIT.
