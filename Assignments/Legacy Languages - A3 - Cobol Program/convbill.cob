IDENTIFICATION DIVISION.
PROGRAM-ID. convbill.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*>The trail for a month is spread across the working CONVLOG and
*>whichever CLOGyyyymmdd generations CONVARCH has cut since the month
*>began; each generation is opened through the one dynamic name, the
*>same way CONVARCH names them.
FILE-CONTROL.
    SELECT CONVREG-FILE ASSIGN TO "CONVREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVREG-KEY
        FILE STATUS IS CONVREG-STATUS.
    SELECT CONVRAT-FILE ASSIGN TO "CONVRAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONVRAT-KEY
        FILE STATUS IS CONVRAT-STATUS.
    SELECT CONVDPT-FILE ASSIGN TO "CONVDPT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONVDPT-KEY
        FILE STATUS IS CONVDPT-STATUS.
    SELECT CONVLOG-FILE ASSIGN TO DYNAMIC LOG-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVLOG-STATUS.
    SELECT CONVBILL-FILE ASSIGN TO "CONVBILL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONVGL-FILE ASSIGN TO "CONVGL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVGL-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONVREG-FILE.
    COPY "convreg.cpy".

FD CONVRAT-FILE.
    COPY "convrat.cpy".

FD CONVDPT-FILE.
    COPY "convdpt.cpy".

FD CONVLOG-FILE.
    COPY "convlog.cpy".

FD CONVGL-FILE.
    COPY "convgl.cpy".

FD CONVBILL-FILE.
    01 CONVBILL-RECORD PICTURE X(132).
    01 CHARGE-LINE REDEFINES CONVBILL-RECORD.
       02 FILLER          PICTURE X(04).
       02 CHG-DESC        PICTURE X(30).
       02 FILLER          PICTURE X(02).
       02 CHG-QTY         PICTURE Z(7)9.
       02 FILLER          PICTURE X(02).
       02 CHG-RATE        PICTURE ZZZZ9.9999.
       02 FILLER          PICTURE X(02).
       02 CHG-AMOUNT      PICTURE Z,ZZZ,ZZ9.99.
       02 FILLER          PICTURE X(62).
    01 SUMMARY-LINE REDEFINES CONVBILL-RECORD.
       02 SUM-DEPT        PICTURE X(08).
       02 FILLER          PICTURE X(02).
       02 SUM-NAME        PICTURE X(30).
       02 FILLER          PICTURE X(02).
       02 SUM-ACCOUNT     PICTURE X(12).
       02 FILLER          PICTURE X(02).
       02 SUM-BATCHES     PICTURE Z(7)9.
       02 FILLER          PICTURE X(02).
       02 SUM-TOTAL       PICTURE ZZ,ZZZ,ZZ9.99.
       02 FILLER          PICTURE X(53).

WORKING-STORAGE SECTION.
77  CONVREG-STATUS  PICTURE X(02).
77  CONVRAT-STATUS  PICTURE X(02).
77  CONVDPT-STATUS  PICTURE X(02).
77  CONVLOG-STATUS  PICTURE X(02).
77  CONVGL-STATUS   PICTURE X(02).
77  LOG-NAME        PICTURE X(12) VALUE 'CONVLOG'.
77  ARG-COUNT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-TEXT        PICTURE X(20).
77  PERIOD-DIGITS   PICTURE X(06).
77  RUN-DATE        PICTURE 9(08).
77  MONTH-START     PICTURE 9(08).
77  MONTH-END       PICTURE 9(08).
77  WINDOW-START    PICTURE 9(08).
77  NEXT-MONTH      PICTURE 9(08).
77  SCAN-DAY        PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  LAST-SCAN-DAY   PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  SCAN-DATE       PICTURE 9(08).
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-FILE VALUE 'Y'.
77  RATES-SWITCH    PICTURE X(01) VALUE 'N'.
    88 RATES-IN-USE VALUE 'Y'.
77  DEPT-SWITCH     PICTURE X(01) VALUE 'N'.
    88 DEPT-MASTER-IN-USE VALUE 'Y'.
77  LEDGER-SWITCH   PICTURE X(01) VALUE 'N'.
    88 LEDGER-OPEN VALUE 'Y'.
77  COVER-SWITCH    PICTURE X(01) VALUE 'N'.
    88 LINE-COVERED VALUE 'Y'.
77  COVER-FULL-SWITCH PICTURE X(01) VALUE 'N'.
    88 COVER-TABLE-FULL VALUE 'Y'.
77  TDAY-FULL-SWITCH PICTURE X(01) VALUE 'N'.
    88 TDAY-TABLE-FULL VALUE 'Y'.
77  PRICED-SWITCH   PICTURE X(01) VALUE 'N'.
    88 DEPT-PRICED VALUE 'Y'.
77  BILL-RC         PICTURE 9(02) USAGE IS COMPUTATIONAL.
77  DEPT-COUNT      PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  DEPT-INDEX      PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  DEPT-SLOT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  DEPT-OVERFLOW   PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  COVER-COUNT     PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  COVER-INDEX     PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  TDAY-COUNT      PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  TDAY-INDEX      PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  TDAY-SLOT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  UNB-COUNT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  UNB-INDEX       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  UNB-SLOT        PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  UNB-OVERFLOW    PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  LOOSE-ID        PICTURE X(08).
77  REG-READ        PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  BATCHES-BILLED  PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  GENERATIONS-READ PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  LOG-LINES-READ  PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  LINES-IN-MONTH  PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  LINES-COVERED   PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  LINES-LOOSE     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  LINES-UNBILLED  PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  SHORTFALL       PICTURE S9(09) USAGE IS COMPUTATIONAL.
77  REG-R-COUNT     PICTURE 9(08).
77  REG-N-COUNT     PICTURE 9(08).
77  REG-A-COUNT     PICTURE 9(08).
77  RATE-SOURCE     PICTURE X(08).
77  BILL-ACCOUNT    PICTURE X(12).
77  BILL-NAME       PICTURE X(30).
77  CHARGE-CODE     PICTURE X(04).
77  CHARGE-DESC     PICTURE X(30).
77  CHARGE-QTY      PICTURE 9(08).
77  CHARGE-RATE     PICTURE 9(05)V9(04).
77  CHARGE-AMOUNT   PICTURE 9(07)V99.
77  DEPT-TOTAL      PICTURE 9(07)V99.
77  GRAND-TOTAL     PICTURE 9(09)V99.
77  GL-COUNT        PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  PAGE-NUMBER     PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  PAGE-SHOW       PICTURE ZZZ9.
77  COUNT-SHOW      PICTURE Z(7)9.
77  TOTAL-SHOW      PICTURE ZZ,ZZZ,ZZ9.99.
01  BILL-PERIOD.
    02 BILL-YEAR    PICTURE 9(04).
    02 BILL-MONTH   PICTURE 9(02).

*>One slot per department with anything billable in the month. The
*>batch figures come off the register; the LOOSE figures are trail
*>activity no registered batch accounts for. A hundred departments
*>is several times what this shop has; anything past that is
*>counted and warned about, never silently dropped.
01  DEPT-TABLE.
    02 DEPT-ENTRY OCCURS 100 TIMES.
       03 DEPT-BILL-ID     PICTURE X(08).
       03 DEPT-BATCHES     PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 DEPT-TOL-BATCHES PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 DEPT-R-COUNT     PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 DEPT-N-COUNT     PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 DEPT-A-COUNT     PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 DEPT-REJ-COUNT   PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 DEPT-REFUSED     PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 DEPT-LOOSE-OK    PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 DEPT-LOOSE-REJ   PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 DEPT-LOOSE-TOL   PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 DEPT-AMOUNT      PICTURE 9(07)V99.

*>Each run identifier and date a registered batch was processed under,
*>from the last day of the previous month on (a batch started just
*>before midnight writes its trail into the next day). The trail lines
*>of a registered batch are already paid for by the register entry.
01  COVER-TABLE.
    02 COVER-ENTRY OCCURS 1000 TIMES.
       03 COVER-RUN-ID     PICTURE X(08).
       03 COVER-DATE       PICTURE 9(08).
       03 COVER-NEXT-DATE  PICTURE 9(08).

*>Run identifier and day pairs of unregistered tolerant activity - one
*>surcharge per run day, the nearest thing such a run has to a batch.
01  TDAY-TABLE.
    02 TDAY-ENTRY OCCURS 500 TIMES.
       03 TDAY-RUN-ID      PICTURE X(08).
       03 TDAY-DATE        PICTURE 9(08).

*>Run identifiers in the trail that are no department's - inquiry
*>calls, ad hoc runs - shown on the summary as activity not billed.
01  UNBILLED-TABLE.
    02 UNB-ENTRY OCCURS 50 TIMES.
       03 UNB-RUN-ID       PICTURE X(08).
       03 UNB-LINES        PICTURE 9(08) USAGE IS COMPUTATIONAL.

*>Month-end chargeback. Prices each department's conversion activity
*>for one calendar month against the CONVRAT rate table and leaves a
*>printed invoice per department in CONVBILL, with a summary page at
*>the end, and the matching general-ledger extract in CONVGL.
*>The argument is the month, yyyymm; without one the previous month
*>is billed, which is what the first-of-the-month run wants.
*>Two sources, never counting the same work twice:
*>  - every CONVREG batch processed in the month is billed at its
*>    accepted records by direction, its rejects at the reduced reject
*>    rate, the batch handling fee, and the tolerant-mode surcharge
*>    when the run parsed tolerant. A batch turned away as a duplicate
*>    files no register entry of its own and so is never billed; the
*>    department's page counts its refusals in the month for the
*>    record. Register entries filed before the direction split bill
*>    their unsplit accepted records as numerals valued.
*>  - CONVLOG trail lines for the month, from the working trail and
*>    every archive generation cut since, that no registered batch
*>    accounts for (uncontrolled runs under a department's identifier)
*>    are billed line by line: accepted at the numeral rate, failed at
*>    the reject rate, and one tolerant surcharge per run day that
*>    parsed tolerant. They carry no batch fee. Identifiers not on the
*>    department master are listed as unbilled activity.
*>A department without rates of its own is priced from the *DEFAULT
*>entry; with neither, its page says so and it bills nothing. Return
*>code 8 when the rate table can't be read or the ledger extract
*>can't be written - invoices never go out without their postings -
*>4 when anything was left unpriced or a table filled, otherwise 0.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM PARSE-COMMAND-LINE THRU PARSE-COMMAND-LINE-EXIT.
    PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
    IF RATES-IN-USE AND LEDGER-OPEN
        PERFORM TALLY-REGISTER THRU TALLY-REGISTER-EXIT
        PERFORM TALLY-TRAIL THRU TALLY-TRAIL-EXIT
        PERFORM WRITE-INVOICES THRU WRITE-INVOICES-EXIT
    END-IF.
    PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
    STOP RUN.

*>The billing month comes from the first argument; anything that
*>isn't a yyyymm with a real month falls back to last month with a
*>warning rather than billing a month nobody asked for silently.
PARSE-COMMAND-LINE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    MOVE RUN-DATE(1:6) TO BILL-PERIOD.
    IF BILL-MONTH IS EQUAL TO 1
        SUBTRACT 1 FROM BILL-YEAR
        MOVE 12 TO BILL-MONTH
    ELSE
        SUBTRACT 1 FROM BILL-MONTH
    END-IF.
    ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
    IF ARG-COUNT IS GREATER THAN ZERO
        DISPLAY 1 UPON ARGUMENT-NUMBER
        ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
        MOVE ARG-TEXT(1:6) TO PERIOD-DIGITS
        IF PERIOD-DIGITS IS NUMERIC
            AND ARG-TEXT(7:14) IS EQUAL TO SPACES
            AND PERIOD-DIGITS(5:2) IS GREATER THAN '00'
            AND PERIOD-DIGITS(5:2) IS LESS THAN '13'
            MOVE PERIOD-DIGITS TO BILL-PERIOD
        ELSE
            DISPLAY 'CONVBILL: PERIOD ' ARG-TEXT
                ' NOT YYYYMM - BILLING ' BILL-PERIOD
        END-IF
    END-IF.
PARSE-COMMAND-LINE-EXIT.
    EXIT.

*>The month's bounds, and the day before it, worked out through day
*>numbers so month lengths and leap years take care of themselves.
*>Without the rate table there is nothing to price against, so the
*>run stops there; the department master is only for names and for
*>telling a department's trail activity from anybody else's.
INITIALIZE-RUN.
    MOVE ZERO TO BILL-RC.
    MOVE ZERO TO DEPT-COUNT DEPT-OVERFLOW COVER-COUNT TDAY-COUNT.
    MOVE ZERO TO UNB-COUNT UNB-OVERFLOW.
    MOVE ZERO TO REG-READ BATCHES-BILLED GENERATIONS-READ.
    MOVE ZERO TO LOG-LINES-READ LINES-IN-MONTH LINES-COVERED.
    MOVE ZERO TO LINES-LOOSE LINES-UNBILLED.
    MOVE ZERO TO GRAND-TOTAL GL-COUNT PAGE-NUMBER.
    INITIALIZE DEPT-TABLE COVER-TABLE TDAY-TABLE UNBILLED-TABLE.
    MOVE BILL-PERIOD TO MONTH-START(1:6).
    MOVE '01' TO MONTH-START(7:2).
    MOVE MONTH-START TO NEXT-MONTH.
    IF BILL-MONTH IS EQUAL TO 12
        COMPUTE NEXT-MONTH = (BILL-YEAR + 1) * 10000 + 101
    ELSE
        ADD 100 TO NEXT-MONTH
    END-IF.
    COMPUTE MONTH-END = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE(NEXT-MONTH) - 1).
    COMPUTE WINDOW-START = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE(MONTH-START) - 1).
    DISPLAY 'CONVBILL: BILLING ' MONTH-START ' THRU ' MONTH-END.
    OPEN INPUT CONVRAT-FILE.
    IF CONVRAT-STATUS IS EQUAL TO '00'
        MOVE 'Y' TO RATES-SWITCH
    ELSE
        DISPLAY 'CONVBILL: CONVRAT UNAVAILABLE, STATUS ' CONVRAT-STATUS
            ' - NOTHING BILLED'
        MOVE 8 TO BILL-RC
    END-IF.
    OPEN INPUT CONVDPT-FILE.
    IF CONVDPT-STATUS IS EQUAL TO '00'
        MOVE 'Y' TO DEPT-SWITCH
    ELSE
        DISPLAY 'CONVBILL: CONVDPT UNAVAILABLE, STATUS ' CONVDPT-STATUS
            ' - TRAIL ACTIVITY OUTSIDE BATCHES NOT BILLED'
        PERFORM RAISE-WARNING THRU RAISE-WARNING-EXIT
    END-IF.
    OPEN OUTPUT CONVBILL-FILE.
    OPEN OUTPUT CONVGL-FILE.
    IF CONVGL-STATUS IS EQUAL TO '00'
        MOVE 'Y' TO LEDGER-SWITCH
    ELSE
        DISPLAY 'CONVBILL: CONVGL UNAVAILABLE, STATUS ' CONVGL-STATUS
            ' - NOTHING BILLED'
        MOVE 8 TO BILL-RC
    END-IF.
INITIALIZE-RUN-EXIT.
    EXIT.

RAISE-WARNING.
    IF BILL-RC IS LESS THAN 4
        MOVE 4 TO BILL-RC
    END-IF.
RAISE-WARNING-EXIT.
    EXIT.

*>One keyed walk of the whole register. A missing register just means
*>no batches were ever registered - the trail is still billed.
TALLY-REGISTER.
    OPEN INPUT CONVREG-FILE.
    IF CONVREG-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVBILL: CONVREG UNAVAILABLE, STATUS ' CONVREG-STATUS
            ' - NO BATCHES BILLED'
        PERFORM RAISE-WARNING THRU RAISE-WARNING-EXIT
    ELSE
        MOVE 'N' TO EOF-SWITCH
        MOVE LOW-VALUES TO CONVREG-KEY
        START CONVREG-FILE KEY IS NOT LESS THAN CONVREG-KEY
            INVALID KEY MOVE 'Y' TO EOF-SWITCH
        END-START
        PERFORM TALLY-ONE-BATCH THRU TALLY-ONE-BATCH-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVREG-FILE
    END-IF.
TALLY-REGISTER-EXIT.
    EXIT.

*>A batch bills in the month it was processed. Its run identifier and
*>date are noted from the day before the month on, so its trail lines
*>aren't billed a second time as loose activity; a refusal stamped in
*>the month is counted against the department but costs nothing.
TALLY-ONE-BATCH.
    READ CONVREG-FILE NEXT
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            ADD 1 TO REG-READ
            IF CONVREG-RUN-DATE IS NUMERIC
                AND CONVREG-RUN-DATE IS NOT LESS THAN WINDOW-START
                AND CONVREG-RUN-DATE IS NOT GREATER THAN MONTH-END
                PERFORM NOTE-COVERED-RUN THRU NOTE-COVERED-RUN-EXIT
            END-IF
            IF CONVREG-RUN-DATE IS NUMERIC
                AND CONVREG-RUN-DATE IS NOT LESS THAN MONTH-START
                AND CONVREG-RUN-DATE IS NOT GREATER THAN MONTH-END
                MOVE CONVREG-DEPT-ID TO LOOSE-ID
                PERFORM FIND-DEPT-SLOT THRU FIND-DEPT-SLOT-EXIT
                PERFORM ADD-DEPT-SLOT THRU ADD-DEPT-SLOT-EXIT
                IF DEPT-SLOT IS GREATER THAN ZERO
                    PERFORM BILL-BATCH THRU BILL-BATCH-EXIT
                END-IF
            END-IF
            IF CONVREG-REFUSED-DATE IS NUMERIC
                AND CONVREG-REFUSED-DATE IS NOT LESS THAN MONTH-START
                AND CONVREG-REFUSED-DATE IS NOT GREATER THAN MONTH-END
                MOVE CONVREG-DEPT-ID TO LOOSE-ID
                PERFORM FIND-DEPT-SLOT THRU FIND-DEPT-SLOT-EXIT
                PERFORM ADD-DEPT-SLOT THRU ADD-DEPT-SLOT-EXIT
                IF DEPT-SLOT IS GREATER THAN ZERO
                    ADD 1 TO DEPT-REFUSED(DEPT-SLOT)
                END-IF
            END-IF
    END-READ.
TALLY-ONE-BATCH-EXIT.
    EXIT.

*>Whatever of the batch's count the direction split doesn't account
*>for - all of it, on an entry filed before the split existed - was
*>accepted and bills as numerals valued.
BILL-BATCH.
    ADD 1 TO BATCHES-BILLED.
    ADD 1 TO DEPT-BATCHES(DEPT-SLOT).
    IF CONVREG-PARSE-MODE IS EQUAL TO 'T'
        ADD 1 TO DEPT-TOL-BATCHES(DEPT-SLOT)
    END-IF.
    MOVE ZEROS TO REG-R-COUNT REG-N-COUNT REG-A-COUNT.
    IF CONVREG-R-COUNT IS NUMERIC
        MOVE CONVREG-R-COUNT TO REG-R-COUNT
    END-IF.
    IF CONVREG-N-COUNT IS NUMERIC
        MOVE CONVREG-N-COUNT TO REG-N-COUNT
    END-IF.
    IF CONVREG-A-COUNT IS NUMERIC
        MOVE CONVREG-A-COUNT TO REG-A-COUNT
    END-IF.
    ADD REG-R-COUNT TO DEPT-R-COUNT(DEPT-SLOT).
    ADD REG-N-COUNT TO DEPT-N-COUNT(DEPT-SLOT).
    ADD REG-A-COUNT TO DEPT-A-COUNT(DEPT-SLOT).
    ADD CONVREG-REJECTS TO DEPT-REJ-COUNT(DEPT-SLOT).
    COMPUTE SHORTFALL = CONVREG-COUNT - CONVREG-REJECTS
        - REG-R-COUNT - REG-N-COUNT - REG-A-COUNT.
    IF SHORTFALL IS GREATER THAN ZERO
        ADD SHORTFALL TO DEPT-R-COUNT(DEPT-SLOT)
    END-IF.
BILL-BATCH-EXIT.
    EXIT.

*>A full table can no longer say which trail lines a batch paid for,
*>so from then on no loose activity is billed at all - undercharging
*>a month is put right by hand, double charging is not.
NOTE-COVERED-RUN.
    MOVE 'N' TO COVER-SWITCH.
    PERFORM CHECK-COVER-ENTRY THRU CHECK-COVER-ENTRY-EXIT
        VARYING COVER-INDEX FROM 1 BY 1
        UNTIL COVER-INDEX IS GREATER THAN COVER-COUNT
        OR LINE-COVERED.
    IF NOT LINE-COVERED
        IF COVER-COUNT IS LESS THAN 1000
            ADD 1 TO COVER-COUNT
            MOVE CONVREG-RUN-ID TO COVER-RUN-ID(COVER-COUNT)
            MOVE CONVREG-RUN-DATE TO COVER-DATE(COVER-COUNT)
            COMPUTE COVER-NEXT-DATE(COVER-COUNT) =
                FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(CONVREG-RUN-DATE) + 1)
        ELSE
            IF NOT COVER-TABLE-FULL
                MOVE 'Y' TO COVER-FULL-SWITCH
                DISPLAY 'CONVBILL: BATCH RUN TABLE FULL - TRAIL ACTIVITY'
                    ' OUTSIDE BATCHES NOT BILLED'
                PERFORM RAISE-WARNING THRU RAISE-WARNING-EXIT
            END-IF
        END-IF
    END-IF.
NOTE-COVERED-RUN-EXIT.
    EXIT.

CHECK-COVER-ENTRY.
    IF COVER-RUN-ID(COVER-INDEX) IS EQUAL TO CONVREG-RUN-ID
        AND COVER-DATE(COVER-INDEX) IS EQUAL TO CONVREG-RUN-DATE
        MOVE 'Y' TO COVER-SWITCH
    END-IF.
CHECK-COVER-ENTRY-EXIT.
    EXIT.

FIND-DEPT-SLOT.
    MOVE ZERO TO DEPT-SLOT.
    PERFORM MATCH-DEPT-SLOT THRU MATCH-DEPT-SLOT-EXIT
        VARYING DEPT-INDEX FROM 1 BY 1
        UNTIL DEPT-INDEX IS GREATER THAN DEPT-COUNT
        OR DEPT-SLOT IS GREATER THAN ZERO.
FIND-DEPT-SLOT-EXIT.
    EXIT.

MATCH-DEPT-SLOT.
    IF DEPT-BILL-ID(DEPT-INDEX) IS EQUAL TO LOOSE-ID
        MOVE DEPT-INDEX TO DEPT-SLOT
    END-IF.
MATCH-DEPT-SLOT-EXIT.
    EXIT.

*>Called after FIND-DEPT-SLOT; opens a slot only when the department
*>isn't already in the table.
ADD-DEPT-SLOT.
    IF DEPT-SLOT IS EQUAL TO ZERO
        IF DEPT-COUNT IS LESS THAN 100
            ADD 1 TO DEPT-COUNT
            MOVE DEPT-COUNT TO DEPT-SLOT
            MOVE LOOSE-ID TO DEPT-BILL-ID(DEPT-SLOT)
        ELSE
            ADD 1 TO DEPT-OVERFLOW
        END-IF
    END-IF.
ADD-DEPT-SLOT-EXIT.
    EXIT.

*>The working trail first, then every generation CONVARCH could have
*>cut holding lines from this month: a cut on any day after the first
*>of the month, up to today. A line is archived exactly once, so no
*>line is read twice between them; a day with no cut simply has no
*>file to open.
TALLY-TRAIL.
    MOVE 'CONVLOG' TO LOG-NAME.
    PERFORM TALLY-LOG-FILE THRU TALLY-LOG-FILE-EXIT.
    COMPUTE SCAN-DAY = FUNCTION INTEGER-OF-DATE(MONTH-START) + 1.
    COMPUTE LAST-SCAN-DAY = FUNCTION INTEGER-OF-DATE(RUN-DATE).
    PERFORM TALLY-GENERATION THRU TALLY-GENERATION-EXIT
        UNTIL SCAN-DAY IS GREATER THAN LAST-SCAN-DAY.
    DISPLAY 'CONVBILL: ARCHIVE GENERATIONS READ ' GENERATIONS-READ.
TALLY-TRAIL-EXIT.
    EXIT.

TALLY-GENERATION.
    COMPUTE SCAN-DATE = FUNCTION DATE-OF-INTEGER(SCAN-DAY).
    MOVE 'CLOG' TO LOG-NAME.
    MOVE SCAN-DATE TO LOG-NAME(5:8).
    PERFORM TALLY-LOG-FILE THRU TALLY-LOG-FILE-EXIT.
    ADD 1 TO SCAN-DAY.
TALLY-GENERATION-EXIT.
    EXIT.

TALLY-LOG-FILE.
    OPEN INPUT CONVLOG-FILE.
    IF CONVLOG-STATUS IS EQUAL TO '00'
        IF LOG-NAME IS NOT EQUAL TO 'CONVLOG'
            ADD 1 TO GENERATIONS-READ
        END-IF
        MOVE 'N' TO EOF-SWITCH
        PERFORM TALLY-ONE-LINE THRU TALLY-ONE-LINE-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVLOG-FILE
    END-IF.
TALLY-LOG-FILE-EXIT.
    EXIT.

*>Only dated lines inside the month count; undated history predates
*>chargeback altogether.
TALLY-ONE-LINE.
    READ CONVLOG-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            ADD 1 TO LOG-LINES-READ
            IF CONVLOG-DATE IS NUMERIC
                AND CONVLOG-DATE IS NOT LESS THAN MONTH-START
                AND CONVLOG-DATE IS NOT GREATER THAN MONTH-END
                ADD 1 TO LINES-IN-MONTH
                PERFORM CHECK-LINE-COVERED
                    THRU CHECK-LINE-COVERED-EXIT
                IF LINE-COVERED
                    ADD 1 TO LINES-COVERED
                ELSE
                    PERFORM BILL-LOOSE-LINE THRU BILL-LOOSE-LINE-EXIT
                END-IF
            END-IF
    END-READ.
TALLY-ONE-LINE-EXIT.
    EXIT.

*>A line belongs to a registered batch when the batch ran under the
*>same identifier that day or the day before.
CHECK-LINE-COVERED.
    MOVE 'N' TO COVER-SWITCH.
    IF COVER-TABLE-FULL
        MOVE 'Y' TO COVER-SWITCH
    ELSE
        PERFORM MATCH-LINE-COVER THRU MATCH-LINE-COVER-EXIT
            VARYING COVER-INDEX FROM 1 BY 1
            UNTIL COVER-INDEX IS GREATER THAN COVER-COUNT
            OR LINE-COVERED
    END-IF.
CHECK-LINE-COVERED-EXIT.
    EXIT.

MATCH-LINE-COVER.
    IF COVER-RUN-ID(COVER-INDEX) IS EQUAL TO CONVLOG-RUN-ID
        AND (COVER-DATE(COVER-INDEX) IS EQUAL TO CONVLOG-DATE
            OR COVER-NEXT-DATE(COVER-INDEX) IS EQUAL TO CONVLOG-DATE)
        MOVE 'Y' TO COVER-SWITCH
    END-IF.
MATCH-LINE-COVER-EXIT.
    EXIT.

*>A department already in the table is known good; anything else is
*>looked up once on the department master, and an identifier that
*>isn't there goes to the unbilled list so the next line under it is
*>settled without another read.
BILL-LOOSE-LINE.
    MOVE CONVLOG-RUN-ID TO LOOSE-ID.
    IF LOOSE-ID IS EQUAL TO SPACES
        MOVE '*NONE*' TO LOOSE-ID
    END-IF.
    PERFORM FIND-DEPT-SLOT THRU FIND-DEPT-SLOT-EXIT.
    IF DEPT-SLOT IS EQUAL TO ZERO
        PERFORM FIND-UNBILLED-SLOT THRU FIND-UNBILLED-SLOT-EXIT
        IF UNB-SLOT IS EQUAL TO ZERO
            IF DEPT-MASTER-IN-USE AND LOOSE-ID IS NOT EQUAL TO '*NONE*'
                MOVE LOOSE-ID TO CONVDPT-KEY
                READ CONVDPT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM ADD-DEPT-SLOT THRU ADD-DEPT-SLOT-EXIT
                END-READ
            END-IF
        END-IF
    END-IF.
    IF DEPT-SLOT IS GREATER THAN ZERO
        ADD 1 TO LINES-LOOSE
        IF CONVLOG-ERR IS EQUAL TO 1
            ADD 1 TO DEPT-LOOSE-OK(DEPT-SLOT)
        ELSE
            ADD 1 TO DEPT-LOOSE-REJ(DEPT-SLOT)
        END-IF
        IF CONVLOG-MODE-IND IS EQUAL TO 'T'
            PERFORM NOTE-TOLERANT-DAY THRU NOTE-TOLERANT-DAY-EXIT
        END-IF
    ELSE
        ADD 1 TO LINES-UNBILLED
        PERFORM ADD-UNBILLED-SLOT THRU ADD-UNBILLED-SLOT-EXIT
    END-IF.
BILL-LOOSE-LINE-EXIT.
    EXIT.

FIND-UNBILLED-SLOT.
    MOVE ZERO TO UNB-SLOT.
    PERFORM MATCH-UNBILLED-SLOT THRU MATCH-UNBILLED-SLOT-EXIT
        VARYING UNB-INDEX FROM 1 BY 1
        UNTIL UNB-INDEX IS GREATER THAN UNB-COUNT
        OR UNB-SLOT IS GREATER THAN ZERO.
FIND-UNBILLED-SLOT-EXIT.
    EXIT.

MATCH-UNBILLED-SLOT.
    IF UNB-RUN-ID(UNB-INDEX) IS EQUAL TO LOOSE-ID
        MOVE UNB-INDEX TO UNB-SLOT
    END-IF.
MATCH-UNBILLED-SLOT-EXIT.
    EXIT.

ADD-UNBILLED-SLOT.
    IF UNB-SLOT IS EQUAL TO ZERO
        IF UNB-COUNT IS LESS THAN 50
            ADD 1 TO UNB-COUNT
            MOVE UNB-COUNT TO UNB-SLOT
            MOVE LOOSE-ID TO UNB-RUN-ID(UNB-SLOT)
        END-IF
    END-IF.
    IF UNB-SLOT IS GREATER THAN ZERO
        ADD 1 TO UNB-LINES(UNB-SLOT)
    ELSE
        ADD 1 TO UNB-OVERFLOW
    END-IF.
ADD-UNBILLED-SLOT-EXIT.
    EXIT.

*>One surcharge per identifier per day. A full table stops adding
*>surcharges rather than repeating one for every line.
NOTE-TOLERANT-DAY.
    MOVE ZERO TO TDAY-SLOT.
    PERFORM MATCH-TOLERANT-DAY THRU MATCH-TOLERANT-DAY-EXIT
        VARYING TDAY-INDEX FROM 1 BY 1
        UNTIL TDAY-INDEX IS GREATER THAN TDAY-COUNT
        OR TDAY-SLOT IS GREATER THAN ZERO.
    IF TDAY-SLOT IS EQUAL TO ZERO
        IF TDAY-COUNT IS LESS THAN 500
            ADD 1 TO TDAY-COUNT
            MOVE LOOSE-ID TO TDAY-RUN-ID(TDAY-COUNT)
            MOVE CONVLOG-DATE TO TDAY-DATE(TDAY-COUNT)
            ADD 1 TO DEPT-LOOSE-TOL(DEPT-SLOT)
        ELSE
            IF NOT TDAY-TABLE-FULL
                MOVE 'Y' TO TDAY-FULL-SWITCH
                DISPLAY 'CONVBILL: TOLERANT RUN TABLE FULL - LATER'
                    ' SURCHARGES NOT BILLED'
                PERFORM RAISE-WARNING THRU RAISE-WARNING-EXIT
            END-IF
        END-IF
    END-IF.
NOTE-TOLERANT-DAY-EXIT.
    EXIT.

MATCH-TOLERANT-DAY.
    IF TDAY-RUN-ID(TDAY-INDEX) IS EQUAL TO LOOSE-ID
        AND TDAY-DATE(TDAY-INDEX) IS EQUAL TO CONVLOG-DATE
        MOVE TDAY-INDEX TO TDAY-SLOT
    END-IF.
MATCH-TOLERANT-DAY-EXIT.
    EXIT.

WRITE-INVOICES.
    PERFORM WRITE-ONE-INVOICE THRU WRITE-ONE-INVOICE-EXIT
        VARYING DEPT-INDEX FROM 1 BY 1
        UNTIL DEPT-INDEX IS GREATER THAN DEPT-COUNT.
    PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-EXIT.
    MOVE SPACES TO CONVGL-RECORD.
    MOVE 'T' TO CONVGL-TYPE.
    MOVE BILL-PERIOD TO CONVGL-PERIOD.
    MOVE GL-COUNT TO CONVGL-DETAIL-COUNT.
    MOVE GRAND-TOTAL TO CONVGL-AMOUNT-TOTAL.
    WRITE CONVGL-RECORD.
WRITE-INVOICES-EXIT.
    EXIT.

*>One page per department. Every charge line is printed, zero or not,
*>so one month's invoice reads against the next; only charges with an
*>amount go to the ledger.
WRITE-ONE-INVOICE.
    PERFORM FIND-RATES THRU FIND-RATES-EXIT.
    PERFORM WRITE-INVOICE-HEADING THRU WRITE-INVOICE-HEADING-EXIT.
    MOVE ZERO TO DEPT-TOTAL.
    IF NOT DEPT-PRICED
        MOVE SPACES TO CONVBILL-RECORD
        MOVE 'NO RATES ON FILE FOR THIS DEPARTMENT AND NO *DEFAULT'
            TO CONVBILL-RECORD(5:52)
        MOVE ' ENTRY - NOT BILLED' TO CONVBILL-RECORD(57:19)
        WRITE CONVBILL-RECORD
        DISPLAY 'CONVBILL: NO RATES FOR ' DEPT-BILL-ID(DEPT-INDEX)
            ' - NOT BILLED'
        PERFORM RAISE-WARNING THRU RAISE-WARNING-EXIT
    ELSE
        MOVE 'RVAL' TO CHARGE-CODE
        MOVE 'NUMERALS VALUED' TO CHARGE-DESC
        COMPUTE CHARGE-QTY = DEPT-R-COUNT(DEPT-INDEX)
            + DEPT-LOOSE-OK(DEPT-INDEX)
        MOVE CONVRAT-R-RATE TO CHARGE-RATE
        PERFORM WRITE-CHARGE THRU WRITE-CHARGE-EXIT
        MOVE 'NREN' TO CHARGE-CODE
        MOVE 'VALUES RENDERED AS NUMERALS' TO CHARGE-DESC
        MOVE DEPT-N-COUNT(DEPT-INDEX) TO CHARGE-QTY
        MOVE CONVRAT-N-RATE TO CHARGE-RATE
        PERFORM WRITE-CHARGE THRU WRITE-CHARGE-EXIT
        MOVE 'ARTH' TO CHARGE-CODE
        MOVE 'ARITHMETIC RECORDS' TO CHARGE-DESC
        MOVE DEPT-A-COUNT(DEPT-INDEX) TO CHARGE-QTY
        MOVE CONVRAT-A-RATE TO CHARGE-RATE
        PERFORM WRITE-CHARGE THRU WRITE-CHARGE-EXIT
        MOVE 'REJT' TO CHARGE-CODE
        MOVE 'REJECTED RECORDS' TO CHARGE-DESC
        COMPUTE CHARGE-QTY = DEPT-REJ-COUNT(DEPT-INDEX)
            + DEPT-LOOSE-REJ(DEPT-INDEX)
        MOVE CONVRAT-REJ-RATE TO CHARGE-RATE
        PERFORM WRITE-CHARGE THRU WRITE-CHARGE-EXIT
        MOVE 'BFEE' TO CHARGE-CODE
        MOVE 'BATCH HANDLING FEES' TO CHARGE-DESC
        MOVE DEPT-BATCHES(DEPT-INDEX) TO CHARGE-QTY
        MOVE CONVRAT-BATCH-FEE TO CHARGE-RATE
        PERFORM WRITE-CHARGE THRU WRITE-CHARGE-EXIT
        MOVE 'TOLS' TO CHARGE-CODE
        MOVE 'TOLERANT-MODE SURCHARGES' TO CHARGE-DESC
        COMPUTE CHARGE-QTY = DEPT-TOL-BATCHES(DEPT-INDEX)
            + DEPT-LOOSE-TOL(DEPT-INDEX)
        MOVE CONVRAT-TOL-CHARGE TO CHARGE-RATE
        PERFORM WRITE-CHARGE THRU WRITE-CHARGE-EXIT
    END-IF.
    MOVE SPACES TO CONVBILL-RECORD.
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'INVOICE TOTAL' TO CHG-DESC.
    MOVE DEPT-TOTAL TO CHG-AMOUNT.
    WRITE CONVBILL-RECORD.
    MOVE DEPT-TOTAL TO DEPT-AMOUNT(DEPT-INDEX).
    ADD DEPT-TOTAL TO GRAND-TOTAL.
    PERFORM WRITE-INVOICE-FOOTING THRU WRITE-INVOICE-FOOTING-EXIT.
WRITE-ONE-INVOICE-EXIT.
    EXIT.

*>The department's own entry, else the house tariff.
FIND-RATES.
    MOVE 'Y' TO PRICED-SWITCH.
    MOVE DEPT-BILL-ID(DEPT-INDEX) TO CONVRAT-KEY.
    READ CONVRAT-FILE
        INVALID KEY
            MOVE '*DEFAULT' TO CONVRAT-KEY
            READ CONVRAT-FILE
                INVALID KEY
                    MOVE 'N' TO PRICED-SWITCH
                    MOVE SPACES TO CONVRAT-RECORD
            END-READ
    END-READ.
    MOVE CONVRAT-KEY TO RATE-SOURCE.
    MOVE CONVRAT-GL-ACCOUNT TO BILL-ACCOUNT.
    MOVE '*UNKNOWN*' TO BILL-NAME.
    IF DEPT-MASTER-IN-USE
        MOVE DEPT-BILL-ID(DEPT-INDEX) TO CONVDPT-KEY
        READ CONVDPT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CONVDPT-NAME TO BILL-NAME
        END-READ
    END-IF.
FIND-RATES-EXIT.
    EXIT.

WRITE-INVOICE-HEADING.
    ADD 1 TO PAGE-NUMBER.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'CONVERSION SERVICES CHARGEBACK INVOICE' TO
        CONVBILL-RECORD(1:38).
    MOVE 'PERIOD ' TO CONVBILL-RECORD(44:7).
    MOVE BILL-PERIOD TO CONVBILL-RECORD(51:6).
    MOVE 'RUN ' TO CONVBILL-RECORD(60:4).
    MOVE RUN-DATE TO CONVBILL-RECORD(64:8).
    MOVE 'PAGE ' TO CONVBILL-RECORD(120:5).
    MOVE PAGE-NUMBER TO PAGE-SHOW.
    MOVE PAGE-SHOW TO CONVBILL-RECORD(125:4).
    IF PAGE-NUMBER IS EQUAL TO 1
        WRITE CONVBILL-RECORD
    ELSE
        WRITE CONVBILL-RECORD AFTER ADVANCING PAGE
    END-IF.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'DEPARTMENT ' TO CONVBILL-RECORD(1:11).
    MOVE DEPT-BILL-ID(DEPT-INDEX) TO CONVBILL-RECORD(12:8).
    MOVE BILL-NAME TO CONVBILL-RECORD(22:30).
    MOVE 'GL ACCOUNT ' TO CONVBILL-RECORD(60:11).
    MOVE BILL-ACCOUNT TO CONVBILL-RECORD(71:12).
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    IF DEPT-PRICED
        MOVE 'RATES FROM ' TO CONVBILL-RECORD(1:11)
        MOVE RATE-SOURCE TO CONVBILL-RECORD(12:8)
        MOVE CONVRAT-DESC TO CONVBILL-RECORD(22:24)
    END-IF.
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'CHARGE' TO CONVBILL-RECORD(5:6).
    MOVE 'QUANTITY          RATE        AMOUNT' TO
        CONVBILL-RECORD(40:36).
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    WRITE CONVBILL-RECORD.
WRITE-INVOICE-HEADING-EXIT.
    EXIT.

*>Each charge is rounded to the cent as it is printed, and the invoice
*>total is the sum of the printed charges, so the page foots.
WRITE-CHARGE.
    COMPUTE CHARGE-AMOUNT ROUNDED = CHARGE-QTY * CHARGE-RATE
        ON SIZE ERROR
            DISPLAY 'CONVBILL: ' CHARGE-DESC ' FOR '
                DEPT-BILL-ID(DEPT-INDEX) ' TOO LARGE - NOT BILLED'
            MOVE ZERO TO CHARGE-AMOUNT
            PERFORM RAISE-WARNING THRU RAISE-WARNING-EXIT
    END-COMPUTE.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE CHARGE-DESC TO CHG-DESC.
    MOVE CHARGE-QTY TO CHG-QTY.
    MOVE CHARGE-RATE TO CHG-RATE.
    MOVE CHARGE-AMOUNT TO CHG-AMOUNT.
    WRITE CONVBILL-RECORD.
    ADD CHARGE-AMOUNT TO DEPT-TOTAL.
    IF CHARGE-AMOUNT IS GREATER THAN ZERO
        MOVE SPACES TO CONVGL-RECORD
        MOVE 'D' TO CONVGL-TYPE
        MOVE BILL-PERIOD TO CONVGL-PERIOD
        MOVE BILL-ACCOUNT TO CONVGL-ACCOUNT
        MOVE DEPT-BILL-ID(DEPT-INDEX) TO CONVGL-DEPT-ID
        MOVE CHARGE-CODE TO CONVGL-CHARGE
        MOVE CHARGE-QTY TO CONVGL-QUANTITY
        MOVE CHARGE-AMOUNT TO CONVGL-AMOUNT
        MOVE RUN-DATE TO CONVGL-RUN-DATE
        WRITE CONVGL-RECORD
        ADD 1 TO GL-COUNT
    END-IF.
WRITE-CHARGE-EXIT.
    EXIT.

*>What the charges were made of: the register's batches, the
*>duplicates refused at no charge, and the trail activity billed
*>outside any batch (already included in the lines above).
WRITE-INVOICE-FOOTING.
    MOVE SPACES TO CONVBILL-RECORD.
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'BATCHES BILLED' TO CONVBILL-RECORD(5:14).
    MOVE DEPT-BATCHES(DEPT-INDEX) TO COUNT-SHOW.
    MOVE COUNT-SHOW TO CONVBILL-RECORD(40:8).
    MOVE 'OF WHICH TOLERANT' TO CONVBILL-RECORD(52:17).
    MOVE DEPT-TOL-BATCHES(DEPT-INDEX) TO COUNT-SHOW.
    MOVE COUNT-SHOW TO CONVBILL-RECORD(70:8).
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'DUPLICATE BATCHES REFUSED, NOT BILLED' TO
        CONVBILL-RECORD(5:37).
    MOVE DEPT-REFUSED(DEPT-INDEX) TO COUNT-SHOW.
    MOVE COUNT-SHOW TO CONVBILL-RECORD(44:8).
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'ACTIVITY OUTSIDE BATCHES - ACCEPTED' TO CONVBILL-RECORD(5:35).
    MOVE DEPT-LOOSE-OK(DEPT-INDEX) TO COUNT-SHOW.
    MOVE COUNT-SHOW TO CONVBILL-RECORD(44:8).
    MOVE 'REJECTED' TO CONVBILL-RECORD(54:8).
    MOVE DEPT-LOOSE-REJ(DEPT-INDEX) TO COUNT-SHOW.
    MOVE COUNT-SHOW TO CONVBILL-RECORD(63:8).
    MOVE 'TOLERANT RUN DAYS' TO CONVBILL-RECORD(73:17).
    MOVE DEPT-LOOSE-TOL(DEPT-INDEX) TO COUNT-SHOW.
    MOVE COUNT-SHOW TO CONVBILL-RECORD(91:8).
    WRITE CONVBILL-RECORD.
WRITE-INVOICE-FOOTING-EXIT.
    EXIT.

*>The last page: every department's total against its account, the
*>grand total the ledger extract's trailer carries, then the trail
*>activity nobody was billed for and any warning the run raised.
WRITE-SUMMARY.
    ADD 1 TO PAGE-NUMBER.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'CONVERSION SERVICES CHARGEBACK SUMMARY' TO
        CONVBILL-RECORD(1:38).
    MOVE 'PERIOD ' TO CONVBILL-RECORD(44:7).
    MOVE BILL-PERIOD TO CONVBILL-RECORD(51:6).
    MOVE 'RUN ' TO CONVBILL-RECORD(60:4).
    MOVE RUN-DATE TO CONVBILL-RECORD(64:8).
    MOVE 'PAGE ' TO CONVBILL-RECORD(120:5).
    MOVE PAGE-NUMBER TO PAGE-SHOW.
    MOVE PAGE-SHOW TO CONVBILL-RECORD(125:4).
    IF PAGE-NUMBER IS EQUAL TO 1
        WRITE CONVBILL-RECORD
    ELSE
        WRITE CONVBILL-RECORD AFTER ADVANCING PAGE
    END-IF.
    MOVE SPACES TO CONVBILL-RECORD.
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'DEPT      NAME                            GL ACCOUNT'
        TO CONVBILL-RECORD(1:54).
    MOVE 'BATCHES          TOTAL' TO CONVBILL-RECORD(62:22).
    WRITE CONVBILL-RECORD.
    IF DEPT-COUNT IS EQUAL TO ZERO
        MOVE SPACES TO CONVBILL-RECORD
        MOVE 'NO BILLABLE ACTIVITY IN THE PERIOD' TO CONVBILL-RECORD
        WRITE CONVBILL-RECORD
    ELSE
        PERFORM WRITE-SUMMARY-LINE THRU WRITE-SUMMARY-LINE-EXIT
            VARYING DEPT-INDEX FROM 1 BY 1
            UNTIL DEPT-INDEX IS GREATER THAN DEPT-COUNT
    END-IF.
    MOVE SPACES TO CONVBILL-RECORD.
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'TOTAL BILLED' TO SUM-NAME.
    MOVE BATCHES-BILLED TO SUM-BATCHES.
    MOVE GRAND-TOTAL TO SUM-TOTAL.
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    WRITE CONVBILL-RECORD.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'TRAIL LINES IN PERIOD' TO CONVBILL-RECORD(1:21).
    MOVE LINES-IN-MONTH TO COUNT-SHOW.
    MOVE COUNT-SHOW TO CONVBILL-RECORD(30:8).
    MOVE 'IN BATCHES' TO CONVBILL-RECORD(42:10).
    MOVE LINES-COVERED TO COUNT-SHOW.
    MOVE COUNT-SHOW TO CONVBILL-RECORD(53:8).
    MOVE 'OUTSIDE' TO CONVBILL-RECORD(64:7).
    MOVE LINES-LOOSE TO COUNT-SHOW.
    MOVE COUNT-SHOW TO CONVBILL-RECORD(72:8).
    MOVE 'UNBILLED' TO CONVBILL-RECORD(83:8).
    MOVE LINES-UNBILLED TO COUNT-SHOW.
    MOVE COUNT-SHOW TO CONVBILL-RECORD(92:8).
    WRITE CONVBILL-RECORD.
    PERFORM WRITE-UNBILLED-LINE THRU WRITE-UNBILLED-LINE-EXIT
        VARYING UNB-INDEX FROM 1 BY 1
        UNTIL UNB-INDEX IS GREATER THAN UNB-COUNT.
    IF UNB-OVERFLOW IS GREATER THAN ZERO
        MOVE SPACES TO CONVBILL-RECORD
        MOVE 'UNBILLED - OTHER IDENTIFIERS' TO CONVBILL-RECORD(5:28)
        MOVE UNB-OVERFLOW TO COUNT-SHOW
        MOVE COUNT-SHOW TO CONVBILL-RECORD(53:8)
        WRITE CONVBILL-RECORD
    END-IF.
    IF DEPT-OVERFLOW IS GREATER THAN ZERO
        MOVE SPACES TO CONVBILL-RECORD
        MOVE 'DEPARTMENT TABLE FULL - ITEMS NOT BILLED:'
            TO CONVBILL-RECORD(1:41)
        MOVE DEPT-OVERFLOW TO COUNT-SHOW
        MOVE COUNT-SHOW TO CONVBILL-RECORD(43:8)
        WRITE CONVBILL-RECORD
        DISPLAY 'CONVBILL: DEPARTMENT TABLE FULL, ITEMS NOT BILLED '
            DEPT-OVERFLOW
        PERFORM RAISE-WARNING THRU RAISE-WARNING-EXIT
    END-IF.
    IF COVER-TABLE-FULL
        MOVE SPACES TO CONVBILL-RECORD
        MOVE 'BATCH RUN TABLE FULL - ACTIVITY OUTSIDE BATCHES NOT BILLED'
            TO CONVBILL-RECORD(1:58)
        WRITE CONVBILL-RECORD
    END-IF.
WRITE-SUMMARY-EXIT.
    EXIT.

WRITE-SUMMARY-LINE.
    PERFORM FIND-RATES THRU FIND-RATES-EXIT.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE DEPT-BILL-ID(DEPT-INDEX) TO SUM-DEPT.
    MOVE BILL-NAME TO SUM-NAME.
    MOVE BILL-ACCOUNT TO SUM-ACCOUNT.
    MOVE DEPT-BATCHES(DEPT-INDEX) TO SUM-BATCHES.
    MOVE DEPT-AMOUNT(DEPT-INDEX) TO SUM-TOTAL.
    WRITE CONVBILL-RECORD.
WRITE-SUMMARY-LINE-EXIT.
    EXIT.

WRITE-UNBILLED-LINE.
    MOVE SPACES TO CONVBILL-RECORD.
    MOVE 'UNBILLED - NOT A DEPARTMENT' TO CONVBILL-RECORD(5:27).
    MOVE UNB-RUN-ID(UNB-INDEX) TO CONVBILL-RECORD(33:8).
    MOVE UNB-LINES(UNB-INDEX) TO COUNT-SHOW.
    MOVE COUNT-SHOW TO CONVBILL-RECORD(53:8).
    WRITE CONVBILL-RECORD.
WRITE-UNBILLED-LINE-EXIT.
    EXIT.

TERMINATE-RUN.
    IF RATES-IN-USE
        CLOSE CONVRAT-FILE
    END-IF.
    IF DEPT-MASTER-IN-USE
        CLOSE CONVDPT-FILE
    END-IF.
    IF NOT RATES-IN-USE
        MOVE SPACES TO CONVBILL-RECORD
        MOVE 'RATE TABLE CONVRAT UNAVAILABLE - NOTHING BILLED'
            TO CONVBILL-RECORD
        WRITE CONVBILL-RECORD
    ELSE
        IF NOT LEDGER-OPEN
            MOVE SPACES TO CONVBILL-RECORD
            MOVE 'LEDGER EXTRACT CONVGL UNAVAILABLE - NOTHING BILLED'
                TO CONVBILL-RECORD
            WRITE CONVBILL-RECORD
        END-IF
    END-IF.
    CLOSE CONVBILL-FILE.
    IF LEDGER-OPEN
        CLOSE CONVGL-FILE
    END-IF.
    DISPLAY 'CONVBILL: DEPARTMENTS INVOICED ' DEPT-COUNT.
    DISPLAY 'CONVBILL: BATCHES BILLED ' BATCHES-BILLED.
    MOVE GRAND-TOTAL TO TOTAL-SHOW.
    DISPLAY 'CONVBILL: TOTAL BILLED ' TOTAL-SHOW
        ' LEDGER RECORDS ' GL-COUNT.
    MOVE BILL-RC TO RETURN-CODE.
TERMINATE-RUN-EXIT.
    EXIT.
