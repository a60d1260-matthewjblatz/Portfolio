IDENTIFICATION DIVISION.
PROGRAM-ID. convrest.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONVMST-FILE ASSIGN TO "CONVMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVMST-KEY
        FILE STATUS IS CONVMST-STATUS.
    SELECT CONVDPT-FILE ASSIGN TO "CONVDPT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVDPT-KEY
        FILE STATUS IS CONVDPT-STATUS.
    SELECT CONVREG-FILE ASSIGN TO "CONVREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVREG-KEY
        FILE STATUS IS CONVREG-STATUS.
    SELECT CONVTRK-FILE ASSIGN TO "CONVTRK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVTRK-KEY
        FILE STATUS IS CONVTRK-STATUS.
    SELECT CONVHIX-FILE ASSIGN TO "CONVHIX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVHIX-KEY
        FILE STATUS IS CONVHIX-STATUS.
    SELECT CONVRAT-FILE ASSIGN TO "CONVRAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONVRAT-KEY
        FILE STATUS IS CONVRAT-STATUS.
    SELECT GEN-FILE ASSIGN TO DYNAMIC GEN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GEN-STATUS.
    SELECT CONVBKC-FILE ASSIGN TO DYNAMIC CONTROL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVBKC-STATUS.
    SELECT CONVRFWD-FILE ASSIGN TO "CONVRFWD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVRFWD-STATUS.
    SELECT CONVJRN-FILE ASSIGN TO "CONVJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVJRN-STATUS.
    SELECT CONVVRFY-FILE ASSIGN TO "CONVVRFY"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONVMST-FILE.
    COPY "convmst.cpy".

FD CONVDPT-FILE.
    COPY "convdpt.cpy".

FD CONVREG-FILE.
    COPY "convreg.cpy".

FD CONVTRK-FILE.
    COPY "convtrk.cpy".

FD CONVHIX-FILE.
    COPY "convhix.cpy".

FD CONVRAT-FILE.
    COPY "convrat.cpy".

FD GEN-FILE.
    01 GEN-RECORD PICTURE X(120).

FD CONVBKC-FILE.
    COPY "convbkc.cpy".

FD CONVRFWD-FILE.
    COPY "convrfw.cpy".

FD CONVJRN-FILE.
    COPY "convjrn.cpy".

*>The verification report: one line per file with its count in the
*>generation, before the restore, as reloaded, added by the roll
*>forward and after, and the verdict; then what the roll forward did.
FD CONVVRFY-FILE.
    01 CONVVRFY-RECORD PICTURE X(132).
    01 VERIFY-LINE REDEFINES CONVVRFY-RECORD.
       02 VFY-FILE         PICTURE X(07).
       02 FILLER           PICTURE X(02).
       02 VFY-GEN          PICTURE X(12).
       02 FILLER           PICTURE X(02).
       02 VFY-AT-BACKUP    PICTURE Z(7)9.
       02 FILLER           PICTURE X(02).
       02 VFY-BEFORE       PICTURE Z(7)9.
       02 FILLER           PICTURE X(01).
       02 VFY-BEFORE-STAT  PICTURE X(02).
       02 FILLER           PICTURE X(02).
       02 VFY-LOADED       PICTURE Z(7)9.
       02 FILLER           PICTURE X(02).
       02 VFY-ADDED        PICTURE Z(7)9.
       02 FILLER           PICTURE X(02).
       02 VFY-AFTER        PICTURE Z(7)9.
       02 FILLER           PICTURE X(01).
       02 VFY-AFTER-STAT   PICTURE X(02).
       02 FILLER           PICTURE X(02).
       02 VFY-RESULT       PICTURE X(20).
       02 FILLER           PICTURE X(33).
    01 SUMMARY-LINE REDEFINES CONVVRFY-RECORD.
       02 SUMMARY-LABEL    PICTURE X(40).
       02 SUMMARY-COUNT    PICTURE Z(7)9.
       02 FILLER           PICTURE X(84).

WORKING-STORAGE SECTION.
*>The kept run outputs are read through the same layouts the run
*>wrote them with - a repair line is a CONVREJ line sent back.
COPY "convtot.cpy".
COPY "convrej.cpy".
77  ARG-COUNT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-TEXT        PICTURE X(20).
77  RESTORE-DIGITS  PICTURE X(08).
77  RESTORE-DATE    PICTURE 9(08) VALUE ZEROS.
77  SELECT-NAME     PICTURE X(08) VALUE SPACES.
77  CONVMST-STATUS  PICTURE X(02).
77  CONVDPT-STATUS  PICTURE X(02).
77  CONVREG-STATUS  PICTURE X(02).
77  CONVTRK-STATUS  PICTURE X(02).
77  CONVHIX-STATUS  PICTURE X(02).
77  CONVRAT-STATUS  PICTURE X(02).
77  GEN-STATUS      PICTURE X(02).
77  CONVBKC-STATUS  PICTURE X(02).
77  CONVRFWD-STATUS PICTURE X(02).
77  CONVJRN-STATUS  PICTURE X(02).
77  GEN-NAME        PICTURE X(12) VALUE SPACES.
77  CONTROL-NAME    PICTURE X(12) VALUE 'BCTL'.
77  EOF-SWITCH      PICTURE X(01) VALUE 'N'.
    88 END-OF-FILE VALUE 'Y'.
77  CONTROL-SWITCH  PICTURE X(01) VALUE 'N'.
    88 CONTROL-READ VALUE 'Y'.
77  JOURNAL-SWITCH  PICTURE X(01) VALUE 'N'.
    88 JOURNAL-OPEN VALUE 'Y'.
77  REGISTER-SWITCH PICTURE X(01) VALUE 'N'.
    88 REGISTER-ROLLING VALUE 'Y'.
77  TRACKER-SWITCH  PICTURE X(01) VALUE 'N'.
    88 TRACKER-ROLLING VALUE 'Y'.
77  IMAGE-SWITCH    PICTURE X(01) VALUE 'N'.
    88 IMAGES-READ      VALUE 'Y'.
77  RUN-IMAGE-SWITCH PICTURE X(01) VALUE 'N'.
    88 RUN-REGISTERED   VALUE 'Y'.
77  RUN-TYPE        PICTURE X(01) VALUE 'X'.
    88 RUN-IS-BATCH     VALUE 'B'.
    88 RUN-IS-RESUBMIT  VALUE 'R'.
77  OPERATOR-ID     PICTURE X(08) VALUE SPACES.
77  FILE-NO         PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  SEARCH-NO       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  COUNTED         PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  COUNT-STATUS    PICTURE X(02).
77  LOADED          PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  LOAD-STATUS     PICTURE X(02).
77  MARK-COUNT      PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  LINE-COUNT      PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  RUN-KEPT-DATE   PICTURE 9(08).
77  FIX-SEQ         PICTURE 9(06) USAGE IS COMPUTATIONAL.
77  TRK-DEPT        PICTURE X(08).
77  TRK-DATE        PICTURE 9(08).
77  TRK-NO          PICTURE 9(06).
77  TRK-SEQ         PICTURE 9(06).
77  TRK-IDENTIFIED  PICTURE X(01).
    88 TRK-IDENTITY-KNOWN VALUE 'Y'.
77  RUNS-REPLAYED   PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  RUNS-PASSED     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  REG-ADDED       PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  REG-REFRESHED   PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  REG-REFUSED     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  REG-PARTIAL     PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  TRK-ADDED       PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  TRK-REOPENED    PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  TRK-CLOSED      PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  CLOSED-NO       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  CLOSED-SWITCH   PICTURE X(01).
    88 CLOSED-THIS-RUN VALUE 'Y'.
77  OVERFLOW-SWITCH PICTURE X(01) VALUE 'N'.
    88 CLOSED-OVERFLOW VALUE 'Y'.
77  REST-RC         PICTURE 9(02) USAGE IS COMPUTATIONAL.

01 FILE-NAME-LIST.
    02 FILLER PICTURE X(07) VALUE 'CONVMST'.
    02 FILLER PICTURE X(07) VALUE 'CONVDPT'.
    02 FILLER PICTURE X(07) VALUE 'CONVREG'.
    02 FILLER PICTURE X(07) VALUE 'CONVTRK'.
    02 FILLER PICTURE X(07) VALUE 'CONVHIX'.
    02 FILLER PICTURE X(07) VALUE 'CONVRAT'.
01 FILE-NAME-TABLE REDEFINES FILE-NAME-LIST.
    02 FILE-NAME PICTURE X(07) OCCURS 6 TIMES.

*>What the control file says of each file, and what this restore
*>found and did - in the order of the name list above.
01 FILE-TABLE.
    02 FILE-ENTRY OCCURS 6 TIMES.
       03 FILE-GEN-NAME    PICTURE X(12).
       03 FILE-GEN-COUNT   PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 FILE-GEN-OPENED  PICTURE X(02).
       03 FILE-IN-GEN      PICTURE X(01).
          88 FILE-BACKED-UP VALUE 'Y'.
       03 FILE-SELECT      PICTURE X(01).
          88 FILE-SELECTED  VALUE 'Y'.
       03 FILE-LOAD        PICTURE X(01).
          88 FILE-RELOADED  VALUE 'Y'.
       03 FILE-BEFORE      PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 FILE-BEFORE-STAT PICTURE X(02).
       03 FILE-LOADED      PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 FILE-LOAD-STAT   PICTURE X(02).
       03 FILE-ADDED       PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 FILE-AFTER       PICTURE 9(08) USAGE IS COMPUTATIONAL.
       03 FILE-AFTER-STAT  PICTURE X(02).

*>The tracked entries the resubmit run being replayed has closed, so a
*>repair that still failed reopens only what its own run closed.
01 CLOSED-TABLE.
    02 CLOSED-COUNT PICTURE 9(04) USAGE IS COMPUTATIONAL.
    02 CLOSED-ENTRY OCCURS 500 TIMES.
       03 CLOSED-KEY PICTURE X(28).

*>Forward recovery for the indexed files CONVBKUP protects. The first
*>argument is the generation to restore (yyyymmdd, the date CONVBKUP
*>took it); a second names one file to restore on its own - CONVMST,
*>CONVDPT, CONVREG, CONVTRK, CONVHIX or CONVRAT - where only that one
*>is damaged, and without it all six are restored.
*>Each restored file is emptied and reloaded from its generation, in
*>key order, after its count is taken as it stood. A restored CONVREG
*>or CONVTRK is then rolled forward through the run outputs CONVBKUP
*>kept on CONVRFWD after the generation's mark, so the duplicate-batch
*>protection and the reject aging come back up to the last run, not
*>just to the backup. The other four come back as of the generation:
*>the master re-caches as the night converts, CONVDPT and CONVRAT
*>changes since are on the CONVJRN journal to be keyed again, and the
*>index picks up from the next CONVARCH cut.
*>Every file is counted again at the end and the CONVVRFY report sets
*>the counts side by side - a restored file is WHOLE when it reloaded
*>every record the generation holds and now holds exactly those plus
*>what the roll forward added. A restored CONVMST, CONVDPT or CONVRAT
*>is journaled as a rebuild with its counts either side; the restore
*>goes ahead without the journal if it has to, but says so.
*>Return code 8 when the generation can't be had or any restored file
*>is not whole, 4 when the roll forward could only partly rebuild a
*>register entry, 0 otherwise.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM PARSE-COMMAND-LINE THRU PARSE-COMMAND-LINE-EXIT.
    MOVE ZERO TO REST-RC.
    IF RESTORE-DATE IS EQUAL TO ZERO
        DISPLAY 'CONVREST: GENERATION DATE (YYYYMMDD) REQUIRED'
        MOVE 8 TO REST-RC
    ELSE
        PERFORM READ-CONTROL THRU READ-CONTROL-EXIT
    END-IF.
    IF CONTROL-READ
        PERFORM RESTORE-FILES THRU RESTORE-FILES-EXIT
        IF REGISTER-ROLLING OR TRACKER-ROLLING
            PERFORM ROLL-FORWARD THRU ROLL-FORWARD-EXIT
        END-IF
        PERFORM COUNT-AFTER THRU COUNT-AFTER-EXIT
        PERFORM WRITE-VERIFICATION THRU WRITE-VERIFICATION-EXIT
        PERFORM JOURNAL-RESTORES THRU JOURNAL-RESTORES-EXIT
    END-IF.
    MOVE REST-RC TO RETURN-CODE.
    STOP RUN.

PARSE-COMMAND-LINE.
    ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
    IF ARG-COUNT IS GREATER THAN ZERO
        DISPLAY 1 UPON ARGUMENT-NUMBER
        ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
        MOVE ARG-TEXT(1:8) TO RESTORE-DIGITS
        IF RESTORE-DIGITS IS NUMERIC
            MOVE RESTORE-DIGITS TO RESTORE-DATE
        END-IF
    END-IF.
    IF ARG-COUNT IS GREATER THAN 1
        DISPLAY 2 UPON ARGUMENT-NUMBER
        ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
        MOVE ARG-TEXT(1:8) TO SELECT-NAME
        INSPECT SELECT-NAME CONVERTING 'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    END-IF.
PARSE-COMMAND-LINE-EXIT.
    EXIT.

*>The control file is the generation's own account of itself; without
*>it there is nothing to check a reload against and nothing is
*>touched. A file named on the command line that isn't one of the six
*>stops the restore the same way.
READ-CONTROL.
    MOVE ZERO TO MARK-COUNT.
    PERFORM CLEAR-FILE-ENTRY THRU CLEAR-FILE-ENTRY-EXIT
        VARYING FILE-NO FROM 1 BY 1 UNTIL FILE-NO IS GREATER THAN 6.
    MOVE RESTORE-DATE TO CONTROL-NAME(5:8).
    OPEN INPUT CONVBKC-FILE.
    IF CONVBKC-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVREST: NO CONTROL FILE ' CONTROL-NAME ', STATUS '
            CONVBKC-STATUS ' - NOTHING RESTORED'
        MOVE 8 TO REST-RC
    ELSE
        MOVE 'Y' TO CONTROL-SWITCH
        MOVE 'N' TO EOF-SWITCH
        PERFORM READ-CONTROL-RECORD THRU READ-CONTROL-RECORD-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVBKC-FILE
    END-IF.
    IF CONTROL-READ AND SELECT-NAME IS NOT EQUAL TO SPACES
        MOVE ZERO TO SEARCH-NO
        PERFORM FIND-SELECTED THRU FIND-SELECTED-EXIT
            VARYING FILE-NO FROM 1 BY 1 UNTIL FILE-NO IS GREATER THAN 6
        IF SEARCH-NO IS EQUAL TO ZERO
            DISPLAY 'CONVREST: ' SELECT-NAME ' IS NOT A BACKED-UP FILE'
                ' - NOTHING RESTORED'
            MOVE 'N' TO CONTROL-SWITCH
            MOVE 8 TO REST-RC
        END-IF
    END-IF.
READ-CONTROL-EXIT.
    EXIT.

CLEAR-FILE-ENTRY.
    MOVE SPACES TO FILE-GEN-NAME(FILE-NO) FILE-GEN-OPENED(FILE-NO).
    MOVE SPACES TO FILE-BEFORE-STAT(FILE-NO) FILE-LOAD-STAT(FILE-NO).
    MOVE SPACES TO FILE-AFTER-STAT(FILE-NO).
    MOVE 'N' TO FILE-IN-GEN(FILE-NO) FILE-LOAD(FILE-NO).
    MOVE 'Y' TO FILE-SELECT(FILE-NO).
    MOVE ZERO TO FILE-GEN-COUNT(FILE-NO) FILE-BEFORE(FILE-NO).
    MOVE ZERO TO FILE-LOADED(FILE-NO) FILE-ADDED(FILE-NO).
    MOVE ZERO TO FILE-AFTER(FILE-NO).
CLEAR-FILE-ENTRY-EXIT.
    EXIT.

READ-CONTROL-RECORD.
    READ CONVBKC-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            IF CONVBKC-MASTER IS EQUAL TO 'CONVRFWD'
                MOVE CONVBKC-COUNT TO MARK-COUNT
            ELSE
                PERFORM NOTE-CONTROL-RECORD THRU NOTE-CONTROL-RECORD-EXIT
                    VARYING FILE-NO FROM 1 BY 1
                    UNTIL FILE-NO IS GREATER THAN 6
            END-IF
    END-READ.
READ-CONTROL-RECORD-EXIT.
    EXIT.

NOTE-CONTROL-RECORD.
    IF CONVBKC-MASTER IS EQUAL TO FILE-NAME(FILE-NO)
        MOVE 'Y' TO FILE-IN-GEN(FILE-NO)
        MOVE CONVBKC-GEN-NAME TO FILE-GEN-NAME(FILE-NO)
        MOVE CONVBKC-COUNT TO FILE-GEN-COUNT(FILE-NO)
        MOVE CONVBKC-OPENED TO FILE-GEN-OPENED(FILE-NO)
    END-IF.
NOTE-CONTROL-RECORD-EXIT.
    EXIT.

FIND-SELECTED.
    IF SELECT-NAME IS EQUAL TO FILE-NAME(FILE-NO)
        MOVE FILE-NO TO SEARCH-NO
    ELSE
        MOVE 'N' TO FILE-SELECT(FILE-NO)
    END-IF.
FIND-SELECTED-EXIT.
    EXIT.

*>Count each file as it stands, then reload the selected ones. Only a
*>generation the backup wrote cleanly - or wrote empty because the
*>file wasn't there yet - is loaded; the reload paragraphs leave the
*>file alone if the generation itself can't be opened.
RESTORE-FILES.
    MOVE 1 TO FILE-NO.
    PERFORM COUNT-MASTER THRU COUNT-MASTER-EXIT.
    PERFORM NOTE-BEFORE THRU NOTE-BEFORE-EXIT.
    IF FILE-SELECTED(FILE-NO)
        PERFORM CHECK-GENERATION THRU CHECK-GENERATION-EXIT
    END-IF.
    IF FILE-SELECTED(FILE-NO) AND FILE-BACKED-UP(FILE-NO)
        PERFORM LOAD-MASTER THRU LOAD-MASTER-EXIT
        PERFORM NOTE-LOAD THRU NOTE-LOAD-EXIT
    END-IF.
    MOVE 2 TO FILE-NO.
    PERFORM COUNT-DEPT THRU COUNT-DEPT-EXIT.
    PERFORM NOTE-BEFORE THRU NOTE-BEFORE-EXIT.
    IF FILE-SELECTED(FILE-NO)
        PERFORM CHECK-GENERATION THRU CHECK-GENERATION-EXIT
    END-IF.
    IF FILE-SELECTED(FILE-NO) AND FILE-BACKED-UP(FILE-NO)
        PERFORM LOAD-DEPT THRU LOAD-DEPT-EXIT
        PERFORM NOTE-LOAD THRU NOTE-LOAD-EXIT
    END-IF.
    MOVE 3 TO FILE-NO.
    PERFORM COUNT-REGISTER THRU COUNT-REGISTER-EXIT.
    PERFORM NOTE-BEFORE THRU NOTE-BEFORE-EXIT.
    IF FILE-SELECTED(FILE-NO)
        PERFORM CHECK-GENERATION THRU CHECK-GENERATION-EXIT
    END-IF.
    IF FILE-SELECTED(FILE-NO) AND FILE-BACKED-UP(FILE-NO)
        PERFORM LOAD-REGISTER THRU LOAD-REGISTER-EXIT
        PERFORM NOTE-LOAD THRU NOTE-LOAD-EXIT
        IF FILE-RELOADED(FILE-NO)
            MOVE 'Y' TO REGISTER-SWITCH
        END-IF
    END-IF.
    MOVE 4 TO FILE-NO.
    PERFORM COUNT-TRACKER THRU COUNT-TRACKER-EXIT.
    PERFORM NOTE-BEFORE THRU NOTE-BEFORE-EXIT.
    IF FILE-SELECTED(FILE-NO)
        PERFORM CHECK-GENERATION THRU CHECK-GENERATION-EXIT
    END-IF.
    IF FILE-SELECTED(FILE-NO) AND FILE-BACKED-UP(FILE-NO)
        PERFORM LOAD-TRACKER THRU LOAD-TRACKER-EXIT
        PERFORM NOTE-LOAD THRU NOTE-LOAD-EXIT
        IF FILE-RELOADED(FILE-NO)
            MOVE 'Y' TO TRACKER-SWITCH
        END-IF
    END-IF.
    MOVE 5 TO FILE-NO.
    PERFORM COUNT-INDEX THRU COUNT-INDEX-EXIT.
    PERFORM NOTE-BEFORE THRU NOTE-BEFORE-EXIT.
    IF FILE-SELECTED(FILE-NO)
        PERFORM CHECK-GENERATION THRU CHECK-GENERATION-EXIT
    END-IF.
    IF FILE-SELECTED(FILE-NO) AND FILE-BACKED-UP(FILE-NO)
        PERFORM LOAD-INDEX THRU LOAD-INDEX-EXIT
        PERFORM NOTE-LOAD THRU NOTE-LOAD-EXIT
    END-IF.
    MOVE 6 TO FILE-NO.
    PERFORM COUNT-RATES THRU COUNT-RATES-EXIT.
    PERFORM NOTE-BEFORE THRU NOTE-BEFORE-EXIT.
    IF FILE-SELECTED(FILE-NO)
        PERFORM CHECK-GENERATION THRU CHECK-GENERATION-EXIT
    END-IF.
    IF FILE-SELECTED(FILE-NO) AND FILE-BACKED-UP(FILE-NO)
        PERFORM LOAD-RATES THRU LOAD-RATES-EXIT
        PERFORM NOTE-LOAD THRU NOTE-LOAD-EXIT
    END-IF.
RESTORE-FILES-EXIT.
    EXIT.

*>A file the backup couldn't read has a generation that can't be
*>trusted - treated as not backed up at all.
CHECK-GENERATION.
    IF FILE-BACKED-UP(FILE-NO)
        IF FILE-GEN-OPENED(FILE-NO) IS NOT EQUAL TO '00'
            AND FILE-GEN-OPENED(FILE-NO) IS NOT EQUAL TO '35'
            MOVE 'N' TO FILE-IN-GEN(FILE-NO)
        END-IF
    END-IF.
    IF NOT FILE-BACKED-UP(FILE-NO)
        DISPLAY 'CONVREST: ' FILE-NAME(FILE-NO)
            ' NOT IN THIS GENERATION - NOT RESTORED'
    END-IF.
CHECK-GENERATION-EXIT.
    EXIT.

NOTE-BEFORE.
    MOVE COUNTED TO FILE-BEFORE(FILE-NO).
    MOVE COUNT-STATUS TO FILE-BEFORE-STAT(FILE-NO).
NOTE-BEFORE-EXIT.
    EXIT.

NOTE-LOAD.
    MOVE LOADED TO FILE-LOADED(FILE-NO).
    MOVE LOAD-STATUS TO FILE-LOAD-STAT(FILE-NO).
    IF LOAD-STATUS IS EQUAL TO '00'
        MOVE 'Y' TO FILE-LOAD(FILE-NO)
        DISPLAY 'CONVREST: ' FILE-NAME(FILE-NO) ' RELOADED FROM '
            FILE-GEN-NAME(FILE-NO) ' ' LOADED
    ELSE
        DISPLAY 'CONVREST: ' FILE-NAME(FILE-NO) ' NOT RELOADED, STATUS '
            LOAD-STATUS
    END-IF.
NOTE-LOAD-EXIT.
    EXIT.

NOTE-AFTER.
    MOVE COUNTED TO FILE-AFTER(FILE-NO).
    MOVE COUNT-STATUS TO FILE-AFTER-STAT(FILE-NO).
NOTE-AFTER-EXIT.
    EXIT.

*>The count paragraphs walk a file front to back; a file that won't
*>open counts zero and keeps its status for the report.
COUNT-MASTER.
    MOVE ZERO TO COUNTED.
    OPEN INPUT CONVMST-FILE.
    MOVE CONVMST-STATUS TO COUNT-STATUS.
    IF CONVMST-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COUNT-MASTER-NEXT THRU COUNT-MASTER-NEXT-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVMST-FILE
    END-IF.
COUNT-MASTER-EXIT.
    EXIT.

COUNT-MASTER-NEXT.
    READ CONVMST-FILE NEXT
        AT END MOVE 'Y' TO EOF-SWITCH
        NOT AT END ADD 1 TO COUNTED
    END-READ.
COUNT-MASTER-NEXT-EXIT.
    EXIT.

COUNT-DEPT.
    MOVE ZERO TO COUNTED.
    OPEN INPUT CONVDPT-FILE.
    MOVE CONVDPT-STATUS TO COUNT-STATUS.
    IF CONVDPT-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COUNT-DEPT-NEXT THRU COUNT-DEPT-NEXT-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVDPT-FILE
    END-IF.
COUNT-DEPT-EXIT.
    EXIT.

COUNT-DEPT-NEXT.
    READ CONVDPT-FILE NEXT
        AT END MOVE 'Y' TO EOF-SWITCH
        NOT AT END ADD 1 TO COUNTED
    END-READ.
COUNT-DEPT-NEXT-EXIT.
    EXIT.

COUNT-REGISTER.
    MOVE ZERO TO COUNTED.
    OPEN INPUT CONVREG-FILE.
    MOVE CONVREG-STATUS TO COUNT-STATUS.
    IF CONVREG-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COUNT-REGISTER-NEXT THRU COUNT-REGISTER-NEXT-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVREG-FILE
    END-IF.
COUNT-REGISTER-EXIT.
    EXIT.

COUNT-REGISTER-NEXT.
    READ CONVREG-FILE NEXT
        AT END MOVE 'Y' TO EOF-SWITCH
        NOT AT END ADD 1 TO COUNTED
    END-READ.
COUNT-REGISTER-NEXT-EXIT.
    EXIT.

COUNT-TRACKER.
    MOVE ZERO TO COUNTED.
    OPEN INPUT CONVTRK-FILE.
    MOVE CONVTRK-STATUS TO COUNT-STATUS.
    IF CONVTRK-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COUNT-TRACKER-NEXT THRU COUNT-TRACKER-NEXT-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVTRK-FILE
    END-IF.
COUNT-TRACKER-EXIT.
    EXIT.

COUNT-TRACKER-NEXT.
    READ CONVTRK-FILE NEXT
        AT END MOVE 'Y' TO EOF-SWITCH
        NOT AT END ADD 1 TO COUNTED
    END-READ.
COUNT-TRACKER-NEXT-EXIT.
    EXIT.

COUNT-INDEX.
    MOVE ZERO TO COUNTED.
    OPEN INPUT CONVHIX-FILE.
    MOVE CONVHIX-STATUS TO COUNT-STATUS.
    IF CONVHIX-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COUNT-INDEX-NEXT THRU COUNT-INDEX-NEXT-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVHIX-FILE
    END-IF.
COUNT-INDEX-EXIT.
    EXIT.

COUNT-INDEX-NEXT.
    READ CONVHIX-FILE NEXT
        AT END MOVE 'Y' TO EOF-SWITCH
        NOT AT END ADD 1 TO COUNTED
    END-READ.
COUNT-INDEX-NEXT-EXIT.
    EXIT.

COUNT-RATES.
    MOVE ZERO TO COUNTED.
    OPEN INPUT CONVRAT-FILE.
    MOVE CONVRAT-STATUS TO COUNT-STATUS.
    IF CONVRAT-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COUNT-RATES-NEXT THRU COUNT-RATES-NEXT-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVRAT-FILE
    END-IF.
COUNT-RATES-EXIT.
    EXIT.

COUNT-RATES-NEXT.
    READ CONVRAT-FILE NEXT
        AT END MOVE 'Y' TO EOF-SWITCH
        NOT AT END ADD 1 TO COUNTED
    END-READ.
COUNT-RATES-NEXT-EXIT.
    EXIT.

*>The reload paragraphs open the generation first and only then
*>empty the file, so a generation that has gone missing since the
*>backup never costs the file what it still has. A record the file
*>refuses (a duplicate key, which a key-order unload can't produce)
*>is simply not counted as loaded, and the short count shows it.
LOAD-MASTER.
    MOVE ZERO TO LOADED.
    MOVE FILE-GEN-NAME(FILE-NO) TO GEN-NAME.
    OPEN INPUT GEN-FILE.
    MOVE GEN-STATUS TO LOAD-STATUS.
    IF GEN-STATUS IS EQUAL TO '00'
        OPEN OUTPUT CONVMST-FILE
        MOVE CONVMST-STATUS TO LOAD-STATUS
        IF CONVMST-STATUS IS EQUAL TO '00'
            MOVE 'N' TO EOF-SWITCH
            PERFORM LOAD-MASTER-NEXT THRU LOAD-MASTER-NEXT-EXIT
                UNTIL END-OF-FILE
            CLOSE CONVMST-FILE
        END-IF
        CLOSE GEN-FILE
    END-IF.
LOAD-MASTER-EXIT.
    EXIT.

LOAD-MASTER-NEXT.
    READ GEN-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE GEN-RECORD TO CONVMST-RECORD
            WRITE CONVMST-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO LOADED
            END-WRITE
    END-READ.
LOAD-MASTER-NEXT-EXIT.
    EXIT.

LOAD-DEPT.
    MOVE ZERO TO LOADED.
    MOVE FILE-GEN-NAME(FILE-NO) TO GEN-NAME.
    OPEN INPUT GEN-FILE.
    MOVE GEN-STATUS TO LOAD-STATUS.
    IF GEN-STATUS IS EQUAL TO '00'
        OPEN OUTPUT CONVDPT-FILE
        MOVE CONVDPT-STATUS TO LOAD-STATUS
        IF CONVDPT-STATUS IS EQUAL TO '00'
            MOVE 'N' TO EOF-SWITCH
            PERFORM LOAD-DEPT-NEXT THRU LOAD-DEPT-NEXT-EXIT
                UNTIL END-OF-FILE
            CLOSE CONVDPT-FILE
        END-IF
        CLOSE GEN-FILE
    END-IF.
LOAD-DEPT-EXIT.
    EXIT.

LOAD-DEPT-NEXT.
    READ GEN-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE GEN-RECORD TO CONVDPT-RECORD
            WRITE CONVDPT-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO LOADED
            END-WRITE
    END-READ.
LOAD-DEPT-NEXT-EXIT.
    EXIT.

LOAD-REGISTER.
    MOVE ZERO TO LOADED.
    MOVE FILE-GEN-NAME(FILE-NO) TO GEN-NAME.
    OPEN INPUT GEN-FILE.
    MOVE GEN-STATUS TO LOAD-STATUS.
    IF GEN-STATUS IS EQUAL TO '00'
        OPEN OUTPUT CONVREG-FILE
        MOVE CONVREG-STATUS TO LOAD-STATUS
        IF CONVREG-STATUS IS EQUAL TO '00'
            MOVE 'N' TO EOF-SWITCH
            PERFORM LOAD-REGISTER-NEXT THRU LOAD-REGISTER-NEXT-EXIT
                UNTIL END-OF-FILE
            CLOSE CONVREG-FILE
        END-IF
        CLOSE GEN-FILE
    END-IF.
LOAD-REGISTER-EXIT.
    EXIT.

LOAD-REGISTER-NEXT.
    READ GEN-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE GEN-RECORD TO CONVREG-RECORD
            WRITE CONVREG-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO LOADED
            END-WRITE
    END-READ.
LOAD-REGISTER-NEXT-EXIT.
    EXIT.

LOAD-TRACKER.
    MOVE ZERO TO LOADED.
    MOVE FILE-GEN-NAME(FILE-NO) TO GEN-NAME.
    OPEN INPUT GEN-FILE.
    MOVE GEN-STATUS TO LOAD-STATUS.
    IF GEN-STATUS IS EQUAL TO '00'
        OPEN OUTPUT CONVTRK-FILE
        MOVE CONVTRK-STATUS TO LOAD-STATUS
        IF CONVTRK-STATUS IS EQUAL TO '00'
            MOVE 'N' TO EOF-SWITCH
            PERFORM LOAD-TRACKER-NEXT THRU LOAD-TRACKER-NEXT-EXIT
                UNTIL END-OF-FILE
            CLOSE CONVTRK-FILE
        END-IF
        CLOSE GEN-FILE
    END-IF.
LOAD-TRACKER-EXIT.
    EXIT.

LOAD-TRACKER-NEXT.
    READ GEN-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE GEN-RECORD TO CONVTRK-RECORD
            WRITE CONVTRK-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO LOADED
            END-WRITE
    END-READ.
LOAD-TRACKER-NEXT-EXIT.
    EXIT.

LOAD-INDEX.
    MOVE ZERO TO LOADED.
    MOVE FILE-GEN-NAME(FILE-NO) TO GEN-NAME.
    OPEN INPUT GEN-FILE.
    MOVE GEN-STATUS TO LOAD-STATUS.
    IF GEN-STATUS IS EQUAL TO '00'
        OPEN OUTPUT CONVHIX-FILE
        MOVE CONVHIX-STATUS TO LOAD-STATUS
        IF CONVHIX-STATUS IS EQUAL TO '00'
            MOVE 'N' TO EOF-SWITCH
            PERFORM LOAD-INDEX-NEXT THRU LOAD-INDEX-NEXT-EXIT
                UNTIL END-OF-FILE
            CLOSE CONVHIX-FILE
        END-IF
        CLOSE GEN-FILE
    END-IF.
LOAD-INDEX-EXIT.
    EXIT.

LOAD-INDEX-NEXT.
    READ GEN-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE GEN-RECORD TO CONVHIX-RECORD
            WRITE CONVHIX-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO LOADED
            END-WRITE
    END-READ.
LOAD-INDEX-NEXT-EXIT.
    EXIT.

LOAD-RATES.
    MOVE ZERO TO LOADED.
    MOVE FILE-GEN-NAME(FILE-NO) TO GEN-NAME.
    OPEN INPUT GEN-FILE.
    MOVE GEN-STATUS TO LOAD-STATUS.
    IF GEN-STATUS IS EQUAL TO '00'
        OPEN OUTPUT CONVRAT-FILE
        MOVE CONVRAT-STATUS TO LOAD-STATUS
        IF CONVRAT-STATUS IS EQUAL TO '00'
            MOVE 'N' TO EOF-SWITCH
            PERFORM LOAD-RATES-NEXT THRU LOAD-RATES-NEXT-EXIT
                UNTIL END-OF-FILE
            CLOSE CONVRAT-FILE
        END-IF
        CLOSE GEN-FILE
    END-IF.
LOAD-RATES-EXIT.
    EXIT.

LOAD-RATES-NEXT.
    READ GEN-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE GEN-RECORD TO CONVRAT-RECORD
            WRITE CONVRAT-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO LOADED
            END-WRITE
    END-READ.
LOAD-RATES-NEXT-EXIT.
    EXIT.

*>Replays every run kept after the generation's mark, in the order the
*>runs happened, against whichever of CONVREG and CONVTRK was restored
*>- the one not restored is already up to date and is left alone. The
*>lines up to the mark are runs the generation already reflects.
ROLL-FORWARD.
    MOVE ZERO TO LINE-COUNT RUNS-REPLAYED RUNS-PASSED.
    MOVE ZERO TO REG-ADDED REG-REFRESHED REG-REFUSED REG-PARTIAL.
    MOVE ZERO TO TRK-ADDED TRK-REOPENED TRK-CLOSED.
    MOVE 'X' TO RUN-TYPE.
    MOVE 'N' TO IMAGE-SWITCH RUN-IMAGE-SWITCH.
    IF REGISTER-ROLLING
        OPEN I-O CONVREG-FILE
        IF CONVREG-STATUS IS NOT EQUAL TO '00'
            DISPLAY 'CONVREST: CONVREG NOT REOPENED, STATUS '
                CONVREG-STATUS ' - NOT ROLLED FORWARD'
            MOVE 'N' TO REGISTER-SWITCH
            MOVE 8 TO REST-RC
        END-IF
    END-IF.
    IF TRACKER-ROLLING
        OPEN I-O CONVTRK-FILE
        IF CONVTRK-STATUS IS NOT EQUAL TO '00'
            DISPLAY 'CONVREST: CONVTRK NOT REOPENED, STATUS '
                CONVTRK-STATUS ' - NOT ROLLED FORWARD'
            MOVE 'N' TO TRACKER-SWITCH
            MOVE 8 TO REST-RC
        END-IF
    END-IF.
    OPEN INPUT CONVRFWD-FILE.
    IF CONVRFWD-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM REPLAY-LINE THRU REPLAY-LINE-EXIT UNTIL END-OF-FILE
        CLOSE CONVRFWD-FILE
    END-IF.
    IF LINE-COUNT IS LESS THAN MARK-COUNT
        DISPLAY 'CONVREST: CONVRFWD HOLDS ' LINE-COUNT
            ' LINES, THE GENERATION MARKED ' MARK-COUNT
            ' - RUNS SINCE CANNOT BE REPLAYED'
        MOVE 8 TO REST-RC
    END-IF.
    IF REGISTER-ROLLING
        CLOSE CONVREG-FILE
        MOVE REG-ADDED TO FILE-ADDED(3)
    END-IF.
    IF TRACKER-ROLLING
        CLOSE CONVTRK-FILE
        MOVE TRK-ADDED TO FILE-ADDED(4)
    END-IF.
ROLL-FORWARD-EXIT.
    EXIT.

REPLAY-LINE.
    READ CONVRFWD-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            ADD 1 TO LINE-COUNT
            IF LINE-COUNT IS GREATER THAN MARK-COUNT
                IF CONVRFW-REGISTER
                    PERFORM REPLAY-REGISTER-IMAGE
                        THRU REPLAY-REGISTER-IMAGE-EXIT
                ELSE
                    IF CONVRFW-TOTALS
                        PERFORM REPLAY-TOTALS THRU REPLAY-TOTALS-EXIT
                    ELSE
                        MOVE CONVRFW-IMAGE TO CONVREJ-RECORD
                        IF CONVRFW-REPAIR AND RUN-IS-RESUBMIT
                            PERFORM REPLAY-REPAIR THRU REPLAY-REPAIR-EXIT
                        END-IF
                        IF CONVRFW-REJECT AND RUN-IS-BATCH
                            PERFORM REPLAY-REJECT THRU REPLAY-REJECT-EXIT
                        END-IF
                        IF CONVRFW-REJECT AND RUN-IS-RESUBMIT
                            PERFORM REPLAY-STILL-FAILING
                                THRU REPLAY-STILL-FAILING-EXIT
                        END-IF
                    END-IF
                END-IF
            END-IF
    END-READ.
REPLAY-LINE-EXIT.
    EXIT.

*>A register line is a CONVREG entry exactly as a batch run left it,
*>kept ahead of that run's totals line. It goes back on the register
*>as it stands - count, hash, rejects, direction split, parse mode,
*>refused stamp and all - whatever an earlier line made of the entry.
*>An entry whose refused stamp isn't its own run's was turned away by
*>the run being kept.
REPLAY-REGISTER-IMAGE.
    MOVE 'Y' TO IMAGE-SWITCH.
    IF REGISTER-ROLLING
        MOVE CONVRFW-IMAGE TO CONVREG-RECORD
        READ CONVREG-FILE
            INVALID KEY
                MOVE CONVRFW-IMAGE TO CONVREG-RECORD
                WRITE CONVREG-RECORD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO REG-ADDED
                END-WRITE
            NOT INVALID KEY
                MOVE CONVRFW-IMAGE TO CONVREG-RECORD
                REWRITE CONVREG-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
                IF CONVREG-REFUSED-SERIAL IS NOT EQUAL TO SPACES
                    AND (CONVREG-REFUSED-DATE IS NOT EQUAL TO
                        CONVREG-RUN-DATE
                    OR CONVREG-REFUSED-SERIAL IS NOT EQUAL TO
                        CONVREG-RUN-SERIAL)
                    ADD 1 TO REG-REFUSED
                ELSE
                    ADD 1 TO REG-REFRESHED
                END-IF
        END-READ
    END-IF.
REPLAY-REGISTER-IMAGE-EXIT.
    EXIT.

*>A totals line opens a run. Only a controlled batch run (balance B or
*>O) filed anything on the register; a resubmit run only closes
*>tracked rejects, and a legacy file touched neither. A batch run kept
*>with its register lines is already back on the register exactly;
*>only one kept before those lines existed is rebuilt from its totals
*>and rejects.
REPLAY-TOTALS.
    MOVE IMAGE-SWITCH TO RUN-IMAGE-SWITCH.
    MOVE 'N' TO IMAGE-SWITCH.
    MOVE CONVRFW-IMAGE TO CONVTOT-RECORD.
    MOVE CONVRFW-KEPT-DATE TO RUN-KEPT-DATE.
    MOVE ZERO TO FIX-SEQ CLOSED-COUNT.
    MOVE 'N' TO OVERFLOW-SWITCH.
    MOVE 'X' TO RUN-TYPE.
    IF CONVTOT-DEPT-ID IS NOT EQUAL TO SPACES
        AND CONVTOT-BATCH-DATE IS NUMERIC
        AND CONVTOT-BATCH-NO IS NUMERIC
        IF CONVTOT-BALANCE IS EQUAL TO 'B' OR 'O'
            MOVE 'B' TO RUN-TYPE
        END-IF
    END-IF.
    IF CONVTOT-BALANCE IS EQUAL TO 'R'
        MOVE 'R' TO RUN-TYPE
    END-IF.
    IF RUN-IS-BATCH OR RUN-IS-RESUBMIT
        ADD 1 TO RUNS-REPLAYED
    ELSE
        ADD 1 TO RUNS-PASSED
    END-IF.
    IF RUN-IS-BATCH AND REGISTER-ROLLING AND NOT RUN-REGISTERED
        PERFORM REPLAY-REGISTRATION THRU REPLAY-REGISTRATION-EXIT
    END-IF.
REPLAY-TOTALS-EXIT.
    EXIT.

*>What CONVDRV's REGISTER-BATCH filed, as far as CONVTOT can say it -
*>the rebuild for a run kept without its register lines.
*>The batch already registered to another run means this run turned
*>it away as a duplicate - stamped refused, the way CONVDRV does. The
*>same run met again (a restarted run, or a run kept twice) refreshes
*>its own entry. A single-set run's totals are the batch's own
*>figures; a stacked file's totals cover every set, so its entry is
*>filed with the identity, run and verdict but no count or hash, and
*>reported as partial. Rejects are counted back in from the run's
*>reject lines that follow. The direction split and parse mode are
*>not on CONVTOT; entries rebuilt here carry zeros and a blank the way
*>entries filed before the split did, and bill the same way.
REPLAY-REGISTRATION.
    MOVE CONVTOT-DEPT-ID TO CONVREG-DEPT-ID.
    MOVE CONVTOT-BATCH-DATE TO CONVREG-BATCH-DATE.
    MOVE CONVTOT-BATCH-NO TO CONVREG-BATCH-NO.
    READ CONVREG-FILE
        INVALID KEY
            PERFORM BUILD-REGISTER-ENTRY THRU BUILD-REGISTER-ENTRY-EXIT
            IF CONVTOT-SETS IS NUMERIC
                AND CONVTOT-SETS IS GREATER THAN 1
                ADD 1 TO REG-PARTIAL
            ELSE
                MOVE CONVTOT-COUNT TO CONVREG-COUNT
                MOVE CONVTOT-TOTAL TO CONVREG-HASH
            END-IF
            WRITE CONVREG-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO REG-ADDED
            END-WRITE
        NOT INVALID KEY
            IF CONVREG-RUN-SERIAL IS EQUAL TO CONVTOT-RUN-SERIAL
                AND CONVREG-RUN-DATE IS NUMERIC
                AND CONVREG-RUN-DATE IS NOT LESS THAN CONVTOT-RUN-DATE
                MOVE ZERO TO CONVREG-REJECTS
                MOVE CONVTOT-BALANCE TO CONVREG-BALANCE
                IF CONVTOT-SETS IS NUMERIC
                    AND CONVTOT-SETS IS GREATER THAN 1
                    CONTINUE
                ELSE
                    MOVE CONVTOT-COUNT TO CONVREG-COUNT
                    MOVE CONVTOT-TOTAL TO CONVREG-HASH
                END-IF
                ADD 1 TO REG-REFRESHED
            ELSE
                MOVE CONVTOT-RUN-DATE TO CONVREG-REFUSED-DATE
                MOVE CONVTOT-RUN-SERIAL TO CONVREG-REFUSED-SERIAL
                ADD 1 TO REG-REFUSED
            END-IF
            REWRITE CONVREG-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
    END-READ.
REPLAY-REGISTRATION-EXIT.
    EXIT.

*>The key is already in CONVREG-KEY.
BUILD-REGISTER-ENTRY.
    MOVE CONVTOT-RUN-DATE TO CONVREG-RUN-DATE.
    MOVE CONVTOT-RUN-ID TO CONVREG-RUN-ID.
    MOVE ZERO TO CONVREG-COUNT CONVREG-HASH CONVREG-REJECTS.
    MOVE CONVTOT-BALANCE TO CONVREG-BALANCE.
    MOVE CONVTOT-RUN-SERIAL TO CONVREG-RUN-SERIAL.
    MOVE ZEROS TO CONVREG-REFUSED-DATE.
    MOVE SPACES TO CONVREG-REFUSED-SERIAL.
    MOVE ZERO TO CONVREG-R-COUNT CONVREG-N-COUNT CONVREG-A-COUNT.
    MOVE SPACE TO CONVREG-PARSE-MODE.
BUILD-REGISTER-ENTRY-EXIT.
    EXIT.

*>A batch run's reject, filed the way CONVDRV's REGISTER-REJECT files
*>it - new under its own identity and sequence, or an existing entry
*>reopened with its first-seen date kept. A run kept without register
*>lines also counts it onto its batch's register entry, and there a
*>stacked file's other sets show up for the first time: their entry
*>is filed partial from the reject. A run kept with them already has
*>every entry's reject count exactly.
REPLAY-REJECT.
    IF CONVREJ-DEPT-ID IS NOT EQUAL TO SPACES
        AND CONVREJ-BATCH-DATE IS NUMERIC
        AND CONVREJ-BATCH-NO IS NUMERIC
        AND CONVREJ-SEQ IS NUMERIC
        IF REGISTER-ROLLING AND NOT RUN-REGISTERED
            PERFORM COUNT-REGISTERED-REJECT
                THRU COUNT-REGISTERED-REJECT-EXIT
        END-IF
        IF TRACKER-ROLLING
            PERFORM TRACK-REJECT THRU TRACK-REJECT-EXIT
        END-IF
    END-IF.
REPLAY-REJECT-EXIT.
    EXIT.

COUNT-REGISTERED-REJECT.
    MOVE CONVREJ-DEPT-ID TO CONVREG-DEPT-ID.
    MOVE CONVREJ-BATCH-DATE TO CONVREG-BATCH-DATE.
    MOVE CONVREJ-BATCH-NO TO CONVREG-BATCH-NO.
    READ CONVREG-FILE
        INVALID KEY
            PERFORM BUILD-REGISTER-ENTRY THRU BUILD-REGISTER-ENTRY-EXIT
            MOVE 1 TO CONVREG-REJECTS
            WRITE CONVREG-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    ADD 1 TO REG-ADDED
                    ADD 1 TO REG-PARTIAL
            END-WRITE
        NOT INVALID KEY
            IF CONVREG-RUN-SERIAL IS EQUAL TO CONVTOT-RUN-SERIAL
                AND CONVREG-RUN-DATE IS NUMERIC
                AND CONVREG-RUN-DATE IS NOT LESS THAN CONVTOT-RUN-DATE
                ADD 1 TO CONVREG-REJECTS
                REWRITE CONVREG-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
            END-IF
    END-READ.
COUNT-REGISTERED-REJECT-EXIT.
    EXIT.

TRACK-REJECT.
    MOVE CONVREJ-DEPT-ID TO CONVTRK-DEPT-ID.
    MOVE CONVREJ-BATCH-DATE TO CONVTRK-BATCH-DATE.
    MOVE CONVREJ-BATCH-NO TO CONVTRK-BATCH-NO.
    MOVE CONVREJ-SEQ TO CONVTRK-SEQ.
    READ CONVTRK-FILE
        INVALID KEY
            MOVE CONVREJ-DIRECTION TO CONVTRK-DIRECTION
            MOVE CONVREJ-DATA TO CONVTRK-DATA
            MOVE CONVREJ-ERR TO CONVTRK-ERR
            MOVE CONVTOT-RUN-DATE TO CONVTRK-FIRST-SEEN
            MOVE ZERO TO CONVTRK-CLOSED-DATE
            MOVE 'O' TO CONVTRK-STATE
            WRITE CONVTRK-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO TRK-ADDED
            END-WRITE
        NOT INVALID KEY
            MOVE CONVREJ-DIRECTION TO CONVTRK-DIRECTION
            MOVE CONVREJ-DATA TO CONVTRK-DATA
            MOVE CONVREJ-ERR TO CONVTRK-ERR
            MOVE ZERO TO CONVTRK-CLOSED-DATE
            MOVE 'O' TO CONVTRK-STATE
            REWRITE CONVTRK-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO TRK-REOPENED
            END-REWRITE
    END-READ.
TRACK-REJECT-EXIT.
    EXIT.

*>A resubmit run's repair closes its tracked entry, found the way
*>CONVDRV's RESOLVE-FIX-IDENTITY finds it: by the identity on the
*>line, else by position against the batch the totals name. A repair
*>with a direction CONVDRV would have skipped closes nothing. Whether
*>it converted is not on the repair line - a repair that still failed
*>is on the run's reject lines that follow, and reopens it there.
REPLAY-REPAIR.
    ADD 1 TO FIX-SEQ.
    IF TRACKER-ROLLING
        AND (CONVREJ-DIRECTION IS EQUAL TO 'R' OR 'N' OR 'A'
             OR 'D' OR 'Y' OR SPACE)
        MOVE 'N' TO TRK-IDENTIFIED
        IF CONVREJ-DEPT-ID IS NOT EQUAL TO SPACES
            AND CONVREJ-BATCH-DATE IS NUMERIC
            AND CONVREJ-BATCH-NO IS NUMERIC
            AND CONVREJ-SEQ IS NUMERIC
            MOVE CONVREJ-DEPT-ID TO TRK-DEPT
            MOVE CONVREJ-BATCH-DATE TO TRK-DATE
            MOVE CONVREJ-BATCH-NO TO TRK-NO
            MOVE CONVREJ-SEQ TO TRK-SEQ
            MOVE 'Y' TO TRK-IDENTIFIED
        ELSE
            IF CONVTOT-DEPT-ID IS NOT EQUAL TO SPACES
                AND CONVTOT-BATCH-DATE IS NUMERIC
                AND CONVTOT-BATCH-NO IS NUMERIC
                MOVE CONVTOT-DEPT-ID TO TRK-DEPT
                MOVE CONVTOT-BATCH-DATE TO TRK-DATE
                MOVE CONVTOT-BATCH-NO TO TRK-NO
                MOVE FIX-SEQ TO TRK-SEQ
                MOVE 'Y' TO TRK-IDENTIFIED
            END-IF
        END-IF
        IF TRK-IDENTITY-KNOWN
            PERFORM CLOSE-REPAIRED THRU CLOSE-REPAIRED-EXIT
        END-IF
    END-IF.
REPLAY-REPAIR-EXIT.
    EXIT.

CLOSE-REPAIRED.
    MOVE TRK-DEPT TO CONVTRK-DEPT-ID.
    MOVE TRK-DATE TO CONVTRK-BATCH-DATE.
    MOVE TRK-NO TO CONVTRK-BATCH-NO.
    MOVE TRK-SEQ TO CONVTRK-SEQ.
    READ CONVTRK-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CONVTRK-OPEN
                MOVE 'C' TO CONVTRK-STATE
                MOVE RUN-KEPT-DATE TO CONVTRK-CLOSED-DATE
                REWRITE CONVTRK-RECORD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO TRK-CLOSED
                        PERFORM NOTE-CLOSED THRU NOTE-CLOSED-EXIT
                END-REWRITE
            END-IF
    END-READ.
CLOSE-REPAIRED-EXIT.
    EXIT.

NOTE-CLOSED.
    IF CLOSED-COUNT IS LESS THAN 500
        ADD 1 TO CLOSED-COUNT
        MOVE CONVTRK-KEY TO CLOSED-KEY(CLOSED-COUNT)
    ELSE
        MOVE 'Y' TO OVERFLOW-SWITCH
    END-IF.
NOTE-CLOSED-EXIT.
    EXIT.

*>A repair that still failed carries its entry's identity on the
*>reject line; the repair line ahead of it closed that entry, so it
*>is put back open - but only an entry this same run closed, so one
*>closed by an earlier repair round stays closed, as CONVDRV left it.
*>A run that closed more than the table holds falls back on the
*>closing date for the rest.
REPLAY-STILL-FAILING.
    IF TRACKER-ROLLING
        AND CONVREJ-DEPT-ID IS NOT EQUAL TO SPACES
        AND CONVREJ-BATCH-DATE IS NUMERIC
        AND CONVREJ-BATCH-NO IS NUMERIC
        AND CONVREJ-SEQ IS NUMERIC
        MOVE CONVREJ-DEPT-ID TO CONVTRK-DEPT-ID
        MOVE CONVREJ-BATCH-DATE TO CONVTRK-BATCH-DATE
        MOVE CONVREJ-BATCH-NO TO CONVTRK-BATCH-NO
        MOVE CONVREJ-SEQ TO CONVTRK-SEQ
        MOVE 'N' TO CLOSED-SWITCH
        PERFORM FIND-CLOSED THRU FIND-CLOSED-EXIT
            VARYING CLOSED-NO FROM 1 BY 1
            UNTIL CLOSED-NO IS GREATER THAN CLOSED-COUNT
        READ CONVTRK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CONVTRK-REPAIRED
                    AND CONVTRK-CLOSED-DATE IS EQUAL TO RUN-KEPT-DATE
                    AND (CLOSED-THIS-RUN OR CLOSED-OVERFLOW)
                    MOVE 'O' TO CONVTRK-STATE
                    MOVE ZERO TO CONVTRK-CLOSED-DATE
                    REWRITE CONVTRK-RECORD
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF TRK-CLOSED IS GREATER THAN ZERO
                                SUBTRACT 1 FROM TRK-CLOSED
                            END-IF
                    END-REWRITE
                END-IF
        END-READ
    END-IF.
REPLAY-STILL-FAILING-EXIT.
    EXIT.

FIND-CLOSED.
    IF CLOSED-KEY(CLOSED-NO) IS EQUAL TO CONVTRK-KEY
        MOVE 'Y' TO CLOSED-SWITCH
    END-IF.
FIND-CLOSED-EXIT.
    EXIT.

COUNT-AFTER.
    MOVE 1 TO FILE-NO.
    PERFORM COUNT-MASTER THRU COUNT-MASTER-EXIT.
    PERFORM NOTE-AFTER THRU NOTE-AFTER-EXIT.
    MOVE 2 TO FILE-NO.
    PERFORM COUNT-DEPT THRU COUNT-DEPT-EXIT.
    PERFORM NOTE-AFTER THRU NOTE-AFTER-EXIT.
    MOVE 3 TO FILE-NO.
    PERFORM COUNT-REGISTER THRU COUNT-REGISTER-EXIT.
    PERFORM NOTE-AFTER THRU NOTE-AFTER-EXIT.
    MOVE 4 TO FILE-NO.
    PERFORM COUNT-TRACKER THRU COUNT-TRACKER-EXIT.
    PERFORM NOTE-AFTER THRU NOTE-AFTER-EXIT.
    MOVE 5 TO FILE-NO.
    PERFORM COUNT-INDEX THRU COUNT-INDEX-EXIT.
    PERFORM NOTE-AFTER THRU NOTE-AFTER-EXIT.
    MOVE 6 TO FILE-NO.
    PERFORM COUNT-RATES THRU COUNT-RATES-EXIT.
    PERFORM NOTE-AFTER THRU NOTE-AFTER-EXIT.
COUNT-AFTER-EXIT.
    EXIT.

WRITE-VERIFICATION.
    OPEN OUTPUT CONVVRFY-FILE.
    MOVE SPACES TO CONVVRFY-RECORD.
    MOVE 'RESTORE VERIFICATION - GENERATION' TO CONVVRFY-RECORD.
    MOVE RESTORE-DATE TO CONVVRFY-RECORD(35:8).
    WRITE CONVVRFY-RECORD.
    MOVE SPACES TO CONVVRFY-RECORD.
    MOVE 'FILE' TO VFY-FILE.
    MOVE 'GENERATION' TO VFY-GEN.
    MOVE 'AT BACKUP' TO CONVVRFY-RECORD(24:9).
    MOVE 'BEFORE' TO CONVVRFY-RECORD(36:6).
    MOVE 'LOADED' TO CONVVRFY-RECORD(49:6).
    MOVE 'ROLLED' TO CONVVRFY-RECORD(59:6).
    MOVE 'AFTER' TO CONVVRFY-RECORD(70:5).
    MOVE 'RESULT' TO VFY-RESULT.
    WRITE CONVVRFY-RECORD.
    PERFORM WRITE-FILE-LINE THRU WRITE-FILE-LINE-EXIT
        VARYING FILE-NO FROM 1 BY 1 UNTIL FILE-NO IS GREATER THAN 6.
    IF REGISTER-ROLLING OR TRACKER-ROLLING
        MOVE SPACES TO CONVVRFY-RECORD
        WRITE CONVVRFY-RECORD
        MOVE 'ROLL FORWARD FROM CONVRFWD LINE' TO SUMMARY-LABEL
        COMPUTE SUMMARY-COUNT = MARK-COUNT + 1
        WRITE CONVVRFY-RECORD
        MOVE 'RUNS REPLAYED' TO SUMMARY-LABEL
        MOVE RUNS-REPLAYED TO SUMMARY-COUNT
        WRITE CONVVRFY-RECORD
        MOVE 'RUNS WITH NOTHING TO REPLAY' TO SUMMARY-LABEL
        MOVE RUNS-PASSED TO SUMMARY-COUNT
        WRITE CONVVRFY-RECORD
    END-IF.
    IF REGISTER-ROLLING
        MOVE 'CONVREG ENTRIES ADDED' TO SUMMARY-LABEL
        MOVE REG-ADDED TO SUMMARY-COUNT
        WRITE CONVVRFY-RECORD
        MOVE 'CONVREG ENTRIES REFRESHED' TO SUMMARY-LABEL
        MOVE REG-REFRESHED TO SUMMARY-COUNT
        WRITE CONVVRFY-RECORD
        MOVE 'CONVREG DUPLICATES STAMPED REFUSED' TO SUMMARY-LABEL
        MOVE REG-REFUSED TO SUMMARY-COUNT
        WRITE CONVVRFY-RECORD
        MOVE 'CONVREG ENTRIES WITHOUT COUNT OR HASH' TO SUMMARY-LABEL
        MOVE REG-PARTIAL TO SUMMARY-COUNT
        WRITE CONVVRFY-RECORD
        IF REG-PARTIAL IS GREATER THAN ZERO AND REST-RC IS LESS THAN 4
            MOVE 4 TO REST-RC
        END-IF
    END-IF.
    IF TRACKER-ROLLING
        MOVE 'CONVTRK REJECTS ADDED' TO SUMMARY-LABEL
        MOVE TRK-ADDED TO SUMMARY-COUNT
        WRITE CONVVRFY-RECORD
        MOVE 'CONVTRK REJECTS REOPENED' TO SUMMARY-LABEL
        MOVE TRK-REOPENED TO SUMMARY-COUNT
        WRITE CONVVRFY-RECORD
        MOVE 'CONVTRK REJECTS CLOSED BY REPAIRS' TO SUMMARY-LABEL
        MOVE TRK-CLOSED TO SUMMARY-COUNT
        WRITE CONVVRFY-RECORD
    END-IF.
    IF FILE-RELOADED(1) OR FILE-RELOADED(2) OR FILE-RELOADED(6)
        MOVE SPACES TO CONVVRFY-RECORD
        WRITE CONVVRFY-RECORD
        MOVE 'MAINTENANCE SINCE THE GENERATION IS ON CONVJRN - LIST IT'
            TO CONVVRFY-RECORD
        MOVE ' WITH CONVJRPT FROM THE GENERATION DATE AND KEY IT AGAIN'
            TO CONVVRFY-RECORD(57:56)
        WRITE CONVVRFY-RECORD
    END-IF.
    CLOSE CONVVRFY-FILE.
    DISPLAY 'CONVREST: VERIFICATION REPORT ON CONVVRFY'.
WRITE-VERIFICATION-EXIT.
    EXIT.

*>WHOLE means the file took every record the generation holds and
*>now holds exactly those plus what the roll forward added. Anything
*>else on a restored file is for operations to look at before the
*>window opens.
WRITE-FILE-LINE.
    MOVE SPACES TO CONVVRFY-RECORD.
    MOVE FILE-NAME(FILE-NO) TO VFY-FILE.
    MOVE FILE-GEN-NAME(FILE-NO) TO VFY-GEN.
    MOVE FILE-GEN-COUNT(FILE-NO) TO VFY-AT-BACKUP.
    MOVE FILE-BEFORE(FILE-NO) TO VFY-BEFORE.
    IF FILE-BEFORE-STAT(FILE-NO) IS NOT EQUAL TO '00'
        MOVE FILE-BEFORE-STAT(FILE-NO) TO VFY-BEFORE-STAT
    END-IF.
    MOVE FILE-LOADED(FILE-NO) TO VFY-LOADED.
    MOVE FILE-ADDED(FILE-NO) TO VFY-ADDED.
    MOVE FILE-AFTER(FILE-NO) TO VFY-AFTER.
    IF FILE-AFTER-STAT(FILE-NO) IS NOT EQUAL TO '00'
        MOVE FILE-AFTER-STAT(FILE-NO) TO VFY-AFTER-STAT
    END-IF.
    IF NOT FILE-SELECTED(FILE-NO)
        MOVE 'NOT RESTORED' TO VFY-RESULT
    ELSE
        IF NOT FILE-BACKED-UP(FILE-NO)
            MOVE 'NOT IN GENERATION' TO VFY-RESULT
            MOVE 8 TO REST-RC
        ELSE
            IF NOT FILE-RELOADED(FILE-NO)
                MOVE 'RELOAD FAILED' TO VFY-RESULT
                MOVE FILE-LOAD-STAT(FILE-NO) TO VFY-RESULT(15:2)
                MOVE 8 TO REST-RC
            ELSE
                IF FILE-LOADED(FILE-NO) IS NOT EQUAL TO
                    FILE-GEN-COUNT(FILE-NO)
                    MOVE 'SHORT LOAD' TO VFY-RESULT
                    MOVE 8 TO REST-RC
                ELSE
                    IF FILE-AFTER-STAT(FILE-NO) IS NOT EQUAL TO '00'
                        OR FILE-AFTER(FILE-NO) IS NOT EQUAL TO
                            FILE-LOADED(FILE-NO) + FILE-ADDED(FILE-NO)
                        MOVE 'COUNTS DISAGREE' TO VFY-RESULT
                        MOVE 8 TO REST-RC
                    ELSE
                        MOVE 'WHOLE' TO VFY-RESULT
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
    WRITE CONVVRFY-RECORD.
    DISPLAY 'CONVREST: ' FILE-NAME(FILE-NO) ' ' VFY-RESULT.
WRITE-FILE-LINE-EXIT.
    EXIT.

*>A reload replaces a journaled master wholesale, so it is journaled
*>the way a CONVMNT rebuild is: one summary entry, counts either side,
*>the records loaded, and the generation it came from as the source.
JOURNAL-RESTORES.
    IF FILE-RELOADED(1) OR FILE-RELOADED(2) OR FILE-RELOADED(6)
        PERFORM OPEN-JOURNAL THRU OPEN-JOURNAL-EXIT
        IF JOURNAL-OPEN
            IF FILE-RELOADED(1)
                MOVE 1 TO FILE-NO
                PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
            END-IF
            IF FILE-RELOADED(2)
                MOVE 2 TO FILE-NO
                PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
            END-IF
            IF FILE-RELOADED(6)
                MOVE 6 TO FILE-NO
                PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
            END-IF
            CLOSE CONVJRN-FILE
        ELSE
            DISPLAY 'CONVREST: CONVJRN UNAVAILABLE, STATUS '
                CONVJRN-STATUS ' - RESTORE NOT JOURNALED'
        END-IF
    END-IF.
JOURNAL-RESTORES-EXIT.
    EXIT.

OPEN-JOURNAL.
    DISPLAY 'CONVOPER' UPON ENVIRONMENT-NAME.
    ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
    IF OPERATOR-ID IS EQUAL TO SPACES
        DISPLAY 'LOGNAME' UPON ENVIRONMENT-NAME
        ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE
    END-IF.
    IF OPERATOR-ID IS EQUAL TO SPACES
        MOVE 'UNKNOWN' TO OPERATOR-ID
    END-IF.
    OPEN EXTEND CONVJRN-FILE.
    IF CONVJRN-STATUS IS EQUAL TO '35'
        OPEN OUTPUT CONVJRN-FILE
    END-IF.
    IF CONVJRN-STATUS IS EQUAL TO '00'
        MOVE 'Y' TO JOURNAL-SWITCH
    END-IF.
OPEN-JOURNAL-EXIT.
    EXIT.

WRITE-JOURNAL.
    MOVE SPACES TO CONVJRN-RECORD.
    ACCEPT CONVJRN-DATE FROM DATE YYYYMMDD.
    ACCEPT CONVJRN-TIME FROM TIME.
    MOVE OPERATOR-ID TO CONVJRN-OPERATOR.
    MOVE 'CONVREST' TO CONVJRN-PROGRAM.
    MOVE 'R' TO CONVJRN-FUNCTION.
    MOVE FILE-NAME(FILE-NO) TO CONVJRN-MASTER.
    MOVE FILE-BEFORE(FILE-NO) TO CONVJRN-OLD-COUNT.
    MOVE FILE-AFTER(FILE-NO) TO CONVJRN-NEW-COUNT.
    MOVE FILE-LOADED(FILE-NO) TO CONVJRN-APPLIED.
    MOVE RESTORE-DATE TO CONVJRN-SOURCE.
    WRITE CONVJRN-RECORD.
WRITE-JOURNAL-EXIT.
    EXIT.
