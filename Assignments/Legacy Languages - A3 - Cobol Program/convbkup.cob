IDENTIFICATION DIVISION.
PROGRAM-ID. convbkup.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*>A generation takes its name from the day it was taken, the way a
*>CONVARCH cut does - BMST20261015 is CONVMST as it stood that night,
*>BCTL20261015 the control file that says what each generation holds.
*>A second backup the same day replaces that day's generation.
FILE-CONTROL.
    SELECT CONVMST-FILE ASSIGN TO "CONVMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONVMST-KEY
        FILE STATUS IS CONVMST-STATUS.
    SELECT CONVDPT-FILE ASSIGN TO "CONVDPT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONVDPT-KEY
        FILE STATUS IS CONVDPT-STATUS.
    SELECT CONVREG-FILE ASSIGN TO "CONVREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONVREG-KEY
        FILE STATUS IS CONVREG-STATUS.
    SELECT CONVTRK-FILE ASSIGN TO "CONVTRK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONVTRK-KEY
        FILE STATUS IS CONVTRK-STATUS.
    SELECT CONVHIX-FILE ASSIGN TO "CONVHIX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONVHIX-KEY
        FILE STATUS IS CONVHIX-STATUS.
    SELECT CONVRAT-FILE ASSIGN TO "CONVRAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
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
    SELECT CONVTOT-FILE ASSIGN TO "CONVTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVTOT-STATUS.
    SELECT CONVREJ-FILE ASSIGN TO "CONVREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVREJ-STATUS.
    SELECT CONVFIX-FILE ASSIGN TO "CONVFIX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVFIX-STATUS.

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

*>One generation record is one indexed record, unchanged - every
*>field of every file unloaded here is display, so the generation
*>can be read, compared and reloaded as plain text.
FD GEN-FILE.
    01 GEN-RECORD PICTURE X(120).

FD CONVBKC-FILE.
    COPY "convbkc.cpy".

FD CONVRFWD-FILE.
    COPY "convrfw.cpy".

FD CONVTOT-FILE.
    COPY "convtot.cpy".

FD CONVREJ-FILE.
    COPY "convrej.cpy".

FD CONVFIX-FILE.
    01 CONVFIX-RECORD PICTURE X(112).

WORKING-STORAGE SECTION.
77  FUNCTION-PARM   PICTURE X(01) VALUE 'B'.
    88 BACKUP-FUNCTION VALUE 'B'.
    88 KEEP-FUNCTION   VALUE 'K'.
77  ARG-COUNT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-TEXT        PICTURE X(20).
77  CONVMST-STATUS  PICTURE X(02).
77  CONVDPT-STATUS  PICTURE X(02).
77  CONVREG-STATUS  PICTURE X(02).
77  CONVTRK-STATUS  PICTURE X(02).
77  CONVHIX-STATUS  PICTURE X(02).
77  CONVRAT-STATUS  PICTURE X(02).
77  GEN-STATUS      PICTURE X(02).
77  CONVBKC-STATUS  PICTURE X(02).
77  CONVRFWD-STATUS PICTURE X(02).
77  CONVTOT-STATUS  PICTURE X(02).
77  CONVREJ-STATUS  PICTURE X(02).
77  CONVFIX-STATUS  PICTURE X(02).
77  GEN-NAME        PICTURE X(12) VALUE SPACES.
77  CONTROL-NAME    PICTURE X(12) VALUE 'BCTL'.
77  EOF-SWITCH      PICTURE X(01) VALUE 'N'.
    88 END-OF-FILE VALUE 'Y'.
77  BACKUP-DATE     PICTURE 9(08).
77  BACKUP-TIME     PICTURE X(08).
77  UNLOAD-FILE     PICTURE X(08).
77  UNLOAD-STATUS   PICTURE X(02).
77  UNLOAD-COUNT    PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  KEPT-COUNT      PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  FIX-COUNT       PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  REG-COUNT       PICTURE 9(08) USAGE IS COMPUTATIONAL.
77  BKUP-RC         PICTURE 9(02) USAGE IS COMPUTATIONAL.

*>Point-in-time protection for the indexed files the night updates in
*>place. Two functions, picked by the first argument:
*>  B  - backup (the default): unload CONVMST, CONVDPT, CONVREG,
*>       CONVTRK, CONVHIX and CONVRAT, each in key order, to that
*>       day's dated sequential generation, and write the BCTL control
*>       file with every file's record count and open status, closing
*>       with the CONVRFWD mark - how far the roll-forward file had
*>       got, so a restore knows which kept runs came after it
*>  K  - keep: copy the CONVTOT, CONVREJ and (for a resubmit) CONVFIX
*>       the run just left behind onto the end of CONVRFWD before the
*>       next run overwrites them, together with the CONVREG entries
*>       the run touched; run after every CONVDRV or CONVMRG
*>CONVREST reloads a generation and replays the kept runs after its
*>mark. Return code 4 when a file or run output was missing, 8 when a
*>file could not be unloaded or the control or roll-forward file
*>could not be written.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM PARSE-COMMAND-LINE THRU PARSE-COMMAND-LINE-EXIT.
    MOVE ZERO TO BKUP-RC.
    ACCEPT BACKUP-DATE FROM DATE YYYYMMDD.
    ACCEPT BACKUP-TIME FROM TIME.
    IF KEEP-FUNCTION
        PERFORM KEEP-RUN-OUTPUTS THRU KEEP-RUN-OUTPUTS-EXIT
    ELSE
        PERFORM TAKE-BACKUP THRU TAKE-BACKUP-EXIT
    END-IF.
    MOVE BKUP-RC TO RETURN-CODE.
    STOP RUN.

PARSE-COMMAND-LINE.
    ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
    IF ARG-COUNT IS GREATER THAN ZERO
        DISPLAY 1 UPON ARGUMENT-NUMBER
        ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
        IF ARG-TEXT IS EQUAL TO 'K' OR 'k'
            MOVE 'K' TO FUNCTION-PARM
        ELSE
            IF ARG-TEXT IS NOT EQUAL TO 'B' AND 'b'
                DISPLAY 'CONVBKUP: FUNCTION ' ARG-TEXT
                    ' NOT B OR K - TAKING A BACKUP'
            END-IF
        END-IF
    END-IF.
PARSE-COMMAND-LINE-EXIT.
    EXIT.

*>Each file in turn, then the mark. Nothing here opens a file for
*>update, so a backup can never make matters worse.
TAKE-BACKUP.
    MOVE BACKUP-DATE TO CONTROL-NAME(5:8).
    OPEN OUTPUT CONVBKC-FILE.
    IF CONVBKC-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVBKUP: ' CONTROL-NAME ' NOT WRITTEN, STATUS '
            CONVBKC-STATUS ' - NO BACKUP TAKEN'
        MOVE 8 TO BKUP-RC
    ELSE
        PERFORM UNLOAD-MASTER THRU UNLOAD-MASTER-EXIT
        PERFORM UNLOAD-DEPT THRU UNLOAD-DEPT-EXIT
        PERFORM UNLOAD-REGISTER THRU UNLOAD-REGISTER-EXIT
        PERFORM UNLOAD-TRACKER THRU UNLOAD-TRACKER-EXIT
        PERFORM UNLOAD-INDEX THRU UNLOAD-INDEX-EXIT
        PERFORM UNLOAD-RATES THRU UNLOAD-RATES-EXIT
        PERFORM MARK-ROLL-FORWARD THRU MARK-ROLL-FORWARD-EXIT
        CLOSE CONVBKC-FILE
        DISPLAY 'CONVBKUP: GENERATION ' BACKUP-DATE ' CONTROL '
            CONTROL-NAME
    END-IF.
TAKE-BACKUP-EXIT.
    EXIT.

*>The generation is written even when the file can't be opened, so a
*>missing file leaves an empty generation and a control record that
*>says why - never a stale generation from an earlier run the same
*>day.
UNLOAD-MASTER.
    MOVE 'CONVMST' TO UNLOAD-FILE.
    MOVE 'BMST' TO GEN-NAME.
    MOVE BACKUP-DATE TO GEN-NAME(5:8).
    MOVE ZERO TO UNLOAD-COUNT.
    OPEN OUTPUT GEN-FILE.
    OPEN INPUT CONVMST-FILE.
    MOVE CONVMST-STATUS TO UNLOAD-STATUS.
    IF CONVMST-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COPY-MASTER THRU COPY-MASTER-EXIT UNTIL END-OF-FILE
        CLOSE CONVMST-FILE
    END-IF.
    CLOSE GEN-FILE.
    PERFORM WRITE-CONTROL THRU WRITE-CONTROL-EXIT.
UNLOAD-MASTER-EXIT.
    EXIT.

COPY-MASTER.
    READ CONVMST-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE CONVMST-RECORD TO GEN-RECORD
            WRITE GEN-RECORD
            ADD 1 TO UNLOAD-COUNT
    END-READ.
COPY-MASTER-EXIT.
    EXIT.

UNLOAD-DEPT.
    MOVE 'CONVDPT' TO UNLOAD-FILE.
    MOVE 'BDPT' TO GEN-NAME.
    MOVE BACKUP-DATE TO GEN-NAME(5:8).
    MOVE ZERO TO UNLOAD-COUNT.
    OPEN OUTPUT GEN-FILE.
    OPEN INPUT CONVDPT-FILE.
    MOVE CONVDPT-STATUS TO UNLOAD-STATUS.
    IF CONVDPT-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COPY-DEPT THRU COPY-DEPT-EXIT UNTIL END-OF-FILE
        CLOSE CONVDPT-FILE
    END-IF.
    CLOSE GEN-FILE.
    PERFORM WRITE-CONTROL THRU WRITE-CONTROL-EXIT.
UNLOAD-DEPT-EXIT.
    EXIT.

COPY-DEPT.
    READ CONVDPT-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE CONVDPT-RECORD TO GEN-RECORD
            WRITE GEN-RECORD
            ADD 1 TO UNLOAD-COUNT
    END-READ.
COPY-DEPT-EXIT.
    EXIT.

UNLOAD-REGISTER.
    MOVE 'CONVREG' TO UNLOAD-FILE.
    MOVE 'BREG' TO GEN-NAME.
    MOVE BACKUP-DATE TO GEN-NAME(5:8).
    MOVE ZERO TO UNLOAD-COUNT.
    OPEN OUTPUT GEN-FILE.
    OPEN INPUT CONVREG-FILE.
    MOVE CONVREG-STATUS TO UNLOAD-STATUS.
    IF CONVREG-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COPY-REGISTER THRU COPY-REGISTER-EXIT UNTIL END-OF-FILE
        CLOSE CONVREG-FILE
    END-IF.
    CLOSE GEN-FILE.
    PERFORM WRITE-CONTROL THRU WRITE-CONTROL-EXIT.
UNLOAD-REGISTER-EXIT.
    EXIT.

COPY-REGISTER.
    READ CONVREG-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE CONVREG-RECORD TO GEN-RECORD
            WRITE GEN-RECORD
            ADD 1 TO UNLOAD-COUNT
    END-READ.
COPY-REGISTER-EXIT.
    EXIT.

UNLOAD-TRACKER.
    MOVE 'CONVTRK' TO UNLOAD-FILE.
    MOVE 'BTRK' TO GEN-NAME.
    MOVE BACKUP-DATE TO GEN-NAME(5:8).
    MOVE ZERO TO UNLOAD-COUNT.
    OPEN OUTPUT GEN-FILE.
    OPEN INPUT CONVTRK-FILE.
    MOVE CONVTRK-STATUS TO UNLOAD-STATUS.
    IF CONVTRK-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COPY-TRACKER THRU COPY-TRACKER-EXIT UNTIL END-OF-FILE
        CLOSE CONVTRK-FILE
    END-IF.
    CLOSE GEN-FILE.
    PERFORM WRITE-CONTROL THRU WRITE-CONTROL-EXIT.
UNLOAD-TRACKER-EXIT.
    EXIT.

COPY-TRACKER.
    READ CONVTRK-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE CONVTRK-RECORD TO GEN-RECORD
            WRITE GEN-RECORD
            ADD 1 TO UNLOAD-COUNT
    END-READ.
COPY-TRACKER-EXIT.
    EXIT.

UNLOAD-INDEX.
    MOVE 'CONVHIX' TO UNLOAD-FILE.
    MOVE 'BHIX' TO GEN-NAME.
    MOVE BACKUP-DATE TO GEN-NAME(5:8).
    MOVE ZERO TO UNLOAD-COUNT.
    OPEN OUTPUT GEN-FILE.
    OPEN INPUT CONVHIX-FILE.
    MOVE CONVHIX-STATUS TO UNLOAD-STATUS.
    IF CONVHIX-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COPY-INDEX THRU COPY-INDEX-EXIT UNTIL END-OF-FILE
        CLOSE CONVHIX-FILE
    END-IF.
    CLOSE GEN-FILE.
    PERFORM WRITE-CONTROL THRU WRITE-CONTROL-EXIT.
UNLOAD-INDEX-EXIT.
    EXIT.

COPY-INDEX.
    READ CONVHIX-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE CONVHIX-RECORD TO GEN-RECORD
            WRITE GEN-RECORD
            ADD 1 TO UNLOAD-COUNT
    END-READ.
COPY-INDEX-EXIT.
    EXIT.

UNLOAD-RATES.
    MOVE 'CONVRAT' TO UNLOAD-FILE.
    MOVE 'BRAT' TO GEN-NAME.
    MOVE BACKUP-DATE TO GEN-NAME(5:8).
    MOVE ZERO TO UNLOAD-COUNT.
    OPEN OUTPUT GEN-FILE.
    OPEN INPUT CONVRAT-FILE.
    MOVE CONVRAT-STATUS TO UNLOAD-STATUS.
    IF CONVRAT-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COPY-RATES THRU COPY-RATES-EXIT UNTIL END-OF-FILE
        CLOSE CONVRAT-FILE
    END-IF.
    CLOSE GEN-FILE.
    PERFORM WRITE-CONTROL THRU WRITE-CONTROL-EXIT.
UNLOAD-RATES-EXIT.
    EXIT.

COPY-RATES.
    READ CONVRAT-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE CONVRAT-RECORD TO GEN-RECORD
            WRITE GEN-RECORD
            ADD 1 TO UNLOAD-COUNT
    END-READ.
COPY-RATES-EXIT.
    EXIT.

*>A file that isn't there yet (status 35) is noted and the backup goes
*>on - a new installation has no tracker until the first reject. Any
*>other status means a file that exists but couldn't be read, and the
*>generation is no good for it.
WRITE-CONTROL.
    MOVE SPACES TO CONVBKC-RECORD.
    MOVE UNLOAD-FILE TO CONVBKC-MASTER.
    MOVE GEN-NAME TO CONVBKC-GEN-NAME.
    MOVE UNLOAD-COUNT TO CONVBKC-COUNT.
    MOVE BACKUP-DATE TO CONVBKC-DATE.
    MOVE BACKUP-TIME TO CONVBKC-TIME.
    MOVE UNLOAD-STATUS TO CONVBKC-OPENED.
    WRITE CONVBKC-RECORD.
    IF UNLOAD-STATUS IS EQUAL TO '00'
        DISPLAY 'CONVBKUP: ' UNLOAD-FILE ' UNLOADED TO ' GEN-NAME ' '
            UNLOAD-COUNT
    ELSE
        IF UNLOAD-STATUS IS EQUAL TO '35'
            DISPLAY 'CONVBKUP: ' UNLOAD-FILE ' NOT PRESENT - '
                GEN-NAME ' EMPTY'
            IF BKUP-RC IS LESS THAN 4
                MOVE 4 TO BKUP-RC
            END-IF
        ELSE
            DISPLAY 'CONVBKUP: ' UNLOAD-FILE ' NOT UNLOADED, STATUS '
                UNLOAD-STATUS
            MOVE 8 TO BKUP-RC
        END-IF
    END-IF.
WRITE-CONTROL-EXIT.
    EXIT.

*>Counting the roll-forward file is the mark: everything kept after
*>this many lines ran after the generation was taken.
MARK-ROLL-FORWARD.
    MOVE 'CONVRFWD' TO UNLOAD-FILE.
    MOVE SPACES TO GEN-NAME.
    MOVE ZERO TO UNLOAD-COUNT.
    OPEN INPUT CONVRFWD-FILE.
    MOVE CONVRFWD-STATUS TO UNLOAD-STATUS.
    IF CONVRFWD-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM COUNT-KEPT THRU COUNT-KEPT-EXIT UNTIL END-OF-FILE
        CLOSE CONVRFWD-FILE
    ELSE
        IF CONVRFWD-STATUS IS EQUAL TO '35'
            MOVE '00' TO UNLOAD-STATUS
        END-IF
    END-IF.
    PERFORM WRITE-CONTROL THRU WRITE-CONTROL-EXIT.
MARK-ROLL-FORWARD-EXIT.
    EXIT.

COUNT-KEPT.
    READ CONVRFWD-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            ADD 1 TO UNLOAD-COUNT
    END-READ.
COUNT-KEPT-EXIT.
    EXIT.

*>The register lines first, so a restore reaching the totals line
*>knows the run's registrations are already replayed exactly; then the
*>totals line, so it knows whose repairs and rejects follow it; a
*>resubmit's repairs before its rejects, because a repair that still
*>failed comes back as one of those rejects (see CONVREST). Keeping the
*>same run twice does no harm - the replay of the second copy lands on
*>the same figures.
KEEP-RUN-OUTPUTS.
    MOVE ZERO TO KEPT-COUNT FIX-COUNT REG-COUNT.
    OPEN INPUT CONVTOT-FILE.
    IF CONVTOT-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVBKUP: NO CONVTOT, STATUS ' CONVTOT-STATUS
            ' - NOTHING KEPT'
        MOVE 4 TO BKUP-RC
    ELSE
        READ CONVTOT-FILE
            AT END
                DISPLAY 'CONVBKUP: CONVTOT EMPTY - NOTHING KEPT'
                MOVE 4 TO BKUP-RC
            NOT AT END
                PERFORM KEEP-TOTALS THRU KEEP-TOTALS-EXIT
        END-READ
        CLOSE CONVTOT-FILE
    END-IF.
KEEP-RUN-OUTPUTS-EXIT.
    EXIT.

KEEP-TOTALS.
    OPEN EXTEND CONVRFWD-FILE.
    IF CONVRFWD-STATUS IS EQUAL TO '35'
        OPEN OUTPUT CONVRFWD-FILE
    END-IF.
    IF CONVRFWD-STATUS IS NOT EQUAL TO '00'
        DISPLAY 'CONVBKUP: CONVRFWD UNAVAILABLE, STATUS '
            CONVRFWD-STATUS ' - NOTHING KEPT'
        MOVE 8 TO BKUP-RC
    ELSE
        MOVE SPACES TO CONVRFW-RECORD
        MOVE BACKUP-DATE TO CONVRFW-KEPT-DATE
        MOVE BACKUP-TIME TO CONVRFW-KEPT-TIME
        IF CONVTOT-BALANCE IS NOT EQUAL TO 'R'
            AND CONVTOT-RUN-SERIAL IS NOT EQUAL TO SPACES
            PERFORM KEEP-REGISTRATIONS THRU KEEP-REGISTRATIONS-EXIT
        END-IF
        MOVE 'T' TO CONVRFW-TYPE
        MOVE CONVTOT-RECORD TO CONVRFW-IMAGE
        WRITE CONVRFW-RECORD
        IF CONVTOT-BALANCE IS EQUAL TO 'R'
            PERFORM KEEP-REPAIRS THRU KEEP-REPAIRS-EXIT
        END-IF
        OPEN INPUT CONVREJ-FILE
        IF CONVREJ-STATUS IS EQUAL TO '00'
            MOVE 'N' TO EOF-SWITCH
            PERFORM KEEP-REJECT THRU KEEP-REJECT-EXIT UNTIL END-OF-FILE
            CLOSE CONVREJ-FILE
        END-IF
        CLOSE CONVRFWD-FILE
        DISPLAY 'CONVBKUP: RUN ' CONVTOT-RUN-ID ' ' CONVTOT-RUN-DATE
            ' ' CONVTOT-RUN-SERIAL ' KEPT, REGISTER ENTRIES ' REG-COUNT
            ' REPAIRS ' FIX-COUNT ' REJECTS ' KEPT-COUNT
    END-IF.
KEEP-TOTALS-EXIT.
    EXIT.

*>Every register entry the run left its serial on - each set it filed
*>or met again, and each batch it turned away as a duplicate, picked
*>out the way CONVDIST picks them, so a set filed after a restart past
*>midnight, dated the next day, is kept with the rest - as the
*>entry stands now, which is exactly what the run left: nothing else
*>touches CONVREG between the run and its keep. A resubmit registers
*>nothing, and its totals carry the original run's serial, so it
*>keeps no register lines.
KEEP-REGISTRATIONS.
    OPEN INPUT CONVREG-FILE.
    IF CONVREG-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM KEEP-REGISTRATION THRU KEEP-REGISTRATION-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVREG-FILE
    ELSE
        DISPLAY 'CONVBKUP: CONVREG UNAVAILABLE, STATUS ' CONVREG-STATUS
            ' - NO REGISTER ENTRIES KEPT'
        MOVE 4 TO BKUP-RC
    END-IF.
KEEP-REGISTRATIONS-EXIT.
    EXIT.

KEEP-REGISTRATION.
    READ CONVREG-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            IF (CONVREG-RUN-SERIAL IS EQUAL TO CONVTOT-RUN-SERIAL
                AND CONVREG-RUN-DATE IS NUMERIC
                AND CONVREG-RUN-DATE IS NOT LESS THAN CONVTOT-RUN-DATE)
                OR (CONVREG-REFUSED-SERIAL IS EQUAL TO CONVTOT-RUN-SERIAL
                AND CONVREG-REFUSED-DATE IS NUMERIC
                AND CONVREG-REFUSED-DATE IS NOT LESS THAN
                    CONVTOT-RUN-DATE)
                MOVE 'G' TO CONVRFW-TYPE
                MOVE CONVREG-RECORD TO CONVRFW-IMAGE
                WRITE CONVRFW-RECORD
                ADD 1 TO REG-COUNT
            END-IF
    END-READ.
KEEP-REGISTRATION-EXIT.
    EXIT.

KEEP-REPAIRS.
    OPEN INPUT CONVFIX-FILE.
    IF CONVFIX-STATUS IS EQUAL TO '00'
        MOVE 'N' TO EOF-SWITCH
        PERFORM KEEP-REPAIR THRU KEEP-REPAIR-EXIT UNTIL END-OF-FILE
        CLOSE CONVFIX-FILE
    ELSE
        DISPLAY 'CONVBKUP: RESUBMIT TOTALS BUT NO CONVFIX, STATUS '
            CONVFIX-STATUS
        MOVE 4 TO BKUP-RC
    END-IF.
KEEP-REPAIRS-EXIT.
    EXIT.

KEEP-REPAIR.
    READ CONVFIX-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE 'F' TO CONVRFW-TYPE
            MOVE CONVFIX-RECORD TO CONVRFW-IMAGE
            WRITE CONVRFW-RECORD
            ADD 1 TO FIX-COUNT
    END-READ.
KEEP-REPAIR-EXIT.
    EXIT.

KEEP-REJECT.
    READ CONVREJ-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            MOVE 'E' TO CONVRFW-TYPE
            MOVE CONVREJ-RECORD TO CONVRFW-IMAGE
            WRITE CONVRFW-RECORD
            ADD 1 TO KEPT-COUNT
    END-READ.
KEEP-REJECT-EXIT.
    EXIT.
