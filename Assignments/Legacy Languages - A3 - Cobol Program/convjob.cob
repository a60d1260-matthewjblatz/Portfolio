IDENTIFICATION DIVISION.
PROGRAM-ID. convjob.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONVJOB-FILE ASSIGN TO "CONVJOB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVJOB-STATUS.
    SELECT CONVJLOG-FILE ASSIGN TO "CONVJLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVJLOG-STATUS.
    SELECT CONVJRST-FILE ASSIGN TO "CONVJRST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONVJRST-STATUS.

DATA DIVISION.
FILE SECTION.
*>One job-definition line per step, in the order the steps run. A
*>line with '*' in the first column is a comment. JOB-RC-LIMIT is the
*>highest return code the step may end with and still count as good.
*>JOB-FAIL-ACTION says what a failure does to the rest of the night:
*>'H' holds the run - nothing after it runs and the restart record
*>points at the step; 'S' skips the steps named in JOB-SKIP-STEP and
*>carries on with the rest; 'C' is noted on the log and the run
*>carries on. JOB-RESTART-ARGS are appended to the command only when
*>the step is the one a restart resumes at (CONVDRV's "Y"), so a
*>rerun step picks up its own checkpoint instead of starting over.
FD CONVJOB-FILE.
    01 CONVJOB-RECORD.
       02 JOB-STEP-NAME     PICTURE X(08).
       02 FILLER            PICTURE X(01).
       02 JOB-RC-LIMIT      PICTURE 9(02).
       02 FILLER            PICTURE X(01).
       02 JOB-FAIL-ACTION   PICTURE X(01).
       02 FILLER            PICTURE X(01).
       02 JOB-SKIP-LIST.
          03 JOB-SKIP-ENTRY OCCURS 4 TIMES.
             04 JOB-SKIP-STEP PICTURE X(08).
             04 FILLER        PICTURE X(01).
       02 JOB-COMMAND       PICTURE X(60).
       02 FILLER            PICTURE X(01).
       02 JOB-RESTART-ARGS  PICTURE X(20).

*>The permanent job log - one line when a run starts, one per step
*>with its start and end times and return code, and one when the run
*>ends - appended night after night like the conversion trail.
FD CONVJLOG-FILE.
    01 CONVJLOG-RECORD.
       02 JLOG-DATE         PICTURE 9(08).
       02 FILLER            PICTURE X(01).
       02 JLOG-STEP-NAME    PICTURE X(08).
       02 FILLER            PICTURE X(01).
       02 JLOG-START        PICTURE X(08).
       02 FILLER            PICTURE X(01).
       02 JLOG-END          PICTURE X(08).
       02 FILLER            PICTURE X(01).
       02 JLOG-RC           PICTURE 9(03).
       02 FILLER            PICTURE X(01).
       02 JLOG-OUTCOME      PICTURE X(08).
       02 FILLER            PICTURE X(01).
       02 JLOG-TEXT         PICTURE X(60).

*>One restart record - the step a held run stopped at and the date it
*>stopped - rewritten whole, and emptied when a run goes the distance.
FD CONVJRST-FILE.
    01 CONVJRST-RECORD.
       02 JRST-STEP-NAME    PICTURE X(08).
       02 FILLER            PICTURE X(01).
       02 JRST-STEP-NO      PICTURE 9(02).
       02 FILLER            PICTURE X(01).
       02 JRST-DATE         PICTURE 9(08).

WORKING-STORAGE SECTION.
77  CONVJOB-STATUS  PICTURE X(02).
77  CONVJLOG-STATUS PICTURE X(02).
77  CONVJRST-STATUS PICTURE X(02).
77  EOF-SWITCH      PICTURE X(1) VALUE 'N'.
    88 END-OF-FILE VALUE 'Y'.
77  ARG-COUNT       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  ARG-TEXT        PICTURE X(20).
77  RESTART-PARM    PICTURE X(01) VALUE 'N'.
    88 RESTART-RUN VALUE 'Y'.
77  HOLD-SWITCH     PICTURE X(01) VALUE 'N'.
    88 RUN-HELD VALUE 'Y'.
77  RUN-DATE        PICTURE 9(08).
77  STEP-COUNT      PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  STEP-INDEX      PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  SKIP-INDEX      PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  FIND-INDEX      PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  RESUME-STEP     PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  RESUME-NAME     PICTURE X(08) VALUE SPACES.
77  HELD-STEP       PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  FAILED-COUNT    PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  SKIPPED-COUNT   PICTURE 9(04) USAGE IS COMPUTATIONAL.
77  CMD-LEN         PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  CMD-SCAN        PICTURE S9(04) USAGE IS COMPUTATIONAL.
77  SHELL-COMMAND   PICTURE X(82).
77  STEP-RC         PICTURE S9(08) USAGE IS COMPUTATIONAL.
77  STEP-START      PICTURE X(08).
77  STEP-END        PICTURE X(08).
77  JOB-RC          PICTURE 9(02) USAGE IS COMPUTATIONAL.

*>The night's steps, loaded whole before anything runs so a failing
*>step can mark the later steps it names as skipped.
01  STEP-TABLE.
    02 STEP-ENTRY OCCURS 30 TIMES.
       03 STEP-NAME        PICTURE X(08).
       03 STEP-RC-LIMIT    PICTURE 9(02).
       03 STEP-FAIL-ACTION PICTURE X(01).
          88 STEP-HOLDS-RUN  VALUE 'H'.
          88 STEP-SKIPS-LIST VALUE 'S'.
       03 STEP-SKIP-NAME   PICTURE X(08) OCCURS 4 TIMES.
       03 STEP-COMMAND     PICTURE X(60).
       03 STEP-RESTART-ARGS PICTURE X(20).
       03 STEP-STATE       PICTURE X(01).
          88 STEP-PENDING   VALUE 'P'.
          88 STEP-SKIPPED   VALUE 'S'.

*>Nightly job-stream controller. The CONVJOB definition file lists
*>the night's steps - CONVEDIT, CONVDRV (or CONVSPLT, the CONVDRV
*>streams and CONVMRG), CONVRECON, CONVBAL, CONVSUM, CONVRPT,
*>CONVARCH and the rest - each with the highest return code it may
*>end on and what its failure does to the steps after it, so a
*>failed pre-edit holds the whole run and an out-of-balance CONVBAL
*>keeps CONVARCH from cutting the trail the balance has just called
*>into question. Every step is started through the shell, timed, and
*>logged to CONVJLOG with its return code. A held run leaves CONVJRST
*>naming the step it stopped at; "convjob RESTART" (or "convjob Y")
*>picks the night up at that step - rerun with its restart arguments
*>- and runs on from there; the steps before it already ran clean.
*>Return code: zero every step good, 4 a step failed but the run was
*>allowed to carry on, 8 the run was held or could not start.
PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
    IF STEP-COUNT IS GREATER THAN ZERO
        PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
            VARYING STEP-INDEX FROM RESUME-STEP BY 1
            UNTIL STEP-INDEX IS GREATER THAN STEP-COUNT
            OR RUN-HELD
    END-IF.
    PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
    STOP RUN.

INITIALIZE-RUN.
    MOVE ZERO TO STEP-COUNT FAILED-COUNT SKIPPED-COUNT.
    MOVE ZERO TO HELD-STEP.
    MOVE 1 TO RESUME-STEP.
    MOVE ZERO TO JOB-RC.
    INITIALIZE STEP-TABLE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    PERFORM PARSE-COMMAND-LINE THRU PARSE-COMMAND-LINE-EXIT.
    OPEN EXTEND CONVJLOG-FILE.
    IF CONVJLOG-STATUS IS EQUAL TO '35'
        OPEN OUTPUT CONVJLOG-FILE
    END-IF.
    MOVE SPACES TO CONVJLOG-RECORD.
    PERFORM LOAD-JOB-DEFINITION THRU LOAD-JOB-DEFINITION-EXIT.
    IF RESTART-RUN AND STEP-COUNT IS GREATER THAN ZERO
        PERFORM READ-RESTART-POINT THRU READ-RESTART-POINT-EXIT
    END-IF.
    MOVE SPACES TO STEP-START.
    MOVE SPACES TO STEP-END.
    IF RESTART-RUN
        MOVE 'RESTART' TO JLOG-OUTCOME
        MOVE SPACES TO JLOG-TEXT
        MOVE 'RESTARTED AT STEP' TO JLOG-TEXT
        MOVE RESUME-NAME TO JLOG-TEXT(19:8)
    ELSE
        MOVE 'START' TO JLOG-OUTCOME
        MOVE 'NIGHTLY RUN STARTED' TO JLOG-TEXT
    END-IF.
    ACCEPT STEP-START FROM TIME.
    MOVE ZERO TO STEP-RC.
    MOVE '*JOB*' TO JLOG-STEP-NAME.
    PERFORM WRITE-LOG-LINE THRU WRITE-LOG-LINE-EXIT.
INITIALIZE-RUN-EXIT.
    EXIT.

PARSE-COMMAND-LINE.
    ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
    IF ARG-COUNT IS GREATER THAN ZERO
        DISPLAY 1 UPON ARGUMENT-NUMBER
        ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
        IF ARG-TEXT IS EQUAL TO 'Y' OR 'y' OR 'RESTART' OR 'restart'
            MOVE 'Y' TO RESTART-PARM
        END-IF
    END-IF.
PARSE-COMMAND-LINE-EXIT.
    EXIT.

*>No definition file means no night - said so, and graded an error
*>so the scheduler doesn't mistake an empty run for a clean one.
LOAD-JOB-DEFINITION.
    MOVE 'N' TO EOF-SWITCH.
    OPEN INPUT CONVJOB-FILE.
    IF CONVJOB-STATUS IS NOT EQUAL TO '00'
        MOVE 8 TO JOB-RC
        DISPLAY 'CONVJOB: CONVJOB NOT FOUND, STATUS ' CONVJOB-STATUS
    ELSE
        PERFORM LOAD-ONE-STEP THRU LOAD-ONE-STEP-EXIT
            UNTIL END-OF-FILE
        CLOSE CONVJOB-FILE
        IF STEP-COUNT IS EQUAL TO ZERO
            MOVE 8 TO JOB-RC
            DISPLAY 'CONVJOB: NO STEPS DEFINED IN CONVJOB'
        END-IF
    END-IF.
LOAD-JOB-DEFINITION-EXIT.
    EXIT.

*>A step line with an unreadable return-code limit is taken at a
*>limit of zero - the strict reading - rather than dropped, so a
*>typo can never quietly remove a step from the night.
LOAD-ONE-STEP.
    READ CONVJOB-FILE
        AT END
            MOVE 'Y' TO EOF-SWITCH
        NOT AT END
            IF CONVJOB-RECORD(1:1) IS EQUAL TO '*'
                OR JOB-STEP-NAME IS EQUAL TO SPACES
                CONTINUE
            ELSE
                IF STEP-COUNT IS LESS THAN 30
                    ADD 1 TO STEP-COUNT
                    PERFORM TABLE-ONE-STEP THRU TABLE-ONE-STEP-EXIT
                ELSE
                    DISPLAY 'CONVJOB: STEP TABLE FULL - ' JOB-STEP-NAME
                        ' NOT SCHEDULED'
                    MOVE 8 TO JOB-RC
                END-IF
            END-IF
    END-READ.
LOAD-ONE-STEP-EXIT.
    EXIT.

TABLE-ONE-STEP.
    MOVE JOB-STEP-NAME TO STEP-NAME(STEP-COUNT).
    IF JOB-RC-LIMIT IS NUMERIC
        MOVE JOB-RC-LIMIT TO STEP-RC-LIMIT(STEP-COUNT)
    ELSE
        MOVE ZERO TO STEP-RC-LIMIT(STEP-COUNT)
        DISPLAY 'CONVJOB: STEP ' JOB-STEP-NAME
            ' RC LIMIT UNREADABLE, TAKEN AS 00'
    END-IF.
    MOVE JOB-FAIL-ACTION TO STEP-FAIL-ACTION(STEP-COUNT).
    PERFORM TABLE-SKIP-NAME THRU TABLE-SKIP-NAME-EXIT
        VARYING SKIP-INDEX FROM 1 BY 1
        UNTIL SKIP-INDEX IS GREATER THAN 4.
    MOVE JOB-COMMAND TO STEP-COMMAND(STEP-COUNT).
    MOVE JOB-RESTART-ARGS TO STEP-RESTART-ARGS(STEP-COUNT).
    MOVE 'P' TO STEP-STATE(STEP-COUNT).
TABLE-ONE-STEP-EXIT.
    EXIT.

TABLE-SKIP-NAME.
    MOVE JOB-SKIP-STEP(SKIP-INDEX)
        TO STEP-SKIP-NAME(STEP-COUNT, SKIP-INDEX).
TABLE-SKIP-NAME-EXIT.
    EXIT.

*>The restart point is looked up by step NAME, not number, so a
*>definition file edited between the failure and the restart still
*>resumes at the right step; a name no longer in the file, or no
*>restart record at all, starts the night from the top and says so.
READ-RESTART-POINT.
    MOVE SPACES TO RESUME-NAME.
    OPEN INPUT CONVJRST-FILE.
    IF CONVJRST-STATUS IS EQUAL TO '00'
        READ CONVJRST-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE JRST-STEP-NAME TO RESUME-NAME
        END-READ
        CLOSE CONVJRST-FILE
    END-IF.
    IF RESUME-NAME IS EQUAL TO SPACES
        DISPLAY 'CONVJOB: NO RESTART POINT ON FILE - RUNNING FROM THE'
            ' FIRST STEP'
    ELSE
        MOVE ZERO TO FIND-INDEX
        PERFORM FIND-RESUME-STEP THRU FIND-RESUME-STEP-EXIT
            VARYING STEP-INDEX FROM 1 BY 1
            UNTIL STEP-INDEX IS GREATER THAN STEP-COUNT
            OR FIND-INDEX IS GREATER THAN ZERO
        IF FIND-INDEX IS GREATER THAN ZERO
            MOVE FIND-INDEX TO RESUME-STEP
            DISPLAY 'CONVJOB: RESTARTING AT STEP ' RESUME-NAME
        ELSE
            DISPLAY 'CONVJOB: RESTART STEP ' RESUME-NAME
                ' NOT IN CONVJOB - RUNNING FROM THE FIRST STEP'
            MOVE SPACES TO RESUME-NAME
        END-IF
    END-IF.
READ-RESTART-POINT-EXIT.
    EXIT.

FIND-RESUME-STEP.
    IF STEP-NAME(STEP-INDEX) IS EQUAL TO RESUME-NAME
        MOVE STEP-INDEX TO FIND-INDEX
    END-IF.
FIND-RESUME-STEP-EXIT.
    EXIT.

*>A step an earlier failure named for skipping is logged as skipped
*>and not started; every other step runs and is judged against its
*>own limit.
RUN-ONE-STEP.
    IF STEP-SKIPPED(STEP-INDEX)
        ADD 1 TO SKIPPED-COUNT
        MOVE SPACES TO STEP-START STEP-END
        MOVE ZERO TO STEP-RC
        MOVE STEP-NAME(STEP-INDEX) TO JLOG-STEP-NAME
        MOVE 'SKIPPED' TO JLOG-OUTCOME
        MOVE 'NOT RUN - AN EARLIER STEP FAILED' TO JLOG-TEXT
        PERFORM WRITE-LOG-LINE THRU WRITE-LOG-LINE-EXIT
        DISPLAY 'CONVJOB: STEP ' STEP-NAME(STEP-INDEX) ' SKIPPED'
    ELSE
        PERFORM BUILD-COMMAND THRU BUILD-COMMAND-EXIT
        DISPLAY 'CONVJOB: STEP ' STEP-NAME(STEP-INDEX) ' STARTED'
        ACCEPT STEP-START FROM TIME
        CALL "SYSTEM" USING SHELL-COMMAND
        MOVE RETURN-CODE TO STEP-RC
        ACCEPT STEP-END FROM TIME
*>The shell hands back the wait status, with the program's own exit
*>code in the high byte.
        IF STEP-RC IS GREATER THAN 255
            DIVIDE STEP-RC BY 256 GIVING STEP-RC
        END-IF
        IF STEP-RC IS LESS THAN ZERO
            MOVE 999 TO STEP-RC
        END-IF
        MOVE STEP-NAME(STEP-INDEX) TO JLOG-STEP-NAME
        MOVE SHELL-COMMAND TO JLOG-TEXT
        IF STEP-RC IS GREATER THAN STEP-RC-LIMIT(STEP-INDEX)
            PERFORM HANDLE-STEP-FAILURE THRU HANDLE-STEP-FAILURE-EXIT
        ELSE
            MOVE 'OK' TO JLOG-OUTCOME
            PERFORM WRITE-LOG-LINE THRU WRITE-LOG-LINE-EXIT
            DISPLAY 'CONVJOB: STEP ' STEP-NAME(STEP-INDEX)
                ' ENDED RC ' STEP-RC
        END-IF
    END-IF.
    MOVE ZERO TO RETURN-CODE.
RUN-ONE-STEP-EXIT.
    EXIT.

*>The restart arguments ride only on the step a restart resumes at -
*>every later step starts fresh, exactly as on a clean night.
BUILD-COMMAND.
    MOVE SPACES TO SHELL-COMMAND.
    MOVE ZERO TO CMD-LEN.
    PERFORM FIND-COMMAND-LENGTH THRU FIND-COMMAND-LENGTH-EXIT
        VARYING CMD-SCAN FROM 1 BY 1
        UNTIL CMD-SCAN IS GREATER THAN 60.
    IF CMD-LEN IS GREATER THAN ZERO
        MOVE STEP-COMMAND(STEP-INDEX)(1:CMD-LEN) TO SHELL-COMMAND
    END-IF.
    IF RESTART-RUN AND STEP-INDEX IS EQUAL TO RESUME-STEP
        AND RESUME-NAME IS NOT EQUAL TO SPACES
        AND STEP-RESTART-ARGS(STEP-INDEX) IS NOT EQUAL TO SPACES
        MOVE STEP-RESTART-ARGS(STEP-INDEX)
            TO SHELL-COMMAND(CMD-LEN + 2:20)
    END-IF.
BUILD-COMMAND-EXIT.
    EXIT.

FIND-COMMAND-LENGTH.
    IF STEP-COMMAND(STEP-INDEX)(CMD-SCAN:1) IS NOT EQUAL TO SPACE
        MOVE CMD-SCAN TO CMD-LEN
    END-IF.
FIND-COMMAND-LENGTH-EXIT.
    EXIT.

*>A hold stops the night where it stands and files the restart
*>point; a skip marks the steps the failed one protects; a carry-on
*>failure is only logged. Every failure grades the run at least a
*>warning.
HANDLE-STEP-FAILURE.
    ADD 1 TO FAILED-COUNT.
    IF JOB-RC IS LESS THAN 4
        MOVE 4 TO JOB-RC
    END-IF.
    DISPLAY 'CONVJOB: STEP ' STEP-NAME(STEP-INDEX) ' FAILED RC '
        STEP-RC ' OVER LIMIT ' STEP-RC-LIMIT(STEP-INDEX).
    IF STEP-HOLDS-RUN(STEP-INDEX)
        MOVE 'HELD' TO JLOG-OUTCOME
        PERFORM WRITE-LOG-LINE THRU WRITE-LOG-LINE-EXIT
        MOVE 'Y' TO HOLD-SWITCH
        MOVE STEP-INDEX TO HELD-STEP
        MOVE 8 TO JOB-RC
        DISPLAY 'CONVJOB: RUN HELD AT STEP ' STEP-NAME(STEP-INDEX)
    ELSE
        MOVE 'FAILED' TO JLOG-OUTCOME
        PERFORM WRITE-LOG-LINE THRU WRITE-LOG-LINE-EXIT
        IF STEP-SKIPS-LIST(STEP-INDEX)
            PERFORM MARK-SKIP-NAME THRU MARK-SKIP-NAME-EXIT
                VARYING SKIP-INDEX FROM 1 BY 1
                UNTIL SKIP-INDEX IS GREATER THAN 4
        END-IF
    END-IF.
HANDLE-STEP-FAILURE-EXIT.
    EXIT.

MARK-SKIP-NAME.
    IF STEP-SKIP-NAME(STEP-INDEX, SKIP-INDEX) IS NOT EQUAL TO SPACES
        PERFORM MARK-ONE-SKIP THRU MARK-ONE-SKIP-EXIT
            VARYING FIND-INDEX FROM STEP-INDEX BY 1
            UNTIL FIND-INDEX IS GREATER THAN STEP-COUNT
    END-IF.
MARK-SKIP-NAME-EXIT.
    EXIT.

*>Only steps still ahead of the failure can be skipped - the walk
*>starts at the failed step itself.
MARK-ONE-SKIP.
    IF STEP-NAME(FIND-INDEX) IS EQUAL TO
        STEP-SKIP-NAME(STEP-INDEX, SKIP-INDEX)
        AND FIND-INDEX IS GREATER THAN STEP-INDEX
        MOVE 'S' TO STEP-STATE(FIND-INDEX)
    END-IF.
MARK-ONE-SKIP-EXIT.
    EXIT.

WRITE-LOG-LINE.
    MOVE RUN-DATE TO JLOG-DATE.
    MOVE STEP-START TO JLOG-START.
    MOVE STEP-END TO JLOG-END.
    MOVE STEP-RC TO JLOG-RC.
    IF CONVJLOG-STATUS IS EQUAL TO '00'
        WRITE CONVJLOG-RECORD
    END-IF.
    MOVE SPACES TO CONVJLOG-RECORD.
WRITE-LOG-LINE-EXIT.
    EXIT.

*>A held run leaves its restart point; a run that went the distance
*>empties the record so tomorrow's RESTART can't resume a night that
*>already finished. A run that never got a step loaded - no CONVJOB,
*>or nothing readable in it - ran nothing, so whatever restart point
*>an earlier held night left stays exactly as it was.
TERMINATE-RUN.
    IF STEP-COUNT IS GREATER THAN ZERO
        OPEN OUTPUT CONVJRST-FILE
        IF RUN-HELD
            MOVE SPACES TO CONVJRST-RECORD
            MOVE STEP-NAME(HELD-STEP) TO JRST-STEP-NAME
            MOVE HELD-STEP TO JRST-STEP-NO
            MOVE RUN-DATE TO JRST-DATE
            WRITE CONVJRST-RECORD
        END-IF
        CLOSE CONVJRST-FILE
    END-IF.
    MOVE '*JOB*' TO JLOG-STEP-NAME.
    MOVE SPACES TO STEP-START.
    ACCEPT STEP-END FROM TIME.
    MOVE JOB-RC TO STEP-RC.
    IF RUN-HELD
        MOVE 'HELD' TO JLOG-OUTCOME
        MOVE 'RUN HELD - RESTART WITH: convjob RESTART' TO JLOG-TEXT
    ELSE
        MOVE 'END' TO JLOG-OUTCOME
        MOVE 'NIGHTLY RUN ENDED' TO JLOG-TEXT
    END-IF.
    PERFORM WRITE-LOG-LINE THRU WRITE-LOG-LINE-EXIT.
    IF CONVJLOG-STATUS IS EQUAL TO '00'
        CLOSE CONVJLOG-FILE
    END-IF.
    DISPLAY 'CONVJOB: STEPS FAILED ' FAILED-COUNT ' SKIPPED '
        SKIPPED-COUNT ' RC ' JOB-RC.
    MOVE JOB-RC TO RETURN-CODE.
TERMINATE-RUN-EXIT.
    EXIT.
