IDENTIFICATION DIVISION.
PROGRAM-ID. NIGHTDRV.

*> Nightly batch driver. The steps of the nightly window and their
*> order come from the operator-edited NIGHTCTL control file, one
*> step per line; each is run in turn through the shell, the way
*> UPLDPURGE hands its manifest swap to the shell. A step is
*> scheduled DAILY or MONTHEND - a MONTHEND step (UPLDRECON) runs
*> only when the business date is the last day of its month. The
*> start, end and return code of every step are appended to the
*> NIGHTCKP checkpoint file and marked in OPSLOG as they happen, and
*> the run stops at the first step whose return code is above the
*> highest its control line allows. Rerun for the same business date,
*> the driver reads NIGHTCKP back and leaves out every step that has
*> already ended OK, so it restarts at the step that failed and never
*> redoes completed work. The business date is passed as yyyymmdd on
*> the command line and defaults to today; a rerun after midnight
*> must pass the failed night's date. The run ends with the one-page
*> NIGHTRPT summary and a non-zero return code if any step failed, so
*> the scheduler raises one alert for the whole night.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> ASSIGN names below are bare logical names (no hyphens - GnuCOBOL's
*> IBM assign-clause treats a hyphenated name as DEVICE-DDNAME and
*> keeps only the part after the last hyphen). Point COB_FILE_PATH at
*> HTTP/Server/data to run this job from a different directory.
    SELECT STEP-CONTROL-FILE ASSIGN TO NIGHTCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STEP-CONTROL-STATUS.

    SELECT CHECKPOINT-FILE ASSIGN TO NIGHTCKP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKPOINT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO OPSLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERATIONS-LOG-STATUS.

    SELECT RUN-SUMMARY-FILE ASSIGN TO NIGHTRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-SUMMARY-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STEP-CONTROL-FILE
    RECORD CONTAINS 123 CHARACTERS.
01  STEP-CONTROL-RECORD         PIC X(123).

FD  CHECKPOINT-FILE
    RECORD CONTAINS 54 CHARACTERS.
    COPY NIGHTCKP.

FD  OPERATIONS-LOG-FILE
    RECORD CONTAINS 158 CHARACTERS.
    COPY OPSLOG.

FD  RUN-SUMMARY-FILE
    RECORD CONTAINS 100 CHARACTERS.
01  RUN-SUMMARY-LINE            PIC X(100).

WORKING-STORAGE SECTION.
01  WS-STEP-CONTROL-STATUS      PIC X(02).
    88  STEP-CONTROL-OK         VALUE "00".
    88  STEP-CONTROL-NOT-FOUND  VALUE "35".
    88  STEP-CONTROL-EOF        VALUE "10".

01  WS-CHECKPOINT-STATUS        PIC X(02).
    88  CHECKPOINT-OK           VALUE "00".
    88  CHECKPOINT-NOT-FOUND    VALUE "35".
    88  CHECKPOINT-EOF          VALUE "10".

01  WS-OPERATIONS-LOG-STATUS    PIC X(02).
    88  OPERATIONS-LOG-OK       VALUE "00".
    88  OPERATIONS-LOG-NOT-FOUND VALUE "35".

01  WS-RUN-SUMMARY-STATUS       PIC X(02).
    88  RUN-SUMMARY-OK          VALUE "00".

*> Edit-file view of one NIGHTCTL line: step name, schedule, the
*> highest return code the step may end with and still count as
*> complete, and the shell command that runs it. The return code is
*> held as text and tested for NUMERIC before it is trusted, the way
*> LOGSEARCH treats SRCHPARM. Blank lines are passed over.
01  WS-CONTROL-LINE.
    05  WS-CTL-STEP-NAME        PIC X(10).
    05  FILLER                  PIC X(01).
    05  WS-CTL-SCHEDULE         PIC X(08).
        88  WS-CTL-SCHEDULE-VALID VALUE "DAILY" "MONTHEND".
    05  FILLER                  PIC X(01).
    05  WS-CTL-MAX-RC           PIC X(02).
    05  FILLER                  PIC X(01).
    05  WS-CTL-COMMAND          PIC X(100).

01  WS-CONTROL-VALID-FLAG       PIC X(01) VALUE "Y".
    88  WS-CONTROL-VALID        VALUE "Y".
    88  WS-CONTROL-INVALID      VALUE "N".

*> The night's steps in control-file order. The state byte says what
*> became of each: already ended OK on an earlier run of the same
*> business date, not due (MONTHEND on another day), run OK, failed,
*> or not reached because an earlier step failed.
01  WS-STEP-TABLE-MAX           PIC 9(02) COMP VALUE 20.
01  WS-STEP-TABLE.
    05  WS-STEP-COUNT           PIC 9(02) COMP VALUE 0.
    05  WS-STEP-ENTRY OCCURS 20 TIMES.
        10  WS-STEP-NAME        PIC X(10).
        10  WS-STEP-SCHEDULE    PIC X(08).
            88  WS-STEP-MONTHEND VALUE "MONTHEND".
        10  WS-STEP-MAX-RC      PIC 9(02).
        10  WS-STEP-COMMAND     PIC X(100).
        10  WS-STEP-STATE       PIC X(01).
            88  WS-STEP-PENDING     VALUE "P".
            88  WS-STEP-DONE-EARLIER VALUE "E".
            88  WS-STEP-NOT-DUE     VALUE "D".
            88  WS-STEP-COMPLETED   VALUE "C".
            88  WS-STEP-FAILED      VALUE "F".
            88  WS-STEP-NOT-RUN     VALUE "N".
        10  WS-STEP-START-DATE  PIC 9(08).
        10  WS-STEP-START-TIME  PIC 9(08).
        10  WS-STEP-END-DATE    PIC 9(08).
        10  WS-STEP-END-TIME    PIC 9(08).
        10  WS-STEP-RC          PIC 9(03).
01  WS-STEP-SUB                 PIC 9(02) COMP.
01  WS-STEP-HIT-SUB             PIC 9(02) COMP.

*> Business date: yyyymmdd from the command line, or today. Month-end
*> is judged by whether the following day is the 1st.
01  WS-COMMAND-ARGS             PIC X(80).
01  WS-BUSINESS-DATE            PIC 9(08).
01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
    05  WS-BUSINESS-YEAR        PIC 9(04).
    05  WS-BUSINESS-MONTH       PIC 9(02).
    05  WS-BUSINESS-DAY         PIC 9(02).
01  WS-NEXT-DATE                PIC 9(08).
01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
    05  FILLER                  PIC 9(06).
    05  WS-NEXT-DAY             PIC 9(02).
01  WS-MONTH-END-FLAG           PIC X(01) VALUE "N".
    88  WS-MONTH-END            VALUE "Y".
    88  WS-NOT-MONTH-END        VALUE "N".

01  WS-RUN-FAILED-FLAG          PIC X(01) VALUE "N".
    88  WS-RUN-FAILED           VALUE "Y".
    88  WS-RUN-CLEAN            VALUE "N".

01  WS-RUN-START-DATE           PIC 9(08).
01  WS-RUN-START-TIME           PIC 9(08).
01  WS-CURRENT-DATE             PIC 9(08).
01  WS-CURRENT-TIME             PIC 9(08).

*> The step's command as handed to the shell, and what came back:
*> RETURN-CODE is picked up straight after the CALL, before anything
*> else can overwrite it. Where it arrives as a raw wait status the
*> step's own exit code is its high byte; anything left outside the
*> checkpoint's three digits is recorded as 999.
01  WS-SHELL-COMMAND            PIC X(100).
01  WS-SHELL-RC                 PIC S9(09) COMP.
01  WS-SHELL-SIGNAL             PIC S9(09) COMP.

*> Staged checkpoint and OPSLOG event contents.
01  WS-CKP-STEP-NAME            PIC X(10).
01  WS-CKP-EVENT                PIC X(05).
01  WS-CKP-RC                   PIC 9(03).
01  WS-CKP-RESULT               PIC X(06).
01  WS-OPS-SEVERITY             PIC X(05).
01  WS-OPS-DETAIL               PIC X(100).

01  WS-RUN-COUNTS.
    05  WS-STEPS-CONTROLLED     PIC 9(09) VALUE 0.
    05  WS-STEPS-COMPLETED      PIC 9(09) VALUE 0.
    05  WS-STEPS-DONE-EARLIER   PIC 9(09) VALUE 0.
    05  WS-STEPS-NOT-DUE        PIC 9(09) VALUE 0.
    05  WS-STEPS-FAILED         PIC 9(09) VALUE 0.
    05  WS-STEPS-NOT-RUN        PIC 9(09) VALUE 0.
    05  WS-CHECKPOINTS-READ     PIC 9(09) VALUE 0.

*> Print-line work areas.
01  WS-DETAIL-LINE.
    05  WS-DETAIL-LABEL         PIC X(66).
    05  WS-DETAIL-COUNT         PIC Z(08)9.

01  WS-STEP-LINE.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-STEP-LINE-NAME       PIC X(10).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-STEP-LINE-SCHEDULE   PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-STEP-LINE-START-DATE PIC X(08).
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-STEP-LINE-START-TIME PIC X(06).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-STEP-LINE-END-DATE   PIC X(08).
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-STEP-LINE-END-TIME   PIC X(06).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-STEP-LINE-RC         PIC X(03).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-STEP-LINE-RESULT     PIC X(12).
01  WS-HEADING-TEXT             PIC X(100).

PROCEDURE DIVISION.

mainline.
    ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-START-TIME FROM TIME
    PERFORM establish-business-date
    PERFORM load-step-control
    IF WS-CONTROL-INVALID
        DISPLAY "NIGHTDRV ended: fix NIGHTCTL and rerun; no step"
            " was run."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM load-checkpoint-history
    MOVE "*RUN" TO WS-CKP-STEP-NAME
    MOVE "START" TO WS-CKP-EVENT
    MOVE 0 TO WS-CKP-RC
    MOVE SPACES TO WS-CKP-RESULT
    PERFORM write-checkpoint-record
    MOVE "INFO" TO WS-OPS-SEVERITY
    MOVE SPACES TO WS-OPS-DETAIL
    STRING "NIGHTLY RUN STARTED FOR BUSINESS DATE " DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO WS-OPS-DETAIL
    PERFORM write-operations-event
    PERFORM run-one-step
        VARYING WS-STEP-SUB FROM 1 BY 1
        UNTIL WS-STEP-SUB > WS-STEP-COUNT
    PERFORM finish-run
    PERFORM print-run-summary
    DISPLAY "NIGHTDRV complete for " WS-BUSINESS-DATE ": "
        WS-STEPS-COMPLETED " run, " WS-STEPS-DONE-EARLIER
        " done earlier, " WS-STEPS-FAILED " failed, "
        WS-STEPS-NOT-RUN " not run."
    IF WS-RUN-FAILED
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

*> ---------------------------------------------------------------
*> Business date. Anything on the command line must be a plausible
*> yyyymmdd; a typo is fatal rather than quietly running tonight's
*> steps against the wrong night's checkpoint.
*> ---------------------------------------------------------------
establish-business-date.
    MOVE SPACES TO WS-COMMAND-ARGS
    ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE
    IF WS-COMMAND-ARGS = SPACES
        MOVE WS-RUN-START-DATE TO WS-BUSINESS-DATE
    ELSE
        IF WS-COMMAND-ARGS (1:8) IS NOT NUMERIC
           OR WS-COMMAND-ARGS (9:) NOT = SPACES
            DISPLAY "NIGHTDRV rejected business date: "
                WS-COMMAND-ARGS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-COMMAND-ARGS (1:8) TO WS-BUSINESS-DATE
        IF WS-BUSINESS-MONTH < 1 OR WS-BUSINESS-MONTH > 12
           OR WS-BUSINESS-DAY < 1 OR WS-BUSINESS-DAY > 31
           OR WS-BUSINESS-YEAR < 1601
            DISPLAY "NIGHTDRV rejected business date: "
                WS-BUSINESS-DATE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER (
        FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 1)
    IF WS-NEXT-DAY = 1
        SET WS-MONTH-END TO TRUE
    END-IF
    .

*> ---------------------------------------------------------------
*> Step control. Every line is checked before any step runs, so a
*> bad line stops the night before it starts instead of half-way.
*> ---------------------------------------------------------------
load-step-control.
    OPEN INPUT STEP-CONTROL-FILE
    IF STEP-CONTROL-NOT-FOUND
        DISPLAY "NIGHTCTL not found, no steps to run."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT STEP-CONTROL-OK
        DISPLAY "NIGHTDRV cannot read NIGHTCTL, file status "
            WS-STEP-CONTROL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM read-next-control-line
        UNTIL STEP-CONTROL-EOF
    CLOSE STEP-CONTROL-FILE
    IF WS-STEP-COUNT = 0 AND WS-CONTROL-VALID
        DISPLAY "NIGHTCTL lists no steps."
        SET WS-CONTROL-INVALID TO TRUE
    END-IF
    .

read-next-control-line.
    READ STEP-CONTROL-FILE
        AT END
            CONTINUE
        NOT AT END
            IF STEP-CONTROL-RECORD NOT = SPACES
                MOVE STEP-CONTROL-RECORD TO WS-CONTROL-LINE
                PERFORM validate-control-line
            END-IF
    END-READ
    .

validate-control-line.
    ADD 1 TO WS-STEPS-CONTROLLED
    EVALUATE TRUE
        WHEN WS-CTL-STEP-NAME = SPACES
            SET WS-CONTROL-INVALID TO TRUE
            DISPLAY "NIGHTCTL line has no step name: " WS-CONTROL-LINE
        WHEN NOT WS-CTL-SCHEDULE-VALID
            SET WS-CONTROL-INVALID TO TRUE
            DISPLAY "NIGHTCTL step " WS-CTL-STEP-NAME
                " schedule must be DAILY or MONTHEND: "
                WS-CTL-SCHEDULE
        WHEN WS-CTL-MAX-RC IS NOT NUMERIC
            SET WS-CONTROL-INVALID TO TRUE
            DISPLAY "NIGHTCTL step " WS-CTL-STEP-NAME
                " highest return code is not numeric: " WS-CTL-MAX-RC
        WHEN WS-CTL-COMMAND = SPACES
            SET WS-CONTROL-INVALID TO TRUE
            DISPLAY "NIGHTCTL step " WS-CTL-STEP-NAME
                " has no command."
        WHEN WS-STEP-COUNT >= WS-STEP-TABLE-MAX
            SET WS-CONTROL-INVALID TO TRUE
            DISPLAY "NIGHTCTL lists more than " WS-STEP-TABLE-MAX
                " steps."
        WHEN OTHER
            PERFORM add-control-step
    END-EVALUATE
    .

add-control-step.
    ADD 1 TO WS-STEP-COUNT
    MOVE WS-CTL-STEP-NAME   TO WS-STEP-NAME (WS-STEP-COUNT)
    MOVE WS-CTL-SCHEDULE    TO WS-STEP-SCHEDULE (WS-STEP-COUNT)
    MOVE WS-CTL-MAX-RC      TO WS-STEP-MAX-RC (WS-STEP-COUNT)
    MOVE WS-CTL-COMMAND     TO WS-STEP-COMMAND (WS-STEP-COUNT)
    SET WS-STEP-PENDING (WS-STEP-COUNT) TO TRUE
    MOVE 0 TO WS-STEP-START-DATE (WS-STEP-COUNT)
    MOVE 0 TO WS-STEP-START-TIME (WS-STEP-COUNT)
    MOVE 0 TO WS-STEP-END-DATE (WS-STEP-COUNT)
    MOVE 0 TO WS-STEP-END-TIME (WS-STEP-COUNT)
    MOVE 0 TO WS-STEP-RC (WS-STEP-COUNT)
    .

*> ---------------------------------------------------------------
*> Restart: every earlier checkpoint record for this business date
*> is read back. A step with an END record whose result is OK is
*> marked done and will not be run again; its times and return code
*> are kept so the summary still shows the whole night. No
*> checkpoint file means no night has ever run.
*> ---------------------------------------------------------------
load-checkpoint-history.
    OPEN INPUT CHECKPOINT-FILE
    IF CHECKPOINT-NOT-FOUND
        CONTINUE
    ELSE
        IF NOT CHECKPOINT-OK
            DISPLAY "NIGHTDRV cannot read NIGHTCKP, file status "
                WS-CHECKPOINT-STATUS "; no step was run."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM read-next-checkpoint
            UNTIL CHECKPOINT-EOF
        CLOSE CHECKPOINT-FILE
    END-IF
    IF WS-STEPS-DONE-EARLIER > 0
        DISPLAY "NIGHTDRV restarting " WS-BUSINESS-DATE ": "
            WS-STEPS-DONE-EARLIER " step(s) already complete."
    END-IF
    .

read-next-checkpoint.
    READ CHECKPOINT-FILE
        AT END
            CONTINUE
        NOT AT END
            ADD 1 TO WS-CHECKPOINTS-READ
            IF NCKP-BUSINESS-DATE = WS-BUSINESS-DATE
                PERFORM apply-checkpoint-record
            END-IF
    END-READ
    .

apply-checkpoint-record.
    MOVE 0 TO WS-STEP-HIT-SUB
    PERFORM find-checkpoint-step
        VARYING WS-STEP-SUB FROM 1 BY 1
        UNTIL WS-STEP-SUB > WS-STEP-COUNT OR WS-STEP-HIT-SUB > 0
    IF WS-STEP-HIT-SUB > 0
        IF WS-STEP-PENDING (WS-STEP-HIT-SUB)
            EVALUATE TRUE
                WHEN NCKP-STEP-STARTED
                    MOVE NCKP-DATE TO WS-STEP-START-DATE (WS-STEP-HIT-SUB)
                    MOVE NCKP-TIME TO WS-STEP-START-TIME (WS-STEP-HIT-SUB)
                WHEN NCKP-STEP-ENDED AND NCKP-RESULT-OK
                    SET WS-STEP-DONE-EARLIER (WS-STEP-HIT-SUB) TO TRUE
                    MOVE NCKP-DATE TO WS-STEP-END-DATE (WS-STEP-HIT-SUB)
                    MOVE NCKP-TIME TO WS-STEP-END-TIME (WS-STEP-HIT-SUB)
                    MOVE NCKP-RETURN-CODE TO WS-STEP-RC (WS-STEP-HIT-SUB)
                    ADD 1 TO WS-STEPS-DONE-EARLIER
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF
    .

find-checkpoint-step.
    IF WS-STEP-NAME (WS-STEP-SUB) = NCKP-STEP-NAME
        MOVE WS-STEP-SUB TO WS-STEP-HIT-SUB
    END-IF
    .

*> ---------------------------------------------------------------
*> Step pass, in control-file order. Once a step has failed, the
*> rest of the night is left for the rerun.
*> ---------------------------------------------------------------
run-one-step.
    EVALUATE TRUE
        WHEN WS-STEP-DONE-EARLIER (WS-STEP-SUB)
            CONTINUE
        WHEN WS-RUN-FAILED
            SET WS-STEP-NOT-RUN (WS-STEP-SUB) TO TRUE
            ADD 1 TO WS-STEPS-NOT-RUN
        WHEN WS-STEP-MONTHEND (WS-STEP-SUB) AND WS-NOT-MONTH-END
            SET WS-STEP-NOT-DUE (WS-STEP-SUB) TO TRUE
            ADD 1 TO WS-STEPS-NOT-DUE
        WHEN OTHER
            PERFORM execute-step
    END-EVALUATE
    .

*> The START checkpoint is written before the command is issued; if
*> it cannot be written the step is not run, since a rerun could not
*> then tell what this run had done.
execute-step.
    MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-CKP-STEP-NAME
    MOVE "START" TO WS-CKP-EVENT
    MOVE 0 TO WS-CKP-RC
    MOVE SPACES TO WS-CKP-RESULT
    PERFORM write-checkpoint-record
    MOVE WS-CURRENT-DATE TO WS-STEP-START-DATE (WS-STEP-SUB)
    MOVE WS-CURRENT-TIME TO WS-STEP-START-TIME (WS-STEP-SUB)
    IF WS-RUN-FAILED
        SET WS-STEP-FAILED (WS-STEP-SUB) TO TRUE
        ADD 1 TO WS-STEPS-FAILED
    ELSE
        MOVE "INFO" TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-DETAIL
        STRING "STEP " DELIMITED BY SIZE
               WS-STEP-NAME (WS-STEP-SUB) DELIMITED BY SPACE
               " STARTED FOR BUSINESS DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
            INTO WS-OPS-DETAIL
        PERFORM write-operations-event
        DISPLAY "NIGHTDRV starting " WS-STEP-NAME (WS-STEP-SUB)
        MOVE WS-STEP-COMMAND (WS-STEP-SUB) TO WS-SHELL-COMMAND
        CALL "SYSTEM" USING WS-SHELL-COMMAND
        MOVE RETURN-CODE TO WS-SHELL-RC
        PERFORM record-step-end
    END-IF
    .

record-step-end.
    IF WS-SHELL-RC > 255
        DIVIDE WS-SHELL-RC BY 256 GIVING WS-SHELL-RC
            REMAINDER WS-SHELL-SIGNAL
        IF WS-SHELL-SIGNAL NOT = 0
            MOVE 999 TO WS-SHELL-RC
        END-IF
    END-IF
    IF WS-SHELL-RC < 0 OR WS-SHELL-RC > 999
        MOVE 999 TO WS-CKP-RC
    ELSE
        MOVE WS-SHELL-RC TO WS-CKP-RC
    END-IF
    MOVE WS-CKP-RC TO WS-STEP-RC (WS-STEP-SUB)
    IF WS-CKP-RC > WS-STEP-MAX-RC (WS-STEP-SUB)
        MOVE "FAILED" TO WS-CKP-RESULT
        MOVE "ERROR" TO WS-OPS-SEVERITY
        SET WS-STEP-FAILED (WS-STEP-SUB) TO TRUE
        ADD 1 TO WS-STEPS-FAILED
        SET WS-RUN-FAILED TO TRUE
    ELSE
        MOVE "OK" TO WS-CKP-RESULT
        MOVE "INFO" TO WS-OPS-SEVERITY
        SET WS-STEP-COMPLETED (WS-STEP-SUB) TO TRUE
        ADD 1 TO WS-STEPS-COMPLETED
    END-IF
    MOVE "END" TO WS-CKP-EVENT
    PERFORM write-checkpoint-record
    MOVE WS-CURRENT-DATE TO WS-STEP-END-DATE (WS-STEP-SUB)
    MOVE WS-CURRENT-TIME TO WS-STEP-END-TIME (WS-STEP-SUB)
    MOVE SPACES TO WS-OPS-DETAIL
    STRING "STEP " DELIMITED BY SIZE
           WS-STEP-NAME (WS-STEP-SUB) DELIMITED BY SPACE
           " ENDED RC=" DELIMITED BY SIZE
           WS-CKP-RC DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CKP-RESULT DELIMITED BY SPACE
           " FOR BUSINESS DATE " DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO WS-OPS-DETAIL
    PERFORM write-operations-event
    DISPLAY "NIGHTDRV " WS-STEP-NAME (WS-STEP-SUB) " ended RC="
        WS-CKP-RC " " WS-CKP-RESULT
    .

*> The run's own END record: OK only when every due step has now
*> ended OK, on this run or an earlier one.
finish-run.
    MOVE "*RUN" TO WS-CKP-STEP-NAME
    MOVE "END" TO WS-CKP-EVENT
    IF WS-RUN-FAILED
        MOVE 8 TO WS-CKP-RC
        MOVE "FAILED" TO WS-CKP-RESULT
        MOVE "ERROR" TO WS-OPS-SEVERITY
    ELSE
        MOVE 0 TO WS-CKP-RC
        MOVE "OK" TO WS-CKP-RESULT
        MOVE "INFO" TO WS-OPS-SEVERITY
    END-IF
    PERFORM write-checkpoint-record
    MOVE SPACES TO WS-OPS-DETAIL
    STRING "NIGHTLY RUN ENDED " DELIMITED BY SIZE
           WS-CKP-RESULT DELIMITED BY SPACE
           " FOR BUSINESS DATE " DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO WS-OPS-DETAIL
    PERFORM write-operations-event
    .

*> ---------------------------------------------------------------
*> Checkpoint and OPSLOG writes. Both files are opened EXTEND and
*> closed per record, as SERVER2 writes OPSLOG: the steps append to
*> OPSLOG themselves while the driver waits on them, and a record
*> already closed survives the driver being cancelled mid-step. A
*> checkpoint that cannot be written fails the run.
*> ---------------------------------------------------------------
write-checkpoint-record.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    OPEN EXTEND CHECKPOINT-FILE
    IF CHECKPOINT-NOT-FOUND
        OPEN OUTPUT CHECKPOINT-FILE
    END-IF
    IF CHECKPOINT-OK
        MOVE SPACES TO NIGHT-CHECKPOINT-RECORD
        MOVE WS-BUSINESS-DATE   TO NCKP-BUSINESS-DATE
        MOVE WS-CKP-STEP-NAME   TO NCKP-STEP-NAME
        MOVE WS-CKP-EVENT       TO NCKP-EVENT
        MOVE WS-CURRENT-DATE    TO NCKP-DATE
        MOVE WS-CURRENT-TIME    TO NCKP-TIME
        MOVE WS-CKP-RC          TO NCKP-RETURN-CODE
        MOVE WS-CKP-RESULT      TO NCKP-RESULT
        WRITE NIGHT-CHECKPOINT-RECORD
        CLOSE CHECKPOINT-FILE
    END-IF
    IF NOT CHECKPOINT-OK
        SET WS-RUN-FAILED TO TRUE
        DISPLAY "NIGHTDRV cannot write NIGHTCKP, file status "
            WS-CHECKPOINT-STATUS "; " WS-CKP-STEP-NAME " "
            WS-CKP-EVENT " not recorded."
    END-IF
    .

write-operations-event.
    OPEN EXTEND OPERATIONS-LOG-FILE
    IF OPERATIONS-LOG-NOT-FOUND
        OPEN OUTPUT OPERATIONS-LOG-FILE
    END-IF
    IF OPERATIONS-LOG-OK
        MOVE SPACES TO OPS-EVENT-RECORD
        MOVE WS-CURRENT-DATE    TO OPSL-DATE
        MOVE WS-CURRENT-TIME    TO OPSL-TIME
        MOVE WS-OPS-SEVERITY    TO OPSL-SEVERITY
        MOVE "NIGHTDRV"         TO OPSL-OPERATION
        MOVE "00"               TO OPSL-FILE-STATUS
        MOVE WS-OPS-DETAIL      TO OPSL-DETAIL
        WRITE OPS-EVENT-RECORD
        CLOSE OPERATIONS-LOG-FILE
    ELSE
        DISPLAY "NIGHTDRV cannot append to OPSLOG, file status "
            WS-OPERATIONS-LOG-STATUS
    END-IF
    .

*> ---------------------------------------------------------------
*> One-page run summary: one line per control step, then totals.
*> ---------------------------------------------------------------
print-run-summary.
    OPEN OUTPUT RUN-SUMMARY-FILE
    IF NOT RUN-SUMMARY-OK
        DISPLAY "NIGHTDRV cannot create NIGHTRPT, file status "
            WS-RUN-SUMMARY-STATUS
        SET WS-RUN-FAILED TO TRUE
    ELSE
        PERFORM print-summary-heading
        PERFORM print-step-line
            VARYING WS-STEP-SUB FROM 1 BY 1
            UNTIL WS-STEP-SUB > WS-STEP-COUNT
        PERFORM print-summary-totals
        CLOSE RUN-SUMMARY-FILE
    END-IF
    .

print-summary-heading.
    MOVE SPACES TO WS-HEADING-TEXT
    STRING "NIGHTLY BATCH RUN SUMMARY  BUSINESS DATE " DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
           "  RUN " DELIMITED BY SIZE
           WS-RUN-START-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-RUN-START-TIME (1:6) DELIMITED BY SIZE
        INTO WS-HEADING-TEXT
    MOVE WS-HEADING-TEXT TO RUN-SUMMARY-LINE
    WRITE RUN-SUMMARY-LINE
    MOVE ALL "=" TO RUN-SUMMARY-LINE
    WRITE RUN-SUMMARY-LINE
    PERFORM print-blank-line
    MOVE "  STEP        SCHEDULE  STARTED" TO RUN-SUMMARY-LINE
    MOVE "ENDED            RC   RESULT" TO RUN-SUMMARY-LINE (42:)
    WRITE RUN-SUMMARY-LINE
    .

print-step-line.
    MOVE WS-STEP-NAME (WS-STEP-SUB)     TO WS-STEP-LINE-NAME
    MOVE WS-STEP-SCHEDULE (WS-STEP-SUB) TO WS-STEP-LINE-SCHEDULE
    MOVE SPACES TO WS-STEP-LINE-START-DATE WS-STEP-LINE-START-TIME
                   WS-STEP-LINE-END-DATE WS-STEP-LINE-END-TIME
                   WS-STEP-LINE-RC
    IF WS-STEP-START-DATE (WS-STEP-SUB) > 0
        MOVE WS-STEP-START-DATE (WS-STEP-SUB)
            TO WS-STEP-LINE-START-DATE
        MOVE WS-STEP-START-TIME (WS-STEP-SUB) (1:6)
            TO WS-STEP-LINE-START-TIME
    END-IF
    IF WS-STEP-END-DATE (WS-STEP-SUB) > 0
        MOVE WS-STEP-END-DATE (WS-STEP-SUB) TO WS-STEP-LINE-END-DATE
        MOVE WS-STEP-END-TIME (WS-STEP-SUB) (1:6)
            TO WS-STEP-LINE-END-TIME
        MOVE WS-STEP-RC (WS-STEP-SUB) TO WS-STEP-LINE-RC
    END-IF
    EVALUATE TRUE
        WHEN WS-STEP-COMPLETED (WS-STEP-SUB)
            MOVE "OK" TO WS-STEP-LINE-RESULT
        WHEN WS-STEP-DONE-EARLIER (WS-STEP-SUB)
            MOVE "OK (EARLIER)" TO WS-STEP-LINE-RESULT
        WHEN WS-STEP-FAILED (WS-STEP-SUB)
            MOVE "FAILED" TO WS-STEP-LINE-RESULT
        WHEN WS-STEP-NOT-DUE (WS-STEP-SUB)
            MOVE "NOT DUE" TO WS-STEP-LINE-RESULT
        WHEN OTHER
            MOVE "NOT RUN" TO WS-STEP-LINE-RESULT
    END-EVALUATE
    MOVE WS-STEP-LINE TO RUN-SUMMARY-LINE
    WRITE RUN-SUMMARY-LINE
    .

print-summary-totals.
    PERFORM print-blank-line
    MOVE "CONTROL TOTALS" TO RUN-SUMMARY-LINE
    WRITE RUN-SUMMARY-LINE
    MOVE "  STEPS IN NIGHTCTL" TO WS-DETAIL-LABEL
    MOVE WS-STEPS-CONTROLLED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  RUN OK THIS RUN" TO WS-DETAIL-LABEL
    MOVE WS-STEPS-COMPLETED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ALREADY OK ON AN EARLIER RUN FOR THIS DATE"
        TO WS-DETAIL-LABEL
    MOVE WS-STEPS-DONE-EARLIER TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  NOT DUE (MONTHEND STEP, NOT MONTH-END)" TO WS-DETAIL-LABEL
    MOVE WS-STEPS-NOT-DUE TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  FAILED" TO WS-DETAIL-LABEL
    MOVE WS-STEPS-FAILED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  NOT RUN (AFTER A FAILURE)" TO WS-DETAIL-LABEL
    MOVE WS-STEPS-NOT-RUN TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    PERFORM print-blank-line
    IF WS-RUN-FAILED
        MOVE "RUN INCOMPLETE - CLEAR THE FAILURE, RERUN FOR THIS DATE"
            TO RUN-SUMMARY-LINE
    ELSE
        MOVE "RUN COMPLETE" TO RUN-SUMMARY-LINE
    END-IF
    WRITE RUN-SUMMARY-LINE
    .

print-detail-line.
    MOVE WS-DETAIL-LINE TO RUN-SUMMARY-LINE
    WRITE RUN-SUMMARY-LINE
    .

print-blank-line.
    MOVE SPACES TO RUN-SUMMARY-LINE
    WRITE RUN-SUMMARY-LINE
    .
