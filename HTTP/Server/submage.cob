IDENTIFICATION DIVISION.
PROGRAM-ID. SUBMAGE.

*> Weekly submission service-level report, run Monday morning for
*> management. The backlog section walks SUBMMAST and counts every
*> submission still NEW by how many days it has waited since its
*> SUBM-DATE (0-1, 2-3, 4-7 and over 7 days), then lists the oldest
*> of them by transaction number - transaction numbers are handed out
*> in arrival order, so the lowest are the longest waiting. The
*> reviewer section reads the SUBMAUDT trail for the seven days
*> ending yesterday (a Monday run covers Monday to Sunday) and shows,
*> per SAUD-USERNAME, the APPROVED and REJECTED decisions made and
*> the average hours from the submission's SUBM-DATE/TIME to the
*> decision; an amended submission keeps its first SUBM-DATE, so the
*> wait is measured from when the work first arrived. Finally the
*> submissions APPROVED but not yet taken by SUBMEXTR are counted.
*> Everything goes to the SUBMARPT report. Both files are only read,
*> so the report can run while SERVER2 is up.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> ASSIGN names below are bare logical names (no hyphens - GnuCOBOL's
*> IBM assign-clause treats a hyphenated name as DEVICE-DDNAME and
*> keeps only the part after the last hyphen). Point COB_FILE_PATH at
*> HTTP/Server/data to run this report from a different directory.
    SELECT SUBMISSION-MASTER-FILE ASSIGN TO SUBMMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SUBM-TRANS-NUMBER
        FILE STATUS IS WS-SUBMISSION-MASTER-STATUS.

    SELECT SUBMISSION-AUDIT-FILE ASSIGN TO SUBMAUDT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBMISSION-AUDIT-STATUS.

    SELECT AGING-REPORT-FILE ASSIGN TO SUBMARPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGING-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUBMISSION-MASTER-FILE.
    COPY SUBMSN.

FD  SUBMISSION-AUDIT-FILE
    RECORD CONTAINS 126 CHARACTERS.
    COPY SUBMAUD.

FD  AGING-REPORT-FILE
    RECORD CONTAINS 100 CHARACTERS.
01  AGING-REPORT-LINE           PIC X(100).

WORKING-STORAGE SECTION.
01  WS-SUBMISSION-MASTER-STATUS PIC X(02).
    88  SUBMISSION-MASTER-OK    VALUE "00".
    88  SUBMISSION-MASTER-NOT-FOUND VALUE "35".
    88  SUBMISSION-MASTER-EOF   VALUE "10".

01  WS-SUBMISSION-AUDIT-STATUS  PIC X(02).
    88  SUBMISSION-AUDIT-OK     VALUE "00".
    88  SUBMISSION-AUDIT-NOT-FOUND VALUE "35".
    88  SUBMISSION-AUDIT-EOF    VALUE "10".

01  WS-AGING-REPORT-STATUS      PIC X(02).
    88  AGING-REPORT-OK         VALUE "00".

01  WS-RUN-DATE                 PIC 9(08).
01  WS-TODAY-INTEGER            PIC 9(08) COMP.

*> Reviewer period: the seven days ending the day before the run.
01  WS-PERIOD-DAYS              PIC 9(02) COMP VALUE 7.
01  WS-PERIOD-FROM-DATE         PIC 9(08).
01  WS-PERIOD-TO-DATE           PIC 9(08).
01  WS-PERIOD-INTEGER           PIC 9(08) COMP.

*> Backlog buckets by whole days since SUBM-DATE.
01  WS-BACKLOG-COUNTS.
    05  WS-NEW-AGE-0-1          PIC 9(09) VALUE 0.
    05  WS-NEW-AGE-2-3          PIC 9(09) VALUE 0.
    05  WS-NEW-AGE-4-7          PIC 9(09) VALUE 0.
    05  WS-NEW-AGE-OVER-7       PIC 9(09) VALUE 0.
    05  WS-NEW-TOTAL            PIC 9(09) VALUE 0.
    05  WS-NEW-UNDATED          PIC 9(09) VALUE 0.
    05  WS-APPROVED-NOT-EXTRACTED PIC 9(09) VALUE 0.
    05  WS-MASTER-RECORDS-READ  PIC 9(09) VALUE 0.
01  WS-AGE-DAYS                 PIC S9(09) COMP.

*> The oldest NEW submissions, kept in key order as they are met, so
*> the first WS-OLDEST-LIMIT of them are the longest waiting.
01  WS-OLDEST-LIMIT             PIC 9(02) COMP VALUE 20.
01  WS-OLDEST-LISTED            PIC 9(02) COMP VALUE 0.

*> Per-reviewer decision table. A reviewer met once the table is full
*> still lands in the overflow count, so the totals stay honest.
01  WS-REVIEWER-TABLE-MAX       PIC 9(03) COMP VALUE 100.
01  WS-REVIEWER-TOTALS.
    05  WS-REVIEWER-COUNT       PIC 9(03) COMP VALUE 0.
    05  WS-REVIEWER-OVERFLOW    PIC 9(09) VALUE 0.
    05  WS-REVIEWER-ENTRY OCCURS 100 TIMES.
        10  WS-REVIEWER-NAME    PIC X(20).
        10  WS-REVIEWER-APPROVALS PIC 9(09).
        10  WS-REVIEWER-REJECTIONS PIC 9(09).
        10  WS-REVIEWER-TIMED   PIC 9(09).
        10  WS-REVIEWER-MINUTES PIC 9(13).
01  WS-REVIEWER-SUB             PIC 9(03) COMP.
01  WS-REVIEWER-HIT-SUB         PIC 9(03) COMP.
01  WS-TABLE-SCAN-FLAG          PIC X(01).
    88  WS-TABLE-HIT            VALUE "Y".
    88  WS-TABLE-MISS           VALUE "N".

01  WS-AUDIT-COUNTS.
    05  WS-AUDIT-RECORDS-READ   PIC 9(09) VALUE 0.
    05  WS-DECISIONS-IN-PERIOD  PIC 9(09) VALUE 0.
    05  WS-APPROVALS-IN-PERIOD  PIC 9(09) VALUE 0.
    05  WS-REJECTIONS-IN-PERIOD PIC 9(09) VALUE 0.
    05  WS-DECISIONS-UNTIMED    PIC 9(09) VALUE 0.

*> Submission-to-decision elapsed time, in minutes, crossing midnight
*> by the same INTEGER-OF-DATE arithmetic SERVER2's lockout uses.
*> Times are HHMMSSCC, so hours and minutes are the first four digits.
01  WS-ELAPSED-MINUTES          PIC S9(11) COMP.
01  WS-CLOCK-TIME               PIC 9(08).
01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
    05  WS-CLOCK-HOURS          PIC 9(02).
    05  WS-CLOCK-MINUTES        PIC 9(02).
    05  FILLER                  PIC 9(04).
01  WS-DECISION-MINUTE-OF-DAY   PIC 9(04) COMP.
01  WS-SUBMIT-MINUTE-OF-DAY     PIC 9(04) COMP.
01  WS-AVERAGE-HOURS            PIC 9(07)V9.

*> Print-line work areas.
01  WS-DETAIL-LINE.
    05  WS-DETAIL-LABEL         PIC X(66).
    05  WS-DETAIL-COUNT         PIC Z(08)9.

01  WS-OLDEST-LINE.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-OLDEST-TRANS         PIC 9(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-OLDEST-USERNAME      PIC X(20).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-OLDEST-DATE          PIC 9(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-OLDEST-AGE           PIC Z(04)9.
    05  FILLER                  PIC X(05) VALUE " DAYS".

01  WS-REVIEWER-LINE.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-REVIEWER-LINE-NAME   PIC X(20).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-REVIEWER-LINE-APPROVED PIC Z(08)9.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-REVIEWER-LINE-REJECTED PIC Z(08)9.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-REVIEWER-LINE-AVERAGE PIC Z(06)9.9.
01  WS-HEADING-TEXT             PIC X(100).

PROCEDURE DIVISION.

mainline.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
    COMPUTE WS-PERIOD-INTEGER = WS-TODAY-INTEGER - WS-PERIOD-DAYS
    COMPUTE WS-PERIOD-FROM-DATE =
        FUNCTION DATE-OF-INTEGER (WS-PERIOD-INTEGER)
    COMPUTE WS-PERIOD-INTEGER = WS-TODAY-INTEGER - 1
    COMPUTE WS-PERIOD-TO-DATE =
        FUNCTION DATE-OF-INTEGER (WS-PERIOD-INTEGER)
    INITIALIZE WS-REVIEWER-TOTALS
    PERFORM open-report-files
    PERFORM print-report-heading
    PERFORM age-submission-backlog
    PERFORM tally-reviewer-decisions
    PERFORM print-reviewer-section
    PERFORM print-control-totals
    CLOSE SUBMISSION-MASTER-FILE
    CLOSE AGING-REPORT-FILE
    DISPLAY "SUBMAGE complete: " WS-NEW-TOTAL " awaiting review, "
        WS-DECISIONS-IN-PERIOD " decisions in the period."
    STOP RUN
    .

*> No master means no submission has ever been stored - nothing to
*> report, and not an error.
open-report-files.
    OPEN INPUT SUBMISSION-MASTER-FILE
    IF SUBMISSION-MASTER-NOT-FOUND
        DISPLAY "SUBMMAST not found, nothing to report."
        STOP RUN
    END-IF
    IF NOT SUBMISSION-MASTER-OK
        DISPLAY "SUBMAGE cannot read SUBMMAST, file status "
            WS-SUBMISSION-MASTER-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT AGING-REPORT-FILE
    IF NOT AGING-REPORT-OK
        DISPLAY "SUBMAGE cannot create SUBMARPT, file status "
            WS-AGING-REPORT-STATUS
        CLOSE SUBMISSION-MASTER-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

print-report-heading.
    MOVE SPACES TO WS-HEADING-TEXT
    STRING "SUBMISSION BACKLOG AND REVIEWER ACTIVITY  " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
        INTO WS-HEADING-TEXT
    MOVE WS-HEADING-TEXT TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    MOVE ALL "=" TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    .

*> ---------------------------------------------------------------
*> Backlog pass: the master is walked smallest key first. Every NEW
*> submission is bucketed by age, and the first WS-OLDEST-LIMIT are
*> listed as they are met; APPROVED work SUBMEXTR has not yet taken
*> is counted on the way.
*> ---------------------------------------------------------------
age-submission-backlog.
    PERFORM print-blank-line
    MOVE "OLDEST SUBMISSIONS AWAITING REVIEW, BY TRANSACTION NUMBER"
        TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    MOVE "  TRANS NO  USERNAME              DATE        WAITING"
        TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    MOVE 0 TO SUBM-TRANS-NUMBER
    START SUBMISSION-MASTER-FILE KEY > SUBM-TRANS-NUMBER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM read-next-master-record
                UNTIL SUBMISSION-MASTER-EOF
    END-START
    IF WS-OLDEST-LISTED = 0
        MOVE "  NONE" TO AGING-REPORT-LINE
        WRITE AGING-REPORT-LINE
    END-IF
    PERFORM print-backlog-section
    .

read-next-master-record.
    READ SUBMISSION-MASTER-FILE NEXT
        AT END
            CONTINUE
        NOT AT END
            ADD 1 TO WS-MASTER-RECORDS-READ
            EVALUATE TRUE
                WHEN SUBM-STATUS-NEW
                    PERFORM age-one-submission
                WHEN SUBM-STATUS-APPROVED AND SUBM-NOT-EXTRACTED
                    ADD 1 TO WS-APPROVED-NOT-EXTRACTED
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ
    .

age-one-submission.
    ADD 1 TO WS-NEW-TOTAL
    IF SUBM-DATE IS NOT NUMERIC OR SUBM-DATE = 0
        ADD 1 TO WS-NEW-UNDATED
    ELSE
        COMPUTE WS-AGE-DAYS =
            WS-TODAY-INTEGER - FUNCTION INTEGER-OF-DATE (SUBM-DATE)
        EVALUATE TRUE
            WHEN WS-AGE-DAYS <= 1
                ADD 1 TO WS-NEW-AGE-0-1
            WHEN WS-AGE-DAYS <= 3
                ADD 1 TO WS-NEW-AGE-2-3
            WHEN WS-AGE-DAYS <= 7
                ADD 1 TO WS-NEW-AGE-4-7
            WHEN OTHER
                ADD 1 TO WS-NEW-AGE-OVER-7
        END-EVALUATE
        IF WS-OLDEST-LISTED < WS-OLDEST-LIMIT
            PERFORM print-oldest-entry
        END-IF
    END-IF
    .

print-oldest-entry.
    ADD 1 TO WS-OLDEST-LISTED
    MOVE SUBM-TRANS-NUMBER TO WS-OLDEST-TRANS
    MOVE SUBM-USERNAME     TO WS-OLDEST-USERNAME
    MOVE SUBM-DATE         TO WS-OLDEST-DATE
    IF WS-AGE-DAYS < 0
        MOVE 0 TO WS-OLDEST-AGE
    ELSE
        MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
    END-IF
    MOVE WS-OLDEST-LINE TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    .

print-backlog-section.
    PERFORM print-blank-line
    MOVE "SUBMISSIONS AWAITING REVIEW BY DAYS SINCE SUBMITTED"
        TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    MOVE "  0-1 DAYS" TO WS-DETAIL-LABEL
    MOVE WS-NEW-AGE-0-1 TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  2-3 DAYS" TO WS-DETAIL-LABEL
    MOVE WS-NEW-AGE-2-3 TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  4-7 DAYS" TO WS-DETAIL-LABEL
    MOVE WS-NEW-AGE-4-7 TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  OVER 7 DAYS" TO WS-DETAIL-LABEL
    MOVE WS-NEW-AGE-OVER-7 TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    IF WS-NEW-UNDATED > 0
        MOVE "  NO SUBMISSION DATE, NOT AGED" TO WS-DETAIL-LABEL
        MOVE WS-NEW-UNDATED TO WS-DETAIL-COUNT
        PERFORM print-detail-line
    END-IF
    MOVE "  TOTAL AWAITING REVIEW" TO WS-DETAIL-LABEL
    MOVE WS-NEW-TOTAL TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    PERFORM print-blank-line
    MOVE "APPROVED, NOT YET EXTRACTED FOR POSTING" TO WS-DETAIL-LABEL
    MOVE WS-APPROVED-NOT-EXTRACTED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    .

*> ---------------------------------------------------------------
*> Reviewer pass: every APPROVED or REJECTED entry in SUBMAUDT dated
*> within the period is a decision by SAUD-USERNAME. SUBMPOST's own
*> POSTED/POSTFAIL entries and amendments back to NEW are not
*> decisions and are passed over. The decision is timed against the
*> submission's master record; one whose master is gone is counted
*> but left out of the average.
*> ---------------------------------------------------------------
tally-reviewer-decisions.
    OPEN INPUT SUBMISSION-AUDIT-FILE
    IF SUBMISSION-AUDIT-OK
        PERFORM read-next-audit-record
            UNTIL SUBMISSION-AUDIT-EOF
        CLOSE SUBMISSION-AUDIT-FILE
    ELSE
        IF NOT SUBMISSION-AUDIT-NOT-FOUND
            DISPLAY "SUBMAGE cannot read SUBMAUDT, file status "
                WS-SUBMISSION-AUDIT-STATUS "; reviewer section empty."
        END-IF
    END-IF
    .

read-next-audit-record.
    READ SUBMISSION-AUDIT-FILE
        AT END
            CONTINUE
        NOT AT END
            ADD 1 TO WS-AUDIT-RECORDS-READ
            IF (SAUD-NEW-STATUS = "APPROVED"
                OR SAUD-NEW-STATUS = "REJECTED")
               AND SAUD-DATE >= WS-PERIOD-FROM-DATE
               AND SAUD-DATE <= WS-PERIOD-TO-DATE
                PERFORM tally-one-decision
            END-IF
    END-READ
    .

tally-one-decision.
    ADD 1 TO WS-DECISIONS-IN-PERIOD
    PERFORM find-reviewer-entry
    IF SAUD-NEW-STATUS = "APPROVED"
        ADD 1 TO WS-APPROVALS-IN-PERIOD
    ELSE
        ADD 1 TO WS-REJECTIONS-IN-PERIOD
    END-IF
    IF WS-TABLE-HIT
        IF SAUD-NEW-STATUS = "APPROVED"
            ADD 1 TO WS-REVIEWER-APPROVALS (WS-REVIEWER-HIT-SUB)
        ELSE
            ADD 1 TO WS-REVIEWER-REJECTIONS (WS-REVIEWER-HIT-SUB)
        END-IF
        PERFORM time-one-decision
    ELSE
        ADD 1 TO WS-REVIEWER-OVERFLOW
    END-IF
    .

find-reviewer-entry.
    SET WS-TABLE-MISS TO TRUE
    PERFORM scan-reviewer-entry
        VARYING WS-REVIEWER-SUB FROM 1 BY 1
        UNTIL WS-REVIEWER-SUB > WS-REVIEWER-COUNT OR WS-TABLE-HIT
    IF WS-TABLE-MISS AND WS-REVIEWER-COUNT < WS-REVIEWER-TABLE-MAX
        ADD 1 TO WS-REVIEWER-COUNT
        MOVE SAUD-USERNAME TO WS-REVIEWER-NAME (WS-REVIEWER-COUNT)
        MOVE WS-REVIEWER-COUNT TO WS-REVIEWER-HIT-SUB
        SET WS-TABLE-HIT TO TRUE
    END-IF
    .

scan-reviewer-entry.
    IF WS-REVIEWER-NAME (WS-REVIEWER-SUB) = SAUD-USERNAME
        SET WS-TABLE-HIT TO TRUE
        MOVE WS-REVIEWER-SUB TO WS-REVIEWER-HIT-SUB
    END-IF
    .

time-one-decision.
    MOVE SAUD-TRANS-NUMBER TO SUBM-TRANS-NUMBER
    READ SUBMISSION-MASTER-FILE
        INVALID KEY
            ADD 1 TO WS-DECISIONS-UNTIMED
        NOT INVALID KEY
            IF SUBM-DATE IS NOT NUMERIC OR SUBM-DATE = 0
               OR SUBM-TIME IS NOT NUMERIC
               OR SAUD-TIME IS NOT NUMERIC
                ADD 1 TO WS-DECISIONS-UNTIMED
            ELSE
                PERFORM compute-decision-minutes
            END-IF
    END-READ
    .

compute-decision-minutes.
    MOVE SAUD-TIME TO WS-CLOCK-TIME
    COMPUTE WS-DECISION-MINUTE-OF-DAY =
        WS-CLOCK-HOURS * 60 + WS-CLOCK-MINUTES
    MOVE SUBM-TIME TO WS-CLOCK-TIME
    COMPUTE WS-SUBMIT-MINUTE-OF-DAY =
        WS-CLOCK-HOURS * 60 + WS-CLOCK-MINUTES
    COMPUTE WS-ELAPSED-MINUTES =
        (FUNCTION INTEGER-OF-DATE (SAUD-DATE)
         - FUNCTION INTEGER-OF-DATE (SUBM-DATE)) * 1440
        + WS-DECISION-MINUTE-OF-DAY - WS-SUBMIT-MINUTE-OF-DAY
    IF WS-ELAPSED-MINUTES < 0
        MOVE 0 TO WS-ELAPSED-MINUTES
    END-IF
    ADD 1 TO WS-REVIEWER-TIMED (WS-REVIEWER-HIT-SUB)
    ADD WS-ELAPSED-MINUTES TO WS-REVIEWER-MINUTES (WS-REVIEWER-HIT-SUB)
    .

print-reviewer-section.
    PERFORM print-blank-line
    MOVE SPACES TO WS-HEADING-TEXT
    STRING "REVIEWER DECISIONS " DELIMITED BY SIZE
           WS-PERIOD-FROM-DATE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-PERIOD-TO-DATE DELIMITED BY SIZE
        INTO WS-HEADING-TEXT
    MOVE WS-HEADING-TEXT TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    MOVE "  REVIEWER              APPROVALS   REJECTED  AVG HOURS"
        TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    PERFORM print-reviewer-entry
        VARYING WS-REVIEWER-SUB FROM 1 BY 1
        UNTIL WS-REVIEWER-SUB > WS-REVIEWER-COUNT
    IF WS-REVIEWER-COUNT = 0
        MOVE "  NONE" TO AGING-REPORT-LINE
        WRITE AGING-REPORT-LINE
    END-IF
    IF WS-REVIEWER-OVERFLOW > 0
        MOVE "  (FURTHER REVIEWERS' DECISIONS, SEE OVERFLOW TOTAL)"
            TO WS-DETAIL-LABEL
        MOVE WS-REVIEWER-OVERFLOW TO WS-DETAIL-COUNT
        PERFORM print-detail-line
    END-IF
    .

print-reviewer-entry.
    MOVE WS-REVIEWER-NAME (WS-REVIEWER-SUB) TO WS-REVIEWER-LINE-NAME
    MOVE WS-REVIEWER-APPROVALS (WS-REVIEWER-SUB)
        TO WS-REVIEWER-LINE-APPROVED
    MOVE WS-REVIEWER-REJECTIONS (WS-REVIEWER-SUB)
        TO WS-REVIEWER-LINE-REJECTED
    IF WS-REVIEWER-TIMED (WS-REVIEWER-SUB) > 0
        COMPUTE WS-AVERAGE-HOURS ROUNDED =
            WS-REVIEWER-MINUTES (WS-REVIEWER-SUB)
            / WS-REVIEWER-TIMED (WS-REVIEWER-SUB) / 60
    ELSE
        MOVE 0 TO WS-AVERAGE-HOURS
    END-IF
    MOVE WS-AVERAGE-HOURS TO WS-REVIEWER-LINE-AVERAGE
    MOVE WS-REVIEWER-LINE TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    .

print-control-totals.
    PERFORM print-blank-line
    MOVE "CONTROL TOTALS" TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    MOVE "  SUBMMAST RECORDS READ" TO WS-DETAIL-LABEL
    MOVE WS-MASTER-RECORDS-READ TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  SUBMAUDT RECORDS READ" TO WS-DETAIL-LABEL
    MOVE WS-AUDIT-RECORDS-READ TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  DECISIONS IN PERIOD" TO WS-DETAIL-LABEL
    MOVE WS-DECISIONS-IN-PERIOD TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "    APPROVED" TO WS-DETAIL-LABEL
    MOVE WS-APPROVALS-IN-PERIOD TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "    REJECTED" TO WS-DETAIL-LABEL
    MOVE WS-REJECTIONS-IN-PERIOD TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  DECISIONS NOT TIMED (NO MASTER RECORD OR TIME)"
        TO WS-DETAIL-LABEL
    MOVE WS-DECISIONS-UNTIMED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    .

print-detail-line.
    MOVE WS-DETAIL-LINE TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    .

print-blank-line.
    MOVE SPACES TO AGING-REPORT-LINE
    WRITE AGING-REPORT-LINE
    .
