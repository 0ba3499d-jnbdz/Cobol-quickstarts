IDENTIFICATION DIVISION.
PROGRAM-ID. SUBMPOST.

*> Posting acknowledgement reconciliation, run after the downstream
*> posting system has returned its acknowledgement file SUBMACKF for
*> the transactions SUBMEXTR handed it. The file is balanced first:
*> every block must open with a HEADER and close with a TRAILER whose
*> record count matches the lines between them (the control-record
*> discipline SUBMEXTR and LOGROTATE use), and a file that does not
*> balance is reported and left entirely unapplied. A balanced file
*> is then matched against what we extracted: each acknowledgement
*> moves its APPROVED, extracted submission to POSTED or POSTFAIL,
*> with a SUBMAUDT entry made in this job's name carrying the
*> posting system's reason. Acknowledgements for transactions we
*> never extracted, or that contradict a status an earlier
*> acknowledgement already set, are exceptions; one repeating the
*> status already held is an earlier run's work and is only counted,
*> so a rerun against the same file is harmless. Finally the master
*> is walked for extracted submissions still awaiting an answer, and
*> any extracted longer ago than the acknowledgement days in
*> SERVERCFG is listed. Everything goes to the POSTRPT report. The
*> job ends 8 when the file is out of balance or an update fails, 4
*> when the report lists anything needing attention, and zero
*> otherwise.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> ASSIGN names below are bare logical names (no hyphens - GnuCOBOL's
*> IBM assign-clause treats a hyphenated name as DEVICE-DDNAME and
*> keeps only the part after the last hyphen). Point COB_FILE_PATH at
*> HTTP/Server/data to run this job from a different directory.
    SELECT SERVER-CONFIG-FILE ASSIGN TO SERVERCFG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SERVER-CONFIG-STATUS.

    SELECT SUBMISSION-ACK-FILE ASSIGN TO SUBMACKF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBMISSION-ACK-STATUS.

    SELECT SUBMISSION-MASTER-FILE ASSIGN TO SUBMMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SUBM-TRANS-NUMBER
        FILE STATUS IS WS-SUBMISSION-MASTER-STATUS.

    SELECT SUBMISSION-AUDIT-FILE ASSIGN TO SUBMAUDT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBMISSION-AUDIT-STATUS.

    SELECT POST-REPORT-FILE ASSIGN TO POSTRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POST-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SERVER-CONFIG-FILE
    RECORD CONTAINS 94 CHARACTERS.
    COPY SRVCFG.

FD  SUBMISSION-ACK-FILE
    RECORD CONTAINS 78 CHARACTERS.
    COPY SUBMACK.

FD  SUBMISSION-MASTER-FILE.
    COPY SUBMSN.

FD  SUBMISSION-AUDIT-FILE
    RECORD CONTAINS 126 CHARACTERS.
    COPY SUBMAUD.

FD  POST-REPORT-FILE
    RECORD CONTAINS 100 CHARACTERS.
01  POST-REPORT-LINE            PIC X(100).

WORKING-STORAGE SECTION.
01  WS-SERVER-CONFIG-STATUS     PIC X(02).
    88  SERVER-CONFIG-OK        VALUE "00".
    88  SERVER-CONFIG-NOT-FOUND VALUE "35".

01  WS-SUBMISSION-ACK-STATUS    PIC X(02).
    88  SUBMISSION-ACK-OK       VALUE "00".
    88  SUBMISSION-ACK-NOT-FOUND VALUE "35".
    88  SUBMISSION-ACK-EOF      VALUE "10".

01  WS-SUBMISSION-MASTER-STATUS PIC X(02).
    88  SUBMISSION-MASTER-OK    VALUE "00".
    88  SUBMISSION-MASTER-NOT-FOUND VALUE "35".
    88  SUBMISSION-MASTER-EOF   VALUE "10".

01  WS-SUBMISSION-AUDIT-STATUS  PIC X(02).
    88  SUBMISSION-AUDIT-OK     VALUE "00".
    88  SUBMISSION-AUDIT-NOT-FOUND VALUE "35".

01  WS-POST-REPORT-STATUS       PIC X(02).
    88  POST-REPORT-OK          VALUE "00".

*> Days the posting system is given to answer an extracted record,
*> defaulted here and overridden by SERVERCFG when its field is
*> present and numeric.
01  WS-POST-ACK-DAYS            PIC 9(03) VALUE 5.

*> No acknowledgement file at all is not an error - the posting
*> system answers only nights it was sent something - but the aging
*> pass still runs, since that is when a missing answer shows.
01  WS-ACK-FILE-FLAG            PIC X(01) VALUE "N".
    88  WS-ACK-FILE-PRESENT     VALUE "Y".
    88  WS-ACK-FILE-ABSENT      VALUE "N".

*> Set by any control-record disagreement in the balancing pass; an
*> unbalanced file is never applied.
01  WS-ACK-BALANCE-FLAG         PIC X(01) VALUE "Y".
    88  WS-ACK-IN-BALANCE       VALUE "Y".
    88  WS-ACK-OUT-OF-BALANCE   VALUE "N".

*> Set by the first master rewrite or audit write failure; applying
*> stops there and the job ends non-zero.
01  WS-POST-FAILED-FLAG         PIC X(01) VALUE "N".
    88  WS-POST-FAILED          VALUE "Y".
    88  WS-POST-CLEAN           VALUE "N".

*> Balancing-pass position: whether a HEADER has opened a block not
*> yet closed, and how many detail lines that block has held so far.
01  WS-BLOCK-FLAG               PIC X(01) VALUE "N".
    88  WS-IN-BLOCK             VALUE "Y".
    88  WS-BETWEEN-BLOCKS       VALUE "N".
01  WS-ACK-LINE-NUMBER          PIC 9(09) VALUE 0.
01  WS-LINES-SINCE-HEADER       PIC 9(09) VALUE 0.
01  WS-TRAILER-STATED-COUNT     PIC 9(09) VALUE 0.

*> Status an acknowledgement asks for, and the status it found.
01  WS-ACK-TARGET-STATUS        PIC X(08).
01  WS-AUDIT-OLD-STATUS         PIC X(08).
01  WS-AUDIT-REASON             PIC X(60).

01  WS-RUN-DATE                 PIC 9(08).
01  WS-RUN-TIME                 PIC 9(08).
01  WS-TODAY-INTEGER            PIC 9(08) COMP.
01  WS-EXTRACT-AGE-DAYS         PIC S9(09) COMP.
01  WS-EXTRACT-AGE-DISPLAY      PIC 9(05).

01  WS-POST-COUNTS.
    05  WS-ACK-BLOCKS-READ      PIC 9(09) VALUE 0.
    05  WS-ACK-DETAILS-READ     PIC 9(09) VALUE 0.
    05  WS-TRAILER-TOTAL        PIC 9(09) VALUE 0.
    05  WS-CONTROL-ERRORS       PIC 9(09) VALUE 0.
    05  WS-MOVED-TO-POSTED      PIC 9(09) VALUE 0.
    05  WS-MOVED-TO-POST-FAILED PIC 9(09) VALUE 0.
    05  WS-ALREADY-APPLIED      PIC 9(09) VALUE 0.
    05  WS-NEVER-SENT-COUNT     PIC 9(09) VALUE 0.
    05  WS-CONFLICT-COUNT       PIC 9(09) VALUE 0.
    05  WS-MALFORMED-COUNT      PIC 9(09) VALUE 0.
    05  WS-AWAITING-COUNT       PIC 9(09) VALUE 0.
    05  WS-OVERDUE-COUNT        PIC 9(09) VALUE 0.
    05  WS-UNDATED-COUNT        PIC 9(09) VALUE 0.
    05  WS-ACKS-ACCOUNTED       PIC 9(09) VALUE 0.

01  WS-DETAIL-LINE.
    05  WS-DETAIL-LABEL         PIC X(66).
    05  WS-DETAIL-COUNT         PIC Z(08)9.
01  WS-EXCEPTION-TEXT           PIC X(100).

PROCEDURE DIVISION.

mainline.
    PERFORM load-server-config
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
    OPEN OUTPUT POST-REPORT-FILE
    IF NOT POST-REPORT-OK
        DISPLAY "SUBMPOST cannot create POSTRPT, file status "
            WS-POST-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "POSTING ACKNOWLEDGEMENT RECONCILIATION" TO POST-REPORT-LINE
    WRITE POST-REPORT-LINE
    MOVE ALL "=" TO POST-REPORT-LINE
    WRITE POST-REPORT-LINE
    PERFORM open-submission-master
    PERFORM balance-acknowledgement-file
    IF WS-ACK-FILE-PRESENT AND WS-ACK-IN-BALANCE AND WS-POST-CLEAN
        PERFORM apply-acknowledgements
    END-IF
    IF WS-POST-CLEAN
        PERFORM age-unacknowledged-submissions
    END-IF
    PERFORM print-post-totals
    CLOSE SUBMISSION-MASTER-FILE
    CLOSE POST-REPORT-FILE
    IF WS-POST-FAILED OR WS-ACK-OUT-OF-BALANCE
        DISPLAY "SUBMPOST ended with the acknowledgement file not"
            " fully applied: see POSTRPT, rerun after the cause is"
            " cleared."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "SUBMPOST complete: " WS-MOVED-TO-POSTED " posted, "
        WS-MOVED-TO-POST-FAILED " post-failed, " WS-OVERDUE-COUNT
        " overdue."
    IF WS-NEVER-SENT-COUNT > 0 OR WS-CONFLICT-COUNT > 0
       OR WS-MALFORMED-COUNT > 0 OR WS-OVERDUE-COUNT > 0
       OR WS-MOVED-TO-POST-FAILED > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

*> ---------------------------------------------------------------
*> Startup configuration: only the acknowledgement days are used
*> here. A SERVERCFG written before the field existed reads back
*> with spaces there, so it is tested for NUMERIC before the default
*> is overridden.
*> ---------------------------------------------------------------
load-server-config.
    OPEN INPUT SERVER-CONFIG-FILE
    IF SERVER-CONFIG-NOT-FOUND
        DISPLAY "SERVERCFG not found, using default acknowledgement"
            " days."
    ELSE
        READ SERVER-CONFIG-FILE
            AT END
                DISPLAY "SERVERCFG is empty, using default"
                    " acknowledgement days."
            NOT AT END
                IF CFG-POST-ACK-DAYS IS NUMERIC
                   AND CFG-POST-ACK-DAYS > 0
                    MOVE CFG-POST-ACK-DAYS TO WS-POST-ACK-DAYS
                END-IF
        END-READ
        CLOSE SERVER-CONFIG-FILE
    END-IF
    .

*> No master means nothing was ever extracted, so there is nothing an
*> acknowledgement could match; every line would be an exception and
*> the job stops instead of reporting them one by one.
open-submission-master.
    OPEN I-O SUBMISSION-MASTER-FILE
    IF NOT SUBMISSION-MASTER-OK
        DISPLAY "SUBMPOST cannot open SUBMMAST, file status "
            WS-SUBMISSION-MASTER-STATUS "; nothing was applied."
        CLOSE POST-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> ---------------------------------------------------------------
*> Balancing pass: the whole file is read once for its control
*> records before a single acknowledgement is applied. A HEADER opens
*> a block, a TRAILER closes it and must state the number of lines
*> read since its HEADER; a detail line outside a block, a HEADER
*> inside one, a TRAILER with no HEADER or an unreadable count, and a
*> last block left open all put the file out of balance.
*> ---------------------------------------------------------------
balance-acknowledgement-file.
    MOVE SPACES TO POST-REPORT-LINE
    WRITE POST-REPORT-LINE
    MOVE "ACKNOWLEDGEMENT FILE CONTROL" TO POST-REPORT-LINE
    WRITE POST-REPORT-LINE
    OPEN INPUT SUBMISSION-ACK-FILE
    IF SUBMISSION-ACK-NOT-FOUND
        MOVE "  NO ACKNOWLEDGEMENT FILE RECEIVED - NOTHING TO APPLY"
            TO POST-REPORT-LINE
        WRITE POST-REPORT-LINE
    ELSE
        IF SUBMISSION-ACK-OK
            SET WS-ACK-FILE-PRESENT TO TRUE
            PERFORM check-next-control-record
                UNTIL SUBMISSION-ACK-EOF
            IF WS-IN-BLOCK
                MOVE "LAST BLOCK HAS NO TRAILER" TO WS-EXCEPTION-TEXT
                PERFORM print-control-error
            END-IF
            CLOSE SUBMISSION-ACK-FILE
            IF WS-ACK-IN-BALANCE
                MOVE "  ACKNOWLEDGEMENT FILE IN BALANCE"
                    TO POST-REPORT-LINE
            ELSE
                MOVE "  ACKNOWLEDGEMENT FILE OUT OF BALANCE, NOT APPLIED"
                    TO POST-REPORT-LINE
            END-IF
            WRITE POST-REPORT-LINE
        ELSE
            SET WS-POST-FAILED TO TRUE
            DISPLAY "SUBMPOST cannot read SUBMACKF, file status "
                WS-SUBMISSION-ACK-STATUS
        END-IF
    END-IF
    .

check-next-control-record.
    READ SUBMISSION-ACK-FILE
        AT END
            CONTINUE
        NOT AT END
            ADD 1 TO WS-ACK-LINE-NUMBER
            PERFORM check-control-record
    END-READ
    .

check-control-record.
    EVALUATE TRUE
        WHEN SUBMISSION-ACK-RECORD (1:8) = "HEADER  "
            ADD 1 TO WS-ACK-BLOCKS-READ
            IF WS-IN-BLOCK
                MOVE "HEADER BEFORE THE PREVIOUS BLOCK'S TRAILER"
                    TO WS-EXCEPTION-TEXT
                PERFORM print-control-error
            END-IF
            SET WS-IN-BLOCK TO TRUE
            MOVE 0 TO WS-LINES-SINCE-HEADER
        WHEN SUBMISSION-ACK-RECORD (1:8) = "TRAILER "
            IF WS-BETWEEN-BLOCKS
                MOVE "TRAILER WITHOUT A HEADER" TO WS-EXCEPTION-TEXT
                PERFORM print-control-error
            ELSE
                PERFORM verify-block-trailer
            END-IF
            SET WS-BETWEEN-BLOCKS TO TRUE
        WHEN OTHER
            ADD 1 TO WS-ACK-DETAILS-READ
            ADD 1 TO WS-LINES-SINCE-HEADER
            IF WS-BETWEEN-BLOCKS
                MOVE "ACKNOWLEDGEMENT OUTSIDE A HEADER/TRAILER BLOCK"
                    TO WS-EXCEPTION-TEXT
                PERFORM print-control-error
            END-IF
    END-EVALUATE
    .

*> Trailer layout as SUBMEXTR writes it: "TRAILER " in 1-8, the date
*> in 9-16, " RECORDS=" in 17-25 and the block's count in 26-34.
verify-block-trailer.
    IF SUBMISSION-ACK-RECORD (26:9) IS NUMERIC
        MOVE SUBMISSION-ACK-RECORD (26:9) TO WS-TRAILER-STATED-COUNT
        ADD WS-TRAILER-STATED-COUNT TO WS-TRAILER-TOTAL
        IF WS-TRAILER-STATED-COUNT NOT = WS-LINES-SINCE-HEADER
            MOVE SPACES TO WS-EXCEPTION-TEXT
            STRING "TRAILER STATES " DELIMITED BY SIZE
                   WS-TRAILER-STATED-COUNT DELIMITED BY SIZE
                   " RECORDS, BLOCK HOLDS " DELIMITED BY SIZE
                   WS-LINES-SINCE-HEADER DELIMITED BY SIZE
                INTO WS-EXCEPTION-TEXT
            END-STRING
            PERFORM print-control-error
        END-IF
    ELSE
        MOVE "TRAILER RECORD COUNT IS NOT NUMERIC"
            TO WS-EXCEPTION-TEXT
        PERFORM print-control-error
    END-IF
    .

*> Each control error names the line it was found at, so the posting
*> system can be told exactly where its file went wrong.
print-control-error.
    SET WS-ACK-OUT-OF-BALANCE TO TRUE
    ADD 1 TO WS-CONTROL-ERRORS
    MOVE SPACES TO POST-REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           WS-EXCEPTION-TEXT DELIMITED BY "  "
           " AT LINE " DELIMITED BY SIZE
           WS-ACK-LINE-NUMBER DELIMITED BY SIZE
        INTO POST-REPORT-LINE
    END-STRING
    WRITE POST-REPORT-LINE
    .

*> ---------------------------------------------------------------
*> Apply pass: the balanced file is read again and every detail line
*> is matched to its master record by key. Control records were
*> verified above and are skipped here.
*> ---------------------------------------------------------------
apply-acknowledgements.
    MOVE SPACES TO POST-REPORT-LINE
    WRITE POST-REPORT-LINE
    MOVE "ACKNOWLEDGEMENT EXCEPTIONS AND POSTING FAILURES"
        TO POST-REPORT-LINE
    WRITE POST-REPORT-LINE
    OPEN INPUT SUBMISSION-ACK-FILE
    IF SUBMISSION-ACK-OK
        PERFORM apply-next-acknowledgement
            UNTIL SUBMISSION-ACK-EOF OR WS-POST-FAILED
        CLOSE SUBMISSION-ACK-FILE
    ELSE
        SET WS-POST-FAILED TO TRUE
        DISPLAY "SUBMPOST cannot reread SUBMACKF, file status "
            WS-SUBMISSION-ACK-STATUS
    END-IF
    .

apply-next-acknowledgement.
    READ SUBMISSION-ACK-FILE
        AT END
            CONTINUE
        NOT AT END
            IF SUBMISSION-ACK-RECORD (1:8) NOT = "HEADER  "
               AND SUBMISSION-ACK-RECORD (1:8) NOT = "TRAILER "
                PERFORM apply-one-acknowledgement
            END-IF
    END-READ
    .

apply-one-acknowledgement.
    IF SACK-TRANS-NUMBER IS NOT NUMERIC
       OR NOT (SACK-RESULT-POSTED OR SACK-RESULT-REJECTED)
        ADD 1 TO WS-MALFORMED-COUNT
        MOVE SPACES TO WS-EXCEPTION-TEXT
        STRING "MALFORMED:  " DELIMITED BY SIZE
               SUBMISSION-ACK-RECORD DELIMITED BY SIZE
            INTO WS-EXCEPTION-TEXT
        END-STRING
        PERFORM print-exception-line
    ELSE
        MOVE SACK-TRANS-NUMBER TO SUBM-TRANS-NUMBER
        READ SUBMISSION-MASTER-FILE
            INVALID KEY
                ADD 1 TO WS-NEVER-SENT-COUNT
                MOVE SPACES TO WS-EXCEPTION-TEXT
                STRING "NOT SENT:   " DELIMITED BY SIZE
                       SACK-TRANS-NUMBER DELIMITED BY SIZE
                       " NO SUCH TRANSACTION" DELIMITED BY SIZE
                    INTO WS-EXCEPTION-TEXT
                END-STRING
                PERFORM print-exception-line
            NOT INVALID KEY
                PERFORM match-acknowledgement
        END-READ
    END-IF
    .

*> A POSTFAIL record may still be answered POSTED - the posting system
*> retried it and it went through - but a POSTED record answered
*> REJECTED, or one that never left this system, is an exception for
*> the two sides to settle, and the master is not touched.
match-acknowledgement.
    IF SACK-RESULT-POSTED
        MOVE "POSTED" TO WS-ACK-TARGET-STATUS
    ELSE
        MOVE "POSTFAIL" TO WS-ACK-TARGET-STATUS
    END-IF
    EVALUATE TRUE
        WHEN SUBM-NOT-EXTRACTED
            ADD 1 TO WS-NEVER-SENT-COUNT
            MOVE SPACES TO WS-EXCEPTION-TEXT
            STRING "NOT SENT:   " DELIMITED BY SIZE
                   SACK-TRANS-NUMBER DELIMITED BY SIZE
                   " NEVER EXTRACTED, STATUS " DELIMITED BY SIZE
                   SUBM-STATUS DELIMITED BY SIZE
                INTO WS-EXCEPTION-TEXT
            END-STRING
            PERFORM print-exception-line
        WHEN SUBM-STATUS = WS-ACK-TARGET-STATUS
            ADD 1 TO WS-ALREADY-APPLIED
        WHEN SUBM-STATUS-APPROVED OR SUBM-STATUS-POST-FAILED
            PERFORM apply-acknowledged-status
        WHEN OTHER
            ADD 1 TO WS-CONFLICT-COUNT
            MOVE SPACES TO WS-EXCEPTION-TEXT
            STRING "CONFLICT:   " DELIMITED BY SIZE
                   SACK-TRANS-NUMBER DELIMITED BY SIZE
                   " IS " DELIMITED BY SIZE
                   SUBM-STATUS DELIMITED BY SPACE
                   ", ACKNOWLEDGED " DELIMITED BY SIZE
                   SACK-RESULT DELIMITED BY SPACE
                INTO WS-EXCEPTION-TEXT
            END-STRING
            PERFORM print-exception-line
    END-EVALUATE
    .

*> The master is rewritten first and the audit entry appended after,
*> the order update-submission-status uses in SERVER2. A record the
*> posting system refused is listed with its reason so someone
*> follows it up.
apply-acknowledged-status.
    MOVE SUBM-STATUS TO WS-AUDIT-OLD-STATUS
    MOVE WS-ACK-TARGET-STATUS TO SUBM-STATUS
    REWRITE SUBMISSION-MASTER-RECORD
    IF NOT SUBMISSION-MASTER-OK
        SET WS-POST-FAILED TO TRUE
        DISPLAY "SUBMPOST could not update transaction "
            SUBM-TRANS-NUMBER ", file status "
            WS-SUBMISSION-MASTER-STATUS
    ELSE
        MOVE SACK-REASON TO WS-AUDIT-REASON
        IF SUBM-STATUS-POSTED
            ADD 1 TO WS-MOVED-TO-POSTED
            IF WS-AUDIT-REASON = SPACES
                MOVE "POSTED BY THE POSTING SYSTEM" TO WS-AUDIT-REASON
            END-IF
        ELSE
            ADD 1 TO WS-MOVED-TO-POST-FAILED
            IF WS-AUDIT-REASON = SPACES
                MOVE "REFUSED BY THE POSTING SYSTEM"
                    TO WS-AUDIT-REASON
            END-IF
            MOVE SPACES TO WS-EXCEPTION-TEXT
            STRING "POSTFAIL:   " DELIMITED BY SIZE
                   SUBM-TRANS-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-REASON DELIMITED BY SIZE
                INTO WS-EXCEPTION-TEXT
            END-STRING
            PERFORM print-exception-line
        END-IF
        PERFORM write-submission-audit-record
    END-IF
    .

*> Opened and closed around each record, the way SERVER2 appends to
*> the same trail, so entries from both sides land whole.
write-submission-audit-record.
    MOVE SPACES TO SUBMISSION-AUDIT-RECORD
    MOVE SUBM-TRANS-NUMBER   TO SAUD-TRANS-NUMBER
    MOVE WS-RUN-DATE         TO SAUD-DATE
    ACCEPT SAUD-TIME FROM TIME
    MOVE "SUBMPOST"          TO SAUD-USERNAME
    MOVE WS-AUDIT-OLD-STATUS TO SAUD-OLD-STATUS
    MOVE SUBM-STATUS         TO SAUD-NEW-STATUS
    MOVE WS-AUDIT-REASON     TO SAUD-REASON
    OPEN EXTEND SUBMISSION-AUDIT-FILE
    IF SUBMISSION-AUDIT-NOT-FOUND
        OPEN OUTPUT SUBMISSION-AUDIT-FILE
    END-IF
    IF SUBMISSION-AUDIT-OK
        WRITE SUBMISSION-AUDIT-RECORD
        IF NOT SUBMISSION-AUDIT-OK
            SET WS-POST-FAILED TO TRUE
        END-IF
        CLOSE SUBMISSION-AUDIT-FILE
    ELSE
        SET WS-POST-FAILED TO TRUE
    END-IF
    IF WS-POST-FAILED
        DISPLAY "SUBMPOST moved transaction " SUBM-TRANS-NUMBER
            " to " SUBM-STATUS " but could not write its SUBMAUDT"
            " entry, file status " WS-SUBMISSION-AUDIT-STATUS
    END-IF
    .

*> ---------------------------------------------------------------
*> Aging pass: every submission extracted but still APPROVED is
*> awaiting its acknowledgement. Past the configured days it is an
*> exception; one extracted before extract dates were kept cannot be
*> aged and is only counted.
*> ---------------------------------------------------------------
age-unacknowledged-submissions.
    MOVE SPACES TO POST-REPORT-LINE
    WRITE POST-REPORT-LINE
    MOVE SPACES TO POST-REPORT-LINE
    STRING "EXTRACTED WITH NO ACKNOWLEDGEMENT AFTER " DELIMITED BY SIZE
           WS-POST-ACK-DAYS DELIMITED BY SIZE
           " DAYS" DELIMITED BY SIZE
        INTO POST-REPORT-LINE
    END-STRING
    WRITE POST-REPORT-LINE
    MOVE 0 TO SUBM-TRANS-NUMBER
    START SUBMISSION-MASTER-FILE KEY > SUBM-TRANS-NUMBER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM age-next-master-record
                UNTIL SUBMISSION-MASTER-EOF
    END-START
    .

age-next-master-record.
    READ SUBMISSION-MASTER-FILE NEXT
        AT END
            CONTINUE
        NOT AT END
            IF SUBM-EXTRACTED AND SUBM-STATUS-APPROVED
                PERFORM age-one-submission
            END-IF
    END-READ
    .

age-one-submission.
    IF SUBM-EXTRACT-DATE IS NOT NUMERIC OR SUBM-EXTRACT-DATE = 0
        ADD 1 TO WS-UNDATED-COUNT
    ELSE
        COMPUTE WS-EXTRACT-AGE-DAYS =
            WS-TODAY-INTEGER
            - FUNCTION INTEGER-OF-DATE (SUBM-EXTRACT-DATE)
        IF WS-EXTRACT-AGE-DAYS > WS-POST-ACK-DAYS
            ADD 1 TO WS-OVERDUE-COUNT
            MOVE WS-EXTRACT-AGE-DAYS TO WS-EXTRACT-AGE-DISPLAY
            MOVE SPACES TO WS-EXCEPTION-TEXT
            STRING "NO ACK:     " DELIMITED BY SIZE
                   SUBM-TRANS-NUMBER DELIMITED BY SIZE
                   " EXTRACTED " DELIMITED BY SIZE
                   SUBM-EXTRACT-DATE DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-EXTRACT-AGE-DISPLAY DELIMITED BY SIZE
                   " DAYS AGO" DELIMITED BY SIZE
                INTO WS-EXCEPTION-TEXT
            END-STRING
            PERFORM print-exception-line
        ELSE
            ADD 1 TO WS-AWAITING-COUNT
        END-IF
    END-IF
    .

*> ---------------------------------------------------------------
*> Report lines and control totals. Every acknowledgement line read
*> is accounted for exactly once - applied, already applied, or an
*> exception - and the totals say whether that balances.
*> ---------------------------------------------------------------
print-exception-line.
    MOVE WS-EXCEPTION-TEXT TO POST-REPORT-LINE
    WRITE POST-REPORT-LINE
    .

print-post-totals.
    MOVE SPACES TO POST-REPORT-LINE
    WRITE POST-REPORT-LINE
    MOVE "CONTROL TOTALS" TO POST-REPORT-LINE
    WRITE POST-REPORT-LINE
    MOVE "  ACKNOWLEDGEMENT BLOCKS READ" TO WS-DETAIL-LABEL
    MOVE WS-ACK-BLOCKS-READ TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ACKNOWLEDGEMENT LINES READ" TO WS-DETAIL-LABEL
    MOVE WS-ACK-DETAILS-READ TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ACKNOWLEDGEMENT LINES STATED BY TRAILERS" TO WS-DETAIL-LABEL
    MOVE WS-TRAILER-TOTAL TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  CONTROL RECORD ERRORS" TO WS-DETAIL-LABEL
    MOVE WS-CONTROL-ERRORS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  MOVED TO POSTED" TO WS-DETAIL-LABEL
    MOVE WS-MOVED-TO-POSTED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  MOVED TO POSTFAIL" TO WS-DETAIL-LABEL
    MOVE WS-MOVED-TO-POST-FAILED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ALREADY APPLIED BY AN EARLIER RUN" TO WS-DETAIL-LABEL
    MOVE WS-ALREADY-APPLIED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ACKNOWLEDGED BUT NEVER SENT" TO WS-DETAIL-LABEL
    MOVE WS-NEVER-SENT-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ACKNOWLEDGEMENT CONFLICTS WITH CURRENT STATUS"
        TO WS-DETAIL-LABEL
    MOVE WS-CONFLICT-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  MALFORMED ACKNOWLEDGEMENT LINES" TO WS-DETAIL-LABEL
    MOVE WS-MALFORMED-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  EXTRACTED, AWAITING ACKNOWLEDGEMENT WITHIN THE LIMIT"
        TO WS-DETAIL-LABEL
    MOVE WS-AWAITING-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  EXTRACTED, NO ACKNOWLEDGEMENT PAST THE LIMIT"
        TO WS-DETAIL-LABEL
    MOVE WS-OVERDUE-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  EXTRACTED BEFORE EXTRACT DATES WERE KEPT, NOT AGED"
        TO WS-DETAIL-LABEL
    MOVE WS-UNDATED-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    IF WS-ACK-FILE-PRESENT AND WS-ACK-IN-BALANCE AND WS-POST-CLEAN
        COMPUTE WS-ACKS-ACCOUNTED = WS-MOVED-TO-POSTED
            + WS-MOVED-TO-POST-FAILED + WS-ALREADY-APPLIED
            + WS-NEVER-SENT-COUNT + WS-CONFLICT-COUNT
            + WS-MALFORMED-COUNT
        IF WS-ACKS-ACCOUNTED = WS-ACK-DETAILS-READ
            MOVE "  LINES READ = APPLIED + ALREADY APPLIED + EXCEPTIONS"
                TO POST-REPORT-LINE
        ELSE
            MOVE "  LINES READ DO NOT AGREE WITH LINES ACCOUNTED FOR"
                TO POST-REPORT-LINE
        END-IF
        WRITE POST-REPORT-LINE
    END-IF
    .

print-detail-line.
    MOVE WS-DETAIL-LINE TO POST-REPORT-LINE
    WRITE POST-REPORT-LINE
    .
