IDENTIFICATION DIVISION.
PROGRAM-ID. KEYPURGE.

*> Nightly housekeeping for the three keyed files SERVER2 reads on
*> every request, which otherwise only ever grow: SESSIONS records
*> whose SESS-EXPIRES-DATE has passed (the cookie can no longer be
*> honoured), RATELIMIT records whose window was opened more than the
*> SERVERCFG rate-limit purge days ago (the next request from that
*> address opens a new window anyway), and LOCKOUT records that are
*> OPEN with no failures (a clean slate, the same as no record).
*> LOCKED records and OPEN records still counting failures are never
*> touched. Each file is opened I-O alongside the running server, the
*> way ACCTUNLK clears LOCKOUT records, and each candidate is read
*> again by key just before it is deleted, so a record SERVER2 has
*> updated since the browse found it is judged on what it holds now.
*> SERVER2 in turn writes a record back if it was deleted between its
*> own read and rewrite. Before / deleted / after counts per file go
*> to the printed KEYPRPT report, and one summary event to OPSLOG.

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

    SELECT SESSION-STORE-FILE ASSIGN TO SESSIONS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SESS-ID
        FILE STATUS IS WS-SESSION-STORE-STATUS.

    SELECT RATE-LIMIT-FILE ASSIGN TO RATELIMIT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RLIM-CLIENT-IP
        FILE STATUS IS WS-RATE-LIMIT-STATUS.

    SELECT ACCOUNT-LOCKOUT-FILE ASSIGN TO LOCKOUT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOCK-USERNAME
        FILE STATUS IS WS-ACCOUNT-LOCKOUT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO OPSLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERATIONS-LOG-STATUS.

    SELECT HOUSEKEEPING-REPORT-FILE ASSIGN TO KEYPRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOUSEKEEPING-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SERVER-CONFIG-FILE
    RECORD CONTAINS 94 CHARACTERS.
    COPY SRVCFG.

FD  SESSION-STORE-FILE.
    COPY SESSION.

FD  RATE-LIMIT-FILE.
    COPY RATELIM.

FD  ACCOUNT-LOCKOUT-FILE.
    COPY LOCKOUT.

FD  OPERATIONS-LOG-FILE
    RECORD CONTAINS 158 CHARACTERS.
    COPY OPSLOG.

FD  HOUSEKEEPING-REPORT-FILE
    RECORD CONTAINS 100 CHARACTERS.
01  HOUSEKEEPING-REPORT-LINE    PIC X(100).

WORKING-STORAGE SECTION.
01  WS-SERVER-CONFIG-STATUS     PIC X(02).
    88  SERVER-CONFIG-OK        VALUE "00".
    88  SERVER-CONFIG-NOT-FOUND VALUE "35".

01  WS-SESSION-STORE-STATUS     PIC X(02).
    88  SESSION-STORE-OK        VALUE "00".
    88  SESSION-STORE-NOT-FOUND VALUE "35".
    88  SESSION-STORE-NO-RECORD VALUE "23".
    88  SESSION-STORE-EOF       VALUE "10".

01  WS-RATE-LIMIT-STATUS        PIC X(02).
    88  RATE-LIMIT-OK           VALUE "00".
    88  RATE-LIMIT-NOT-FOUND    VALUE "35".
    88  RATE-LIMIT-NO-RECORD    VALUE "23".
    88  RATE-LIMIT-EOF          VALUE "10".

01  WS-ACCOUNT-LOCKOUT-STATUS   PIC X(02).
    88  ACCOUNT-LOCKOUT-OK      VALUE "00".
    88  ACCOUNT-LOCKOUT-NOT-FOUND VALUE "35".
    88  ACCOUNT-LOCKOUT-NO-RECORD VALUE "23".
    88  ACCOUNT-LOCKOUT-EOF     VALUE "10".

01  WS-OPERATIONS-LOG-STATUS    PIC X(02).
    88  OPERATIONS-LOG-OK       VALUE "00".
    88  OPERATIONS-LOG-NOT-FOUND VALUE "35".

01  WS-HOUSEKEEPING-REPORT-STATUS PIC X(02).
    88  HOUSEKEEPING-REPORT-OK  VALUE "00".

*> Settings, defaulted here and overridden by SERVERCFG when the field
*> is present and numeric: a rate-limit window opened more than this
*> many days ago is deleted.
01  WS-RATELIM-PURGE-DAYS       PIC 9(03) VALUE 7.

*> Set when a file that exists cannot be opened or a delete fails;
*> the other files are still housekept, but the job ends non-zero.
01  WS-HOUSEKEEPING-FAILED-FLAG PIC X(01) VALUE "N".
    88  WS-HOUSEKEEPING-FAILED  VALUE "Y".
    88  WS-HOUSEKEEPING-CLEAN   VALUE "N".

*> Result of judging the record in hand, on the browse and again on
*> the keyed re-read just before the delete.
01  WS-PURGE-DECISION-FLAG      PIC X(01).
    88  WS-RECORD-PURGEABLE     VALUE "Y".
    88  WS-RECORD-KEPT          VALUE "N".

01  WS-TODAY                    PIC 9(08).
01  WS-TODAY-INTEGER            PIC 9(08) COMP.
01  WS-WINDOW-AGE-DAYS          PIC S9(09) COMP.

01  WS-CURRENT-DATE             PIC 9(08).
01  WS-CURRENT-TIME             PIC 9(08).
01  WS-OPS-SEVERITY             PIC X(05).
01  WS-OPS-DETAIL               PIC X(100).

*> Per-file control counts. "After" is before less deleted: records
*> SERVER2 adds while the job runs are not part of the balance.
01  WS-HOUSEKEEPING-COUNTS.
    05  WS-SESSIONS-BEFORE      PIC 9(09) VALUE 0.
    05  WS-SESSIONS-DELETED     PIC 9(09) VALUE 0.
    05  WS-SESSIONS-AFTER       PIC 9(09) VALUE 0.
    05  WS-SESSIONS-RENEWED     PIC 9(09) VALUE 0.
    05  WS-RATELIM-BEFORE       PIC 9(09) VALUE 0.
    05  WS-RATELIM-DELETED      PIC 9(09) VALUE 0.
    05  WS-RATELIM-AFTER        PIC 9(09) VALUE 0.
    05  WS-RATELIM-RENEWED      PIC 9(09) VALUE 0.
    05  WS-LOCKOUT-BEFORE       PIC 9(09) VALUE 0.
    05  WS-LOCKOUT-DELETED      PIC 9(09) VALUE 0.
    05  WS-LOCKOUT-AFTER        PIC 9(09) VALUE 0.
    05  WS-LOCKOUT-RENEWED      PIC 9(09) VALUE 0.

01  WS-DETAIL-LINE.
    05  WS-DETAIL-LABEL         PIC X(66).
    05  WS-DETAIL-COUNT         PIC Z(08)9.
01  WS-HEADING-TEXT             PIC X(100).

PROCEDURE DIVISION.

mainline.
    PERFORM load-server-config
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (WS-TODAY)
    OPEN OUTPUT HOUSEKEEPING-REPORT-FILE
    IF NOT HOUSEKEEPING-REPORT-OK
        DISPLAY "KEYPURGE cannot create KEYPRPT, file status "
            WS-HOUSEKEEPING-REPORT-STATUS "; no record was touched."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM print-report-heading
    PERFORM purge-session-store
    PERFORM purge-rate-limit-file
    PERFORM purge-account-lockout
    CLOSE HOUSEKEEPING-REPORT-FILE
    PERFORM write-summary-event
    DISPLAY "KEYPURGE complete: SESSIONS " WS-SESSIONS-DELETED
        " deleted, RATELIMIT " WS-RATELIM-DELETED
        " deleted, LOCKOUT " WS-LOCKOUT-DELETED " deleted."
    IF WS-HOUSEKEEPING-FAILED
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

*> ---------------------------------------------------------------
*> Startup configuration: only the rate-limit purge age is used. A
*> SERVERCFG written before the field existed reads back with spaces
*> there, so it is tested for NUMERIC before the default is replaced.
*> ---------------------------------------------------------------
load-server-config.
    OPEN INPUT SERVER-CONFIG-FILE
    IF SERVER-CONFIG-NOT-FOUND
        DISPLAY "SERVERCFG not found, using default purge settings."
    ELSE
        READ SERVER-CONFIG-FILE
            AT END
                DISPLAY "SERVERCFG is empty, using default purge settings."
            NOT AT END
                IF CFG-RATELIM-PURGE-DAYS IS NUMERIC
                   AND CFG-RATELIM-PURGE-DAYS > 0
                    MOVE CFG-RATELIM-PURGE-DAYS
                        TO WS-RATELIM-PURGE-DAYS
                END-IF
        END-READ
        CLOSE SERVER-CONFIG-FILE
    END-IF
    .

print-report-heading.
    MOVE SPACES TO WS-HEADING-TEXT
    STRING "KEYED FILE HOUSEKEEPING  " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
        INTO WS-HEADING-TEXT
    MOVE WS-HEADING-TEXT TO HOUSEKEEPING-REPORT-LINE
    WRITE HOUSEKEEPING-REPORT-LINE
    MOVE ALL "=" TO HOUSEKEEPING-REPORT-LINE
    WRITE HOUSEKEEPING-REPORT-LINE
    MOVE SPACES TO WS-HEADING-TEXT
    STRING "RATE-LIMIT WINDOWS KEPT FOR " DELIMITED BY SIZE
           WS-RATELIM-PURGE-DAYS DELIMITED BY SIZE
           " DAYS" DELIMITED BY SIZE
        INTO WS-HEADING-TEXT
    MOVE WS-HEADING-TEXT TO HOUSEKEEPING-REPORT-LINE
    WRITE HOUSEKEEPING-REPORT-LINE
    .

*> ---------------------------------------------------------------
*> SESSIONS: a session whose expiry date is before today can no
*> longer be honoured by find-session in SERVER2.
*> ---------------------------------------------------------------
purge-session-store.
    PERFORM print-blank-line
    MOVE "SESSIONS" TO HOUSEKEEPING-REPORT-LINE
    WRITE HOUSEKEEPING-REPORT-LINE
    OPEN I-O SESSION-STORE-FILE
    IF SESSION-STORE-NOT-FOUND
        MOVE "  NO SESSIONS FILE PRESENT - NOTHING TO PURGE"
            TO HOUSEKEEPING-REPORT-LINE
        WRITE HOUSEKEEPING-REPORT-LINE
    ELSE
        IF SESSION-STORE-OK
            MOVE LOW-VALUES TO SESS-ID
            START SESSION-STORE-FILE KEY > SESS-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM read-next-session-record
                        UNTIL SESSION-STORE-EOF
            END-START
            CLOSE SESSION-STORE-FILE
            COMPUTE WS-SESSIONS-AFTER =
                WS-SESSIONS-BEFORE - WS-SESSIONS-DELETED
            PERFORM print-session-counts
        ELSE
            DISPLAY "KEYPURGE cannot open SESSIONS, file status "
                WS-SESSION-STORE-STATUS
            MOVE "  SESSIONS FILE COULD NOT BE OPENED - NOT PURGED"
                TO HOUSEKEEPING-REPORT-LINE
            WRITE HOUSEKEEPING-REPORT-LINE
            SET WS-HOUSEKEEPING-FAILED TO TRUE
        END-IF
    END-IF
    .

read-next-session-record.
    READ SESSION-STORE-FILE NEXT
        AT END
            CONTINUE
        NOT AT END
            ADD 1 TO WS-SESSIONS-BEFORE
            PERFORM judge-session-record
            IF WS-RECORD-PURGEABLE
                PERFORM confirm-session-delete
            END-IF
    END-READ
    .

judge-session-record.
    IF SESS-EXPIRES-DATE IS NUMERIC
       AND SESS-EXPIRES-DATE < WS-TODAY
        SET WS-RECORD-PURGEABLE TO TRUE
    ELSE
        SET WS-RECORD-KEPT TO TRUE
    END-IF
    .

*> Re-read by key so the delete judges what the record holds now; a
*> session renewed by SERVER2 since the browse is kept. The keyed
*> read leaves the browse positioned on this key, so the next READ
*> NEXT carries on from here whether or not the record goes.
confirm-session-delete.
    READ SESSION-STORE-FILE
        INVALID KEY
            SET WS-RECORD-KEPT TO TRUE
        NOT INVALID KEY
            PERFORM judge-session-record
    END-READ
    IF WS-RECORD-PURGEABLE
        DELETE SESSION-STORE-FILE RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO WS-SESSIONS-DELETED
        END-DELETE
        IF NOT SESSION-STORE-OK AND NOT SESSION-STORE-NO-RECORD
            DISPLAY "KEYPURGE cannot delete from SESSIONS, file status "
                WS-SESSION-STORE-STATUS
            SET WS-HOUSEKEEPING-FAILED TO TRUE
        END-IF
    ELSE
        ADD 1 TO WS-SESSIONS-RENEWED
    END-IF
    .

print-session-counts.
    MOVE "  RECORDS BEFORE" TO WS-DETAIL-LABEL
    MOVE WS-SESSIONS-BEFORE TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  DELETED, EXPIRED BEFORE TODAY" TO WS-DETAIL-LABEL
    MOVE WS-SESSIONS-DELETED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  RECORDS AFTER" TO WS-DETAIL-LABEL
    MOVE WS-SESSIONS-AFTER TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  KEPT, RENEWED OR GONE SINCE SELECTED" TO WS-DETAIL-LABEL
    MOVE WS-SESSIONS-RENEWED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    .

*> ---------------------------------------------------------------
*> RATELIMIT: a window opened more than the purge age ago carries
*> nothing SERVER2 still needs - update-rate-limit-record reopens any
*> window not dated today.
*> ---------------------------------------------------------------
purge-rate-limit-file.
    PERFORM print-blank-line
    MOVE "RATELIMIT" TO HOUSEKEEPING-REPORT-LINE
    WRITE HOUSEKEEPING-REPORT-LINE
    OPEN I-O RATE-LIMIT-FILE
    IF RATE-LIMIT-NOT-FOUND
        MOVE "  NO RATELIMIT FILE PRESENT - NOTHING TO PURGE"
            TO HOUSEKEEPING-REPORT-LINE
        WRITE HOUSEKEEPING-REPORT-LINE
    ELSE
        IF RATE-LIMIT-OK
            MOVE LOW-VALUES TO RLIM-CLIENT-IP
            START RATE-LIMIT-FILE KEY > RLIM-CLIENT-IP
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM read-next-rate-limit-record
                        UNTIL RATE-LIMIT-EOF
            END-START
            CLOSE RATE-LIMIT-FILE
            COMPUTE WS-RATELIM-AFTER =
                WS-RATELIM-BEFORE - WS-RATELIM-DELETED
            PERFORM print-rate-limit-counts
        ELSE
            DISPLAY "KEYPURGE cannot open RATELIMIT, file status "
                WS-RATE-LIMIT-STATUS
            MOVE "  RATELIMIT FILE COULD NOT BE OPENED - NOT PURGED"
                TO HOUSEKEEPING-REPORT-LINE
            WRITE HOUSEKEEPING-REPORT-LINE
            SET WS-HOUSEKEEPING-FAILED TO TRUE
        END-IF
    END-IF
    .

read-next-rate-limit-record.
    READ RATE-LIMIT-FILE NEXT
        AT END
            CONTINUE
        NOT AT END
            ADD 1 TO WS-RATELIM-BEFORE
            PERFORM judge-rate-limit-record
            IF WS-RECORD-PURGEABLE
                PERFORM confirm-rate-limit-delete
            END-IF
    END-READ
    .

*> A window date that is not numeric cannot be aged; it is kept and
*> SERVER2 reopens the window on that address's next request.
judge-rate-limit-record.
    SET WS-RECORD-KEPT TO TRUE
    IF RLIM-WINDOW-DATE IS NUMERIC
       AND RLIM-WINDOW-DATE > 0
        COMPUTE WS-WINDOW-AGE-DAYS = WS-TODAY-INTEGER
            - FUNCTION INTEGER-OF-DATE (RLIM-WINDOW-DATE)
        IF WS-WINDOW-AGE-DAYS > WS-RATELIM-PURGE-DAYS
            SET WS-RECORD-PURGEABLE TO TRUE
        END-IF
    END-IF
    .

confirm-rate-limit-delete.
    READ RATE-LIMIT-FILE
        INVALID KEY
            SET WS-RECORD-KEPT TO TRUE
        NOT INVALID KEY
            PERFORM judge-rate-limit-record
    END-READ
    IF WS-RECORD-PURGEABLE
        DELETE RATE-LIMIT-FILE RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO WS-RATELIM-DELETED
        END-DELETE
        IF NOT RATE-LIMIT-OK AND NOT RATE-LIMIT-NO-RECORD
            DISPLAY "KEYPURGE cannot delete from RATELIMIT, file status "
                WS-RATE-LIMIT-STATUS
            SET WS-HOUSEKEEPING-FAILED TO TRUE
        END-IF
    ELSE
        ADD 1 TO WS-RATELIM-RENEWED
    END-IF
    .

print-rate-limit-counts.
    MOVE "  RECORDS BEFORE" TO WS-DETAIL-LABEL
    MOVE WS-RATELIM-BEFORE TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  DELETED, WINDOW OLDER THAN PURGE AGE" TO WS-DETAIL-LABEL
    MOVE WS-RATELIM-DELETED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  RECORDS AFTER" TO WS-DETAIL-LABEL
    MOVE WS-RATELIM-AFTER TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  KEPT, NEW WINDOW OR GONE SINCE SELECTED" TO WS-DETAIL-LABEL
    MOVE WS-RATELIM-RENEWED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    .

*> ---------------------------------------------------------------
*> LOCKOUT: an OPEN record with a zero fail count is what a
*> successful login or an auto-unlock leaves behind, and means no
*> more than having no record at all.
*> ---------------------------------------------------------------
purge-account-lockout.
    PERFORM print-blank-line
    MOVE "LOCKOUT" TO HOUSEKEEPING-REPORT-LINE
    WRITE HOUSEKEEPING-REPORT-LINE
    OPEN I-O ACCOUNT-LOCKOUT-FILE
    IF ACCOUNT-LOCKOUT-NOT-FOUND
        MOVE "  NO LOCKOUT FILE PRESENT - NOTHING TO PURGE"
            TO HOUSEKEEPING-REPORT-LINE
        WRITE HOUSEKEEPING-REPORT-LINE
    ELSE
        IF ACCOUNT-LOCKOUT-OK
            MOVE LOW-VALUES TO LOCK-USERNAME
            START ACCOUNT-LOCKOUT-FILE KEY > LOCK-USERNAME
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM read-next-lockout-record
                        UNTIL ACCOUNT-LOCKOUT-EOF
            END-START
            CLOSE ACCOUNT-LOCKOUT-FILE
            COMPUTE WS-LOCKOUT-AFTER =
                WS-LOCKOUT-BEFORE - WS-LOCKOUT-DELETED
            PERFORM print-lockout-counts
        ELSE
            DISPLAY "KEYPURGE cannot open LOCKOUT, file status "
                WS-ACCOUNT-LOCKOUT-STATUS
            MOVE "  LOCKOUT FILE COULD NOT BE OPENED - NOT PURGED"
                TO HOUSEKEEPING-REPORT-LINE
            WRITE HOUSEKEEPING-REPORT-LINE
            SET WS-HOUSEKEEPING-FAILED TO TRUE
        END-IF
    END-IF
    .

read-next-lockout-record.
    READ ACCOUNT-LOCKOUT-FILE NEXT
        AT END
            CONTINUE
        NOT AT END
            ADD 1 TO WS-LOCKOUT-BEFORE
            PERFORM judge-lockout-record
            IF WS-RECORD-PURGEABLE
                PERFORM confirm-lockout-delete
            END-IF
    END-READ
    .

judge-lockout-record.
    IF LOCK-STATE-OPEN AND LOCK-FAIL-COUNT = 0
        SET WS-RECORD-PURGEABLE TO TRUE
    ELSE
        SET WS-RECORD-KEPT TO TRUE
    END-IF
    .

confirm-lockout-delete.
    READ ACCOUNT-LOCKOUT-FILE
        INVALID KEY
            SET WS-RECORD-KEPT TO TRUE
        NOT INVALID KEY
            PERFORM judge-lockout-record
    END-READ
    IF WS-RECORD-PURGEABLE
        DELETE ACCOUNT-LOCKOUT-FILE RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO WS-LOCKOUT-DELETED
        END-DELETE
        IF NOT ACCOUNT-LOCKOUT-OK AND NOT ACCOUNT-LOCKOUT-NO-RECORD
            DISPLAY "KEYPURGE cannot delete from LOCKOUT, file status "
                WS-ACCOUNT-LOCKOUT-STATUS
            SET WS-HOUSEKEEPING-FAILED TO TRUE
        END-IF
    ELSE
        ADD 1 TO WS-LOCKOUT-RENEWED
    END-IF
    .

print-lockout-counts.
    MOVE "  RECORDS BEFORE" TO WS-DETAIL-LABEL
    MOVE WS-LOCKOUT-BEFORE TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  DELETED, OPEN WITH NO FAILURES" TO WS-DETAIL-LABEL
    MOVE WS-LOCKOUT-DELETED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  RECORDS AFTER" TO WS-DETAIL-LABEL
    MOVE WS-LOCKOUT-AFTER TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  KEPT, NEW FAILURE OR GONE SINCE SELECTED" TO WS-DETAIL-LABEL
    MOVE WS-LOCKOUT-RENEWED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    .

print-detail-line.
    MOVE WS-DETAIL-LINE TO HOUSEKEEPING-REPORT-LINE
    WRITE HOUSEKEEPING-REPORT-LINE
    .

print-blank-line.
    MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
    WRITE HOUSEKEEPING-REPORT-LINE
    .

*> ---------------------------------------------------------------
*> One summary event, appended exactly as SERVER2 opens the log, so
*> the housekeeping shows up in the same trail as the server's own
*> events. A run that could not housekeep every file logs at ERROR.
*> ---------------------------------------------------------------
write-summary-event.
    OPEN EXTEND OPERATIONS-LOG-FILE
    IF OPERATIONS-LOG-NOT-FOUND
        OPEN OUTPUT OPERATIONS-LOG-FILE
    END-IF
    IF OPERATIONS-LOG-OK
        IF WS-HOUSEKEEPING-FAILED
            MOVE "ERROR" TO WS-OPS-SEVERITY
        ELSE
            MOVE "INFO" TO WS-OPS-SEVERITY
        END-IF
        MOVE SPACES TO WS-OPS-DETAIL
        STRING "HOUSEKEEPING DELETED: SESSIONS " DELIMITED BY SIZE
               WS-SESSIONS-DELETED DELIMITED BY SIZE
               " RATELIMIT " DELIMITED BY SIZE
               WS-RATELIM-DELETED DELIMITED BY SIZE
               " LOCKOUT " DELIMITED BY SIZE
               WS-LOCKOUT-DELETED DELIMITED BY SIZE
            INTO WS-OPS-DETAIL
        MOVE SPACES TO OPS-EVENT-RECORD
        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
        ACCEPT WS-CURRENT-TIME FROM TIME
        MOVE WS-CURRENT-DATE    TO OPSL-DATE
        MOVE WS-CURRENT-TIME    TO OPSL-TIME
        MOVE WS-OPS-SEVERITY    TO OPSL-SEVERITY
        MOVE "KEYPURGE"         TO OPSL-OPERATION
        MOVE "00"               TO OPSL-FILE-STATUS
        MOVE WS-OPS-DETAIL      TO OPSL-DETAIL
        WRITE OPS-EVENT-RECORD
        CLOSE OPERATIONS-LOG-FILE
    ELSE
        DISPLAY "KEYPURGE cannot append to OPSLOG, file status "
            WS-OPERATIONS-LOG-STATUS "; summary event not logged."
        SET WS-HOUSEKEEPING-FAILED TO TRUE
    END-IF
    .
