IDENTIFICATION DIVISION.
PROGRAM-ID. RECERT.

*> Quarterly user access recertification. Every account in USERCRED
*> is listed with its CRED-ROLE, the date of its last successful
*> login (from the LASTLOGN file SERVER2 keeps), how many sessions it
*> holds in SESSIONS that have not expired, its LOCKOUT state and
*> fail count, and how many submissions it made (SUBMMAST, by
*> SUBM-DATE) and reviews it gave (SUBMAUDT APPROVED/REJECTED
*> entries, by SAUD-DATE) in the quarter. Three flags are raised for
*> the reviewer: DORMANT - no login for more than the SERVERCFG
*> dormant days before the run date, or none ever recorded; ADMIN -
*> the account holds the ADMIN role; LOCKOUT - the account is locked
*> now or was locked (an "ACCOUNT LOCKED" event in OPSLOG) during the
*> quarter. The usernames flagged dormant are also written one per
*> line to RECDORM, for review before they are taken out of CREDIN.
*> The quarter is the last one completed before the run date, or the
*> one named on the command line as yyyyQn (2026Q3). Everything is
*> only read, so the job can run while SERVER2 is up.

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

    SELECT USER-CREDENTIAL-FILE ASSIGN TO USERCRED
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USER-CREDENTIAL-STATUS.

    SELECT LAST-LOGIN-FILE ASSIGN TO LASTLOGN
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LLGN-USERNAME
        FILE STATUS IS WS-LAST-LOGIN-STATUS.

    SELECT SESSION-STORE-FILE ASSIGN TO SESSIONS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SESS-ID
        FILE STATUS IS WS-SESSION-STORE-STATUS.

    SELECT ACCOUNT-LOCKOUT-FILE ASSIGN TO LOCKOUT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOCK-USERNAME
        FILE STATUS IS WS-ACCOUNT-LOCKOUT-STATUS.

    SELECT SUBMISSION-MASTER-FILE ASSIGN TO SUBMMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SUBM-TRANS-NUMBER
        FILE STATUS IS WS-SUBMISSION-MASTER-STATUS.

    SELECT SUBMISSION-AUDIT-FILE ASSIGN TO SUBMAUDT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBMISSION-AUDIT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO OPSLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERATIONS-LOG-STATUS.

    SELECT RECERT-REPORT-FILE ASSIGN TO RECRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECERT-REPORT-STATUS.

*> Same one-username-per-line layout as ACCTUNLK's UNLOCKIN.
    SELECT DORMANT-ACCOUNT-FILE ASSIGN TO RECDORM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DORMANT-ACCOUNT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SERVER-CONFIG-FILE
    RECORD CONTAINS 94 CHARACTERS.
    COPY SRVCFG.

FD  USER-CREDENTIAL-FILE.
    COPY USERCRED.

FD  LAST-LOGIN-FILE.
    COPY LASTLGN.

FD  SESSION-STORE-FILE.
    COPY SESSION.

FD  ACCOUNT-LOCKOUT-FILE.
    COPY LOCKOUT.

FD  SUBMISSION-MASTER-FILE.
    COPY SUBMSN.

FD  SUBMISSION-AUDIT-FILE
    RECORD CONTAINS 126 CHARACTERS.
    COPY SUBMAUD.

FD  OPERATIONS-LOG-FILE
    RECORD CONTAINS 158 CHARACTERS.
    COPY OPSLOG.

FD  RECERT-REPORT-FILE
    RECORD CONTAINS 100 CHARACTERS.
01  RECERT-REPORT-LINE          PIC X(100).

FD  DORMANT-ACCOUNT-FILE
    RECORD CONTAINS 20 CHARACTERS.
01  DORMANT-ACCOUNT-RECORD      PIC X(20).

WORKING-STORAGE SECTION.
01  WS-SERVER-CONFIG-STATUS     PIC X(02).
    88  SERVER-CONFIG-OK        VALUE "00".
    88  SERVER-CONFIG-NOT-FOUND VALUE "35".

01  WS-USER-CREDENTIAL-STATUS   PIC X(02).
    88  USER-CREDENTIAL-OK      VALUE "00".
    88  USER-CREDENTIAL-NOT-FOUND VALUE "35".
    88  USER-CREDENTIAL-EOF     VALUE "10".

01  WS-LAST-LOGIN-STATUS        PIC X(02).
    88  LAST-LOGIN-OK           VALUE "00".
    88  LAST-LOGIN-NOT-FOUND    VALUE "35".

*> A keyed miss leaves status 23, so whether LASTLOGN can still be
*> read is carried here rather than in the status.
01  WS-LAST-LOGIN-OPEN-FLAG     PIC X(01) VALUE "N".
    88  WS-LAST-LOGIN-OPEN      VALUE "Y".
    88  WS-LAST-LOGIN-CLOSED    VALUE "N".

01  WS-SESSION-STORE-STATUS     PIC X(02).
    88  SESSION-STORE-OK        VALUE "00".
    88  SESSION-STORE-NOT-FOUND VALUE "35".
    88  SESSION-STORE-EOF       VALUE "10".

01  WS-ACCOUNT-LOCKOUT-STATUS   PIC X(02).
    88  ACCOUNT-LOCKOUT-OK      VALUE "00".
    88  ACCOUNT-LOCKOUT-NOT-FOUND VALUE "35".

01  WS-SUBMISSION-MASTER-STATUS PIC X(02).
    88  SUBMISSION-MASTER-OK    VALUE "00".
    88  SUBMISSION-MASTER-NOT-FOUND VALUE "35".
    88  SUBMISSION-MASTER-EOF   VALUE "10".

01  WS-SUBMISSION-AUDIT-STATUS  PIC X(02).
    88  SUBMISSION-AUDIT-OK     VALUE "00".
    88  SUBMISSION-AUDIT-NOT-FOUND VALUE "35".
    88  SUBMISSION-AUDIT-EOF    VALUE "10".

01  WS-OPERATIONS-LOG-STATUS    PIC X(02).
    88  OPERATIONS-LOG-OK       VALUE "00".
    88  OPERATIONS-LOG-NOT-FOUND VALUE "35".
    88  OPERATIONS-LOG-EOF      VALUE "10".

01  WS-RECERT-REPORT-STATUS     PIC X(02).
    88  RECERT-REPORT-OK        VALUE "00".

01  WS-DORMANT-ACCOUNT-STATUS   PIC X(02).
    88  DORMANT-ACCOUNT-OK      VALUE "00".

*> Settings, defaulted here and overridden by SERVERCFG when the field
*> is present and numeric: an account with no login for more than
*> this many days is dormant.
01  WS-DORMANT-DAYS             PIC 9(03) VALUE 90.

*> Set when a source that exists cannot be read or an account does
*> not fit the table: the report is still produced from the rest,
*> but the job ends non-zero.
01  WS-RECERT-FAILED-FLAG       PIC X(01) VALUE "N".
    88  WS-RECERT-FAILED        VALUE "Y".
    88  WS-RECERT-CLEAN         VALUE "N".

*> The quarter, from the command line (yyyyQn) or defaulted to the
*> last one completed before the run date.
01  WS-COMMAND-LINE             PIC X(20).
01  WS-QUARTER-PARM REDEFINES WS-COMMAND-LINE.
    05  WS-PARM-YEAR            PIC X(04).
    05  WS-PARM-Q               PIC X(01).
    05  WS-PARM-QUARTER         PIC X(01).
    05  FILLER                  PIC X(14).

01  WS-QUARTER-YEAR             PIC 9(04).
01  WS-QUARTER-NUMBER           PIC 9(01).
01  WS-QUARTER-FIRST-MONTH      PIC 9(02).
01  WS-QUARTER-FROM-DATE        PIC 9(08).
01  WS-QUARTER-TO-DATE          PIC 9(08).
01  WS-NEXT-QUARTER-DATE        PIC 9(08).
01  WS-QUARTER-LABEL            PIC X(06).

01  WS-TODAY                    PIC 9(08).
01  WS-TODAY-PARTS REDEFINES WS-TODAY.
    05  WS-TODAY-YEAR           PIC 9(04).
    05  WS-TODAY-MONTH          PIC 9(02).
    05  WS-TODAY-DAY            PIC 9(02).
01  WS-TODAY-INTEGER            PIC 9(08) COMP.
01  WS-LOGIN-AGE-DAYS           PIC S9(09) COMP.

*> One entry per USERCRED account, in USERCRED order.
01  WS-ACCOUNT-TABLE-MAX        PIC 9(04) COMP VALUE 1000.
01  WS-ACCOUNT-TOTALS.
    05  WS-ACCOUNT-COUNT        PIC 9(04) COMP VALUE 0.
    05  WS-ACCOUNT-ENTRY OCCURS 1000 TIMES.
        10  WS-ACCT-USERNAME    PIC X(20).
        10  WS-ACCT-ROLE        PIC X(10).
        10  WS-ACCT-LAST-LOGIN  PIC 9(08).
        10  WS-ACCT-SESSIONS    PIC 9(05).
        10  WS-ACCT-LOCK-STATE  PIC X(06).
        10  WS-ACCT-FAIL-COUNT  PIC 9(03).
        10  WS-ACCT-SUBMISSIONS PIC 9(07).
        10  WS-ACCT-REVIEWS     PIC 9(07).
        10  WS-ACCT-LOCK-EVENTS PIC 9(05).
        10  WS-ACCT-DORMANT-FLAG PIC X(01).
            88  WS-ACCT-DORMANT VALUE "Y".
        10  WS-ACCT-ADMIN-FLAG  PIC X(01).
            88  WS-ACCT-ADMIN   VALUE "Y".
        10  WS-ACCT-LOCKOUT-FLAG PIC X(01).
            88  WS-ACCT-LOCKOUT VALUE "Y".
01  WS-ACCT-SUB                 PIC 9(04) COMP.
01  WS-ACCT-HIT-SUB             PIC 9(04) COMP.
01  WS-FIND-USERNAME            PIC X(20).

01  WS-TABLE-SCAN-FLAG          PIC X(01).
    88  WS-TABLE-HIT            VALUE "Y".
    88  WS-TABLE-MISS           VALUE "N".

01  WS-RECERT-COUNTS.
    05  WS-CREDENTIALS-READ     PIC 9(09) VALUE 0.
    05  WS-ACCOUNTS-PAST-LIMIT  PIC 9(09) VALUE 0.
    05  WS-NEVER-LOGGED-IN      PIC 9(09) VALUE 0.
    05  WS-ACTIVE-SESSIONS      PIC 9(09) VALUE 0.
    05  WS-ORPHAN-SESSIONS      PIC 9(09) VALUE 0.
    05  WS-QUARTER-SUBMISSIONS  PIC 9(09) VALUE 0.
    05  WS-ORPHAN-SUBMISSIONS   PIC 9(09) VALUE 0.
    05  WS-QUARTER-REVIEWS      PIC 9(09) VALUE 0.
    05  WS-ORPHAN-REVIEWS       PIC 9(09) VALUE 0.
    05  WS-QUARTER-LOCK-EVENTS  PIC 9(09) VALUE 0.
    05  WS-DORMANT-COUNT        PIC 9(09) VALUE 0.
    05  WS-ADMIN-COUNT          PIC 9(09) VALUE 0.
    05  WS-LOCKOUT-COUNT        PIC 9(09) VALUE 0.
    05  WS-DORMANT-WRITTEN      PIC 9(09) VALUE 0.

01  WS-DETAIL-LINE.
    05  WS-DETAIL-LABEL         PIC X(66).
    05  WS-DETAIL-COUNT         PIC Z(08)9.

01  WS-ACCOUNT-LINE.
    05  WS-ACL-USERNAME         PIC X(20).
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-ACL-ROLE             PIC X(10).
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-ACL-LAST-LOGIN       PIC X(08).
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-ACL-SESSIONS         PIC Z(03)9.
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-ACL-LOCK-STATE       PIC X(06).
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-ACL-FAIL-COUNT       PIC Z(03)9.
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-ACL-SUBMISSIONS      PIC Z(05)9.
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-ACL-REVIEWS          PIC Z(05)9.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-ACL-FLAGS            PIC X(24).

01  WS-FLAGS-PTR                PIC 9(03) COMP.
01  WS-HEADING-TEXT             PIC X(100).

PROCEDURE DIVISION.

mainline.
    PERFORM load-server-config
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (WS-TODAY)
    PERFORM set-report-quarter
    INITIALIZE WS-ACCOUNT-TOTALS
    PERFORM load-user-accounts
    PERFORM apply-last-logins
    PERFORM apply-lockout-state
    PERFORM count-active-sessions
    PERFORM count-quarter-submissions
    PERFORM count-quarter-reviews
    PERFORM count-quarter-lock-events
    PERFORM print-recertification-report
    DISPLAY "RECERT complete for " WS-QUARTER-LABEL ": "
        WS-ACCOUNT-COUNT " account(s), " WS-DORMANT-COUNT
        " dormant, " WS-ADMIN-COUNT " admin, " WS-LOCKOUT-COUNT
        " with lockouts."
    IF WS-RECERT-FAILED
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

*> ---------------------------------------------------------------
*> Startup configuration: only the dormant days are used. A SERVERCFG
*> written before the field existed reads back with spaces there, so
*> it is tested for NUMERIC before the default is replaced.
*> ---------------------------------------------------------------
load-server-config.
    OPEN INPUT SERVER-CONFIG-FILE
    IF SERVER-CONFIG-NOT-FOUND
        DISPLAY "SERVERCFG not found, using default dormant days."
    ELSE
        READ SERVER-CONFIG-FILE
            AT END
                DISPLAY "SERVERCFG is empty, using default dormant days."
            NOT AT END
                IF CFG-DORMANT-DAYS IS NUMERIC
                   AND CFG-DORMANT-DAYS > 0
                    MOVE CFG-DORMANT-DAYS TO WS-DORMANT-DAYS
                END-IF
        END-READ
        CLOSE SERVER-CONFIG-FILE
    END-IF
    .

*> A quarter named on the command line that is not yyyyQn with n 1-4
*> is the operator's typo, reported and fatal.
set-report-quarter.
    MOVE SPACES TO WS-COMMAND-LINE
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    IF WS-COMMAND-LINE = SPACES
        COMPUTE WS-QUARTER-NUMBER = (WS-TODAY-MONTH - 1) / 3 + 1
        IF WS-QUARTER-NUMBER = 1
            COMPUTE WS-QUARTER-YEAR = WS-TODAY-YEAR - 1
            MOVE 4 TO WS-QUARTER-NUMBER
        ELSE
            MOVE WS-TODAY-YEAR TO WS-QUARTER-YEAR
            SUBTRACT 1 FROM WS-QUARTER-NUMBER
        END-IF
    ELSE
        IF WS-PARM-YEAR IS NOT NUMERIC
           OR (WS-PARM-Q NOT = "Q" AND WS-PARM-Q NOT = "q")
           OR WS-PARM-QUARTER < "1" OR WS-PARM-QUARTER > "4"
           OR WS-COMMAND-LINE (7:) NOT = SPACES
            DISPLAY "RECERT rejected quarter: " WS-COMMAND-LINE
                " (expected yyyyQn, e.g. 2026Q3)"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-PARM-YEAR    TO WS-QUARTER-YEAR
        MOVE WS-PARM-QUARTER TO WS-QUARTER-NUMBER
    END-IF
    COMPUTE WS-QUARTER-FIRST-MONTH = (WS-QUARTER-NUMBER - 1) * 3 + 1
    COMPUTE WS-QUARTER-FROM-DATE = WS-QUARTER-YEAR * 10000
        + WS-QUARTER-FIRST-MONTH * 100 + 1
    IF WS-QUARTER-NUMBER = 4
        COMPUTE WS-QUARTER-TO-DATE = WS-QUARTER-YEAR * 10000 + 1231
    ELSE
        COMPUTE WS-NEXT-QUARTER-DATE = WS-QUARTER-FROM-DATE + 300
        COMPUTE WS-QUARTER-TO-DATE = FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (WS-NEXT-QUARTER-DATE) - 1)
    END-IF
    MOVE SPACES TO WS-QUARTER-LABEL
    STRING WS-QUARTER-YEAR DELIMITED BY SIZE
           "Q" DELIMITED BY SIZE
           WS-QUARTER-NUMBER DELIMITED BY SIZE
        INTO WS-QUARTER-LABEL
    .

*> ---------------------------------------------------------------
*> USERCRED is the list being recertified; without it there is
*> nothing to report, so it is the one source whose absence is fatal.
*> ---------------------------------------------------------------
load-user-accounts.
    OPEN INPUT USER-CREDENTIAL-FILE
    IF NOT USER-CREDENTIAL-OK
        DISPLAY "RECERT cannot read USERCRED, file status "
            WS-USER-CREDENTIAL-STATUS "; nothing to recertify."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM read-next-credential
        UNTIL USER-CREDENTIAL-EOF
    CLOSE USER-CREDENTIAL-FILE
    .

read-next-credential.
    READ USER-CREDENTIAL-FILE
        AT END
            CONTINUE
        NOT AT END
            IF CRED-USERNAME NOT = SPACES
                ADD 1 TO WS-CREDENTIALS-READ
                PERFORM add-account-entry
            END-IF
    END-READ
    .

add-account-entry.
    IF WS-ACCOUNT-COUNT < WS-ACCOUNT-TABLE-MAX
        ADD 1 TO WS-ACCOUNT-COUNT
        MOVE CRED-USERNAME TO WS-ACCT-USERNAME (WS-ACCOUNT-COUNT)
        MOVE CRED-ROLE     TO WS-ACCT-ROLE (WS-ACCOUNT-COUNT)
        MOVE SPACES        TO WS-ACCT-LOCK-STATE (WS-ACCOUNT-COUNT)
        MOVE "N" TO WS-ACCT-DORMANT-FLAG (WS-ACCOUNT-COUNT)
        MOVE "N" TO WS-ACCT-ADMIN-FLAG (WS-ACCOUNT-COUNT)
        MOVE "N" TO WS-ACCT-LOCKOUT-FLAG (WS-ACCOUNT-COUNT)
    ELSE
        ADD 1 TO WS-ACCOUNTS-PAST-LIMIT
        SET WS-RECERT-FAILED TO TRUE
    END-IF
    .

*> Linear find by username, the way SECCORR and LOGREPORT find their
*> table entries.
find-account-entry.
    SET WS-TABLE-MISS TO TRUE
    PERFORM scan-account-entry
        VARYING WS-ACCT-SUB FROM 1 BY 1
        UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT OR WS-TABLE-HIT
    .

scan-account-entry.
    IF WS-ACCT-USERNAME (WS-ACCT-SUB) = WS-FIND-USERNAME
        SET WS-TABLE-HIT TO TRUE
        MOVE WS-ACCT-SUB TO WS-ACCT-HIT-SUB
    END-IF
    .

*> ---------------------------------------------------------------
*> Keyed lookups per account: last login and lockout state. No
*> LASTLOGN file just means nobody has logged in since it began to be
*> kept; every account then reads as never logged in.
*> ---------------------------------------------------------------
apply-last-logins.
    OPEN INPUT LAST-LOGIN-FILE
    IF LAST-LOGIN-OK
        SET WS-LAST-LOGIN-OPEN TO TRUE
    END-IF
    IF NOT LAST-LOGIN-OK AND NOT LAST-LOGIN-NOT-FOUND
        DISPLAY "RECERT cannot read LASTLOGN, file status "
            WS-LAST-LOGIN-STATUS
        SET WS-RECERT-FAILED TO TRUE
    END-IF
    PERFORM judge-account-login
        VARYING WS-ACCT-SUB FROM 1 BY 1
        UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT
    IF WS-LAST-LOGIN-OPEN
        CLOSE LAST-LOGIN-FILE
        SET WS-LAST-LOGIN-CLOSED TO TRUE
    END-IF
    .

judge-account-login.
    MOVE 0 TO WS-ACCT-LAST-LOGIN (WS-ACCT-SUB)
    IF WS-LAST-LOGIN-OPEN
        MOVE WS-ACCT-USERNAME (WS-ACCT-SUB) TO LLGN-USERNAME
        READ LAST-LOGIN-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE LLGN-LOGIN-DATE
                    TO WS-ACCT-LAST-LOGIN (WS-ACCT-SUB)
        END-READ
    END-IF
    IF WS-ACCT-LAST-LOGIN (WS-ACCT-SUB) = 0
        ADD 1 TO WS-NEVER-LOGGED-IN
        MOVE "Y" TO WS-ACCT-DORMANT-FLAG (WS-ACCT-SUB)
    ELSE
        COMPUTE WS-LOGIN-AGE-DAYS = WS-TODAY-INTEGER
            - FUNCTION INTEGER-OF-DATE (WS-ACCT-LAST-LOGIN (WS-ACCT-SUB))
        IF WS-LOGIN-AGE-DAYS > WS-DORMANT-DAYS
            MOVE "Y" TO WS-ACCT-DORMANT-FLAG (WS-ACCT-SUB)
        END-IF
    END-IF
    .

apply-lockout-state.
    OPEN INPUT ACCOUNT-LOCKOUT-FILE
    IF NOT ACCOUNT-LOCKOUT-OK AND NOT ACCOUNT-LOCKOUT-NOT-FOUND
        DISPLAY "RECERT cannot read LOCKOUT, file status "
            WS-ACCOUNT-LOCKOUT-STATUS
        SET WS-RECERT-FAILED TO TRUE
    END-IF
    IF ACCOUNT-LOCKOUT-OK
        PERFORM read-account-lockout
            VARYING WS-ACCT-SUB FROM 1 BY 1
            UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT
        CLOSE ACCOUNT-LOCKOUT-FILE
    END-IF
    .

read-account-lockout.
    MOVE WS-ACCT-USERNAME (WS-ACCT-SUB) TO LOCK-USERNAME
    READ ACCOUNT-LOCKOUT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE LOCK-FAIL-COUNT TO WS-ACCT-FAIL-COUNT (WS-ACCT-SUB)
            IF LOCK-STATE-LOCKED
                MOVE "LOCKED" TO WS-ACCT-LOCK-STATE (WS-ACCT-SUB)
                MOVE "Y" TO WS-ACCT-LOCKOUT-FLAG (WS-ACCT-SUB)
            ELSE
                MOVE "OPEN" TO WS-ACCT-LOCK-STATE (WS-ACCT-SUB)
            END-IF
    END-READ
    .

*> ---------------------------------------------------------------
*> Browses: unexpired sessions, the quarter's submissions, reviews
*> and lock events, each credited to its account. Activity under a
*> username no longer in USERCRED is counted separately - it is an
*> account removed with sessions or work still on file.
*> ---------------------------------------------------------------
count-active-sessions.
    OPEN INPUT SESSION-STORE-FILE
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
    ELSE
        IF NOT SESSION-STORE-NOT-FOUND
            DISPLAY "RECERT cannot read SESSIONS, file status "
                WS-SESSION-STORE-STATUS
            SET WS-RECERT-FAILED TO TRUE
        END-IF
    END-IF
    .

read-next-session-record.
    READ SESSION-STORE-FILE NEXT
        AT END
            CONTINUE
        NOT AT END
            IF SESS-EXPIRES-DATE IS NUMERIC
               AND SESS-EXPIRES-DATE >= WS-TODAY
                ADD 1 TO WS-ACTIVE-SESSIONS
                MOVE SESS-USERNAME TO WS-FIND-USERNAME
                PERFORM find-account-entry
                IF WS-TABLE-HIT
                    ADD 1 TO WS-ACCT-SESSIONS (WS-ACCT-HIT-SUB)
                ELSE
                    ADD 1 TO WS-ORPHAN-SESSIONS
                END-IF
            END-IF
    END-READ
    .

count-quarter-submissions.
    OPEN INPUT SUBMISSION-MASTER-FILE
    IF SUBMISSION-MASTER-OK
        MOVE 0 TO SUBM-TRANS-NUMBER
        START SUBMISSION-MASTER-FILE KEY > SUBM-TRANS-NUMBER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM read-next-master-record
                    UNTIL SUBMISSION-MASTER-EOF
        END-START
        CLOSE SUBMISSION-MASTER-FILE
    ELSE
        IF NOT SUBMISSION-MASTER-NOT-FOUND
            DISPLAY "RECERT cannot read SUBMMAST, file status "
                WS-SUBMISSION-MASTER-STATUS
            SET WS-RECERT-FAILED TO TRUE
        END-IF
    END-IF
    .

read-next-master-record.
    READ SUBMISSION-MASTER-FILE NEXT
        AT END
            CONTINUE
        NOT AT END
            IF SUBM-DATE >= WS-QUARTER-FROM-DATE
               AND SUBM-DATE <= WS-QUARTER-TO-DATE
                ADD 1 TO WS-QUARTER-SUBMISSIONS
                MOVE SUBM-USERNAME TO WS-FIND-USERNAME
                PERFORM find-account-entry
                IF WS-TABLE-HIT
                    ADD 1 TO WS-ACCT-SUBMISSIONS (WS-ACCT-HIT-SUB)
                ELSE
                    ADD 1 TO WS-ORPHAN-SUBMISSIONS
                END-IF
            END-IF
    END-READ
    .

*> A review is a /review status change to APPROVED or REJECTED, as
*> SUBMAGE counts reviewer work; an amendment (back to NEW) is the
*> submitter's own change and is not a review.
count-quarter-reviews.
    OPEN INPUT SUBMISSION-AUDIT-FILE
    IF SUBMISSION-AUDIT-OK
        PERFORM read-next-audit-record
            UNTIL SUBMISSION-AUDIT-EOF
        CLOSE SUBMISSION-AUDIT-FILE
    ELSE
        IF NOT SUBMISSION-AUDIT-NOT-FOUND
            DISPLAY "RECERT cannot read SUBMAUDT, file status "
                WS-SUBMISSION-AUDIT-STATUS
            SET WS-RECERT-FAILED TO TRUE
        END-IF
    END-IF
    .

read-next-audit-record.
    READ SUBMISSION-AUDIT-FILE
        AT END
            CONTINUE
        NOT AT END
            IF SAUD-DATE >= WS-QUARTER-FROM-DATE
               AND SAUD-DATE <= WS-QUARTER-TO-DATE
               AND (SAUD-NEW-STATUS = "APPROVED"
                    OR SAUD-NEW-STATUS = "REJECTED")
                ADD 1 TO WS-QUARTER-REVIEWS
                MOVE SAUD-USERNAME TO WS-FIND-USERNAME
                PERFORM find-account-entry
                IF WS-TABLE-HIT
                    ADD 1 TO WS-ACCT-REVIEWS (WS-ACCT-HIT-SUB)
                ELSE
                    ADD 1 TO WS-ORPHAN-REVIEWS
                END-IF
            END-IF
    END-READ
    .

*> SERVER2's lock event reads "ACCOUNT LOCKED: <user> AFTER ...". The
*> LOCKOUT record alone cannot show a lock that has since cleared -
*> an unlocked record is reset, and KEYPURGE removes it once it is
*> open with no failures - so the quarter's locks come from here.
count-quarter-lock-events.
    OPEN INPUT OPERATIONS-LOG-FILE
    IF OPERATIONS-LOG-OK
        PERFORM read-next-operations-record
            UNTIL OPERATIONS-LOG-EOF
        CLOSE OPERATIONS-LOG-FILE
    ELSE
        IF NOT OPERATIONS-LOG-NOT-FOUND
            DISPLAY "RECERT cannot read OPSLOG, file status "
                WS-OPERATIONS-LOG-STATUS
            SET WS-RECERT-FAILED TO TRUE
        END-IF
    END-IF
    .

read-next-operations-record.
    READ OPERATIONS-LOG-FILE
        AT END
            CONTINUE
        NOT AT END
            IF OPSL-DATE >= WS-QUARTER-FROM-DATE
               AND OPSL-DATE <= WS-QUARTER-TO-DATE
               AND OPSL-DETAIL (1:16) = "ACCOUNT LOCKED: "
                ADD 1 TO WS-QUARTER-LOCK-EVENTS
                MOVE SPACES TO WS-FIND-USERNAME
                UNSTRING OPSL-DETAIL (17:) DELIMITED BY SPACE
                    INTO WS-FIND-USERNAME
                END-UNSTRING
                PERFORM find-account-entry
                IF WS-TABLE-HIT
                    ADD 1 TO WS-ACCT-LOCK-EVENTS (WS-ACCT-HIT-SUB)
                    MOVE "Y" TO WS-ACCT-LOCKOUT-FLAG (WS-ACCT-HIT-SUB)
                END-IF
            END-IF
    END-READ
    .

*> ---------------------------------------------------------------
*> Report and dormant-username file.
*> ---------------------------------------------------------------
print-recertification-report.
    OPEN OUTPUT RECERT-REPORT-FILE
    IF NOT RECERT-REPORT-OK
        DISPLAY "RECERT cannot create RECRPT, file status "
            WS-RECERT-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT DORMANT-ACCOUNT-FILE
    IF NOT DORMANT-ACCOUNT-OK
        DISPLAY "RECERT cannot create RECDORM, file status "
            WS-DORMANT-ACCOUNT-STATUS
        CLOSE RECERT-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM print-report-heading
    PERFORM print-blank-line
    MOVE "USERNAME             ROLE       LAST IN  SESS LOCK   FAIL"
        TO RECERT-REPORT-LINE
    MOVE "SUBMIT REVIEW  FLAGS" TO RECERT-REPORT-LINE (59:)
    WRITE RECERT-REPORT-LINE
    PERFORM report-one-account
        VARYING WS-ACCT-SUB FROM 1 BY 1
        UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT
    PERFORM print-control-totals
    CLOSE RECERT-REPORT-FILE
    CLOSE DORMANT-ACCOUNT-FILE
    .

print-report-heading.
    MOVE SPACES TO WS-HEADING-TEXT
    STRING "USER ACCESS RECERTIFICATION  " DELIMITED BY SIZE
           WS-QUARTER-LABEL DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-QUARTER-FROM-DATE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-QUARTER-TO-DATE DELIMITED BY SIZE
        INTO WS-HEADING-TEXT
    MOVE WS-HEADING-TEXT TO RECERT-REPORT-LINE
    WRITE RECERT-REPORT-LINE
    MOVE ALL "=" TO RECERT-REPORT-LINE
    WRITE RECERT-REPORT-LINE
    MOVE SPACES TO WS-HEADING-TEXT
    STRING "RUN DATE " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           "  DORMANT AFTER " DELIMITED BY SIZE
           WS-DORMANT-DAYS DELIMITED BY SIZE
           " DAYS WITHOUT A LOGIN" DELIMITED BY SIZE
        INTO WS-HEADING-TEXT
    MOVE WS-HEADING-TEXT TO RECERT-REPORT-LINE
    WRITE RECERT-REPORT-LINE
    .

report-one-account.
    IF WS-ACCT-ROLE (WS-ACCT-SUB) = "ADMIN"
        MOVE "Y" TO WS-ACCT-ADMIN-FLAG (WS-ACCT-SUB)
    END-IF
    MOVE WS-ACCT-USERNAME (WS-ACCT-SUB)    TO WS-ACL-USERNAME
    MOVE WS-ACCT-ROLE (WS-ACCT-SUB)        TO WS-ACL-ROLE
    IF WS-ACCT-LAST-LOGIN (WS-ACCT-SUB) = 0
        MOVE "NEVER" TO WS-ACL-LAST-LOGIN
    ELSE
        MOVE WS-ACCT-LAST-LOGIN (WS-ACCT-SUB) TO WS-ACL-LAST-LOGIN
    END-IF
    MOVE WS-ACCT-SESSIONS (WS-ACCT-SUB)    TO WS-ACL-SESSIONS
    IF WS-ACCT-LOCK-STATE (WS-ACCT-SUB) = SPACES
        MOVE "-" TO WS-ACL-LOCK-STATE
    ELSE
        MOVE WS-ACCT-LOCK-STATE (WS-ACCT-SUB) TO WS-ACL-LOCK-STATE
    END-IF
    MOVE WS-ACCT-FAIL-COUNT (WS-ACCT-SUB)  TO WS-ACL-FAIL-COUNT
    MOVE WS-ACCT-SUBMISSIONS (WS-ACCT-SUB) TO WS-ACL-SUBMISSIONS
    MOVE WS-ACCT-REVIEWS (WS-ACCT-SUB)     TO WS-ACL-REVIEWS
    MOVE SPACES TO WS-ACL-FLAGS
    MOVE 1 TO WS-FLAGS-PTR
    IF WS-ACCT-DORMANT (WS-ACCT-SUB)
        ADD 1 TO WS-DORMANT-COUNT
        STRING "DORMANT " DELIMITED BY SIZE
            INTO WS-ACL-FLAGS WITH POINTER WS-FLAGS-PTR
        END-STRING
        PERFORM write-dormant-username
    END-IF
    IF WS-ACCT-ADMIN (WS-ACCT-SUB)
        ADD 1 TO WS-ADMIN-COUNT
        STRING "ADMIN " DELIMITED BY SIZE
            INTO WS-ACL-FLAGS WITH POINTER WS-FLAGS-PTR
        END-STRING
    END-IF
    IF WS-ACCT-LOCKOUT (WS-ACCT-SUB)
        ADD 1 TO WS-LOCKOUT-COUNT
        STRING "LOCKOUT" DELIMITED BY SIZE
            INTO WS-ACL-FLAGS WITH POINTER WS-FLAGS-PTR
        END-STRING
    END-IF
    MOVE WS-ACCOUNT-LINE TO RECERT-REPORT-LINE
    WRITE RECERT-REPORT-LINE
    .

write-dormant-username.
    MOVE WS-ACCT-USERNAME (WS-ACCT-SUB) TO DORMANT-ACCOUNT-RECORD
    WRITE DORMANT-ACCOUNT-RECORD
    IF DORMANT-ACCOUNT-OK
        ADD 1 TO WS-DORMANT-WRITTEN
    ELSE
        DISPLAY "RECERT cannot write RECDORM, file status "
            WS-DORMANT-ACCOUNT-STATUS
        SET WS-RECERT-FAILED TO TRUE
    END-IF
    .

print-control-totals.
    PERFORM print-blank-line
    MOVE "CONTROL TOTALS" TO RECERT-REPORT-LINE
    WRITE RECERT-REPORT-LINE
    MOVE "  USERCRED ACCOUNTS READ" TO WS-DETAIL-LABEL
    MOVE WS-CREDENTIALS-READ TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ACCOUNTS LISTED" TO WS-DETAIL-LABEL
    MOVE WS-ACCOUNT-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ACCOUNTS PAST TABLE LIMIT, NOT LISTED" TO WS-DETAIL-LABEL
    MOVE WS-ACCOUNTS-PAST-LIMIT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  FLAGGED DORMANT" TO WS-DETAIL-LABEL
    MOVE WS-DORMANT-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "    NO LOGIN EVER RECORDED" TO WS-DETAIL-LABEL
    MOVE WS-NEVER-LOGGED-IN TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "    DORMANT USERNAMES WRITTEN TO RECDORM" TO WS-DETAIL-LABEL
    MOVE WS-DORMANT-WRITTEN TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  FLAGGED ADMIN" TO WS-DETAIL-LABEL
    MOVE WS-ADMIN-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  FLAGGED LOCKOUT" TO WS-DETAIL-LABEL
    MOVE WS-LOCKOUT-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ACTIVE SESSIONS" TO WS-DETAIL-LABEL
    MOVE WS-ACTIVE-SESSIONS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "    HELD BY USERNAMES NOT IN USERCRED" TO WS-DETAIL-LABEL
    MOVE WS-ORPHAN-SESSIONS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  SUBMISSIONS IN QUARTER" TO WS-DETAIL-LABEL
    MOVE WS-QUARTER-SUBMISSIONS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "    BY USERNAMES NOT IN USERCRED" TO WS-DETAIL-LABEL
    MOVE WS-ORPHAN-SUBMISSIONS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  REVIEWS IN QUARTER" TO WS-DETAIL-LABEL
    MOVE WS-QUARTER-REVIEWS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "    BY USERNAMES NOT IN USERCRED" TO WS-DETAIL-LABEL
    MOVE WS-ORPHAN-REVIEWS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ACCOUNT LOCK EVENTS IN QUARTER" TO WS-DETAIL-LABEL
    MOVE WS-QUARTER-LOCK-EVENTS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    .

print-detail-line.
    MOVE WS-DETAIL-LINE TO RECERT-REPORT-LINE
    WRITE RECERT-REPORT-LINE
    .

print-blank-line.
    MOVE SPACES TO RECERT-REPORT-LINE
    WRITE RECERT-REPORT-LINE
    .
