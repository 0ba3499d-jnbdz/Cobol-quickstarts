IDENTIFICATION DIVISION.
PROGRAM-ID. SECCORR.

*> Daily security incident correlation. For one report date it pulls
*> together, by client address, what is otherwise scattered across
*> files: the 401/403 refusals, 429 rate-limit hits and 404 probes in
*> the access log (the dated ACCLOG.Dyyyymmdd archive LOGROTATE cut
*> for the day, and whatever of the day is still in the live
*> ACCESSLOG), the failed-login, locked-refusal and account-lock
*> events SERVER2 writes to OPSLOG with the caller's address and the
*> account tried, and the current LOCKOUT state of every account an
*> address went after. Each address is scored against the thresholds
*> in the operator-edited SECPARM file; an address that reaches any
*> threshold is a suspect. Suspects are ranked - most thresholds
*> reached first, then most hostile events - and the top of the list
*> printed to the SECRPT report with the times each was first and
*> last seen and the accounts it tried. Every suspect not already in
*> IPCTL (as ALLOW or DENY) is written to the SECCAND file in IPCTLIN
*> layout as a proposed DENY line: the operator reviews it, adds the
*> lines wanted to IPCTLIN and runs IPCTLLOAD. Everything is only
*> read, so the job can run while SERVER2 is up.

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

    SELECT SECURITY-PARAM-FILE ASSIGN TO SECPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-PARAM-STATUS.

    SELECT ACCESS-LOG-FILE ASSIGN TO ACCESSLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCESS-LOG-STATUS.

*> One archive file per calendar day, so its ASSIGN clause has to be
*> dynamic rather than a fixed literal (same pattern as LOGROTATE).
    SELECT ARCHIVE-LOG-FILE ASSIGN DYNAMIC WS-ARCHIVE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-LOG-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO OPSLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERATIONS-LOG-STATUS.

    SELECT ACCOUNT-LOCKOUT-FILE ASSIGN TO LOCKOUT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOCK-USERNAME
        FILE STATUS IS WS-ACCOUNT-LOCKOUT-STATUS.

    SELECT IP-CONTROL-FILE ASSIGN TO IPCTL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IPCT-CLIENT-IP
        FILE STATUS IS WS-IP-CONTROL-STATUS.

    SELECT CORRELATION-REPORT-FILE ASSIGN TO SECRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORRELATION-REPORT-STATUS.

    SELECT DENY-CANDIDATE-FILE ASSIGN TO SECCAND
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DENY-CANDIDATE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SERVER-CONFIG-FILE
    RECORD CONTAINS 94 CHARACTERS.
    COPY SRVCFG.

FD  SECURITY-PARAM-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  SECURITY-PARAM-RECORD       PIC X(80).

FD  ACCESS-LOG-FILE
    RECORD CONTAINS 172 CHARACTERS.
    COPY ACCLOG.

FD  ARCHIVE-LOG-FILE
    RECORD CONTAINS 172 CHARACTERS.
01  ARCHIVE-LOG-RECORD          PIC X(172).

FD  OPERATIONS-LOG-FILE
    RECORD CONTAINS 158 CHARACTERS.
    COPY OPSLOG.

FD  ACCOUNT-LOCKOUT-FILE.
    COPY LOCKOUT.

FD  IP-CONTROL-FILE.
    COPY IPCTL.

FD  CORRELATION-REPORT-FILE
    RECORD CONTAINS 100 CHARACTERS.
01  CORRELATION-REPORT-LINE     PIC X(100).

*> Same 21-byte line IPCTLLOAD reads from IPCTLIN.
FD  DENY-CANDIDATE-FILE
    RECORD CONTAINS 21 CHARACTERS.
01  DENY-CANDIDATE-RECORD.
    05  DCAN-CLIENT-IP          PIC X(15).
    05  FILLER                  PIC X(01).
    05  DCAN-ACTION             PIC X(05).

WORKING-STORAGE SECTION.
01  WS-SERVER-CONFIG-STATUS     PIC X(02).
    88  SERVER-CONFIG-OK        VALUE "00".
    88  SERVER-CONFIG-NOT-FOUND VALUE "35".

01  WS-SECURITY-PARAM-STATUS    PIC X(02).
    88  SECURITY-PARAM-OK       VALUE "00".
    88  SECURITY-PARAM-NOT-FOUND VALUE "35".

01  WS-ACCESS-LOG-STATUS        PIC X(02).
    88  ACCESS-LOG-OK           VALUE "00".
    88  ACCESS-LOG-NOT-FOUND    VALUE "35".
    88  ACCESS-LOG-EOF          VALUE "10".

01  WS-ARCHIVE-LOG-STATUS       PIC X(02).
    88  ARCHIVE-LOG-OK          VALUE "00".
    88  ARCHIVE-LOG-NOT-FOUND   VALUE "35".
    88  ARCHIVE-LOG-EOF         VALUE "10".

01  WS-OPERATIONS-LOG-STATUS    PIC X(02).
    88  OPERATIONS-LOG-OK       VALUE "00".
    88  OPERATIONS-LOG-NOT-FOUND VALUE "35".
    88  OPERATIONS-LOG-EOF      VALUE "10".

01  WS-ACCOUNT-LOCKOUT-STATUS   PIC X(02).
    88  ACCOUNT-LOCKOUT-OK      VALUE "00".
    88  ACCOUNT-LOCKOUT-NOT-FOUND VALUE "35".

01  WS-IP-CONTROL-STATUS        PIC X(02).
    88  IP-CONTROL-OK           VALUE "00".
    88  IP-CONTROL-NOT-FOUND    VALUE "35".

*> IPCTL is usable when it was read, or does not exist yet (no
*> address is controlled); only an unreadable one stops candidates.
01  WS-IP-CONTROL-USABLE-FLAG   PIC X(01) VALUE "Y".
    88  WS-IP-CONTROL-USABLE    VALUE "Y".
    88  WS-IP-CONTROL-UNUSABLE  VALUE "N".
01  WS-IP-CONTROL-OPEN-FLAG     PIC X(01) VALUE "N".
    88  WS-IP-CONTROL-OPEN      VALUE "Y".
    88  WS-IP-CONTROL-CLOSED    VALUE "N".

01  WS-CORRELATION-REPORT-STATUS PIC X(02).
    88  CORRELATION-REPORT-OK   VALUE "00".

01  WS-DENY-CANDIDATE-STATUS    PIC X(02).
    88  DENY-CANDIDATE-OK       VALUE "00".

01  WS-DATA-DIR                 PIC X(40) VALUE "HTTP/Server/data".
01  WS-ARCHIVE-PATH             PIC X(60).

*> Edit-file view of the one SECPARM line. The report date may be
*> left blank for yesterday - the day LOGROTATE has just cut. Each
*> threshold is the count at which an address becomes a suspect on
*> that measure; zero leaves the measure out. Every field is held as
*> text and tested for NUMERIC before it is trusted, as LOGSEARCH
*> treats SRCHPARM.
01  WS-SECURITY-PARAMS.
    05  WS-PARM-REPORT-DATE     PIC X(08).
    05  FILLER                  PIC X(01).
    05  WS-PARM-MIN-AUTH-FAILS  PIC X(05).
    05  FILLER                  PIC X(01).
    05  WS-PARM-MIN-ACCOUNTS    PIC X(03).
    05  FILLER                  PIC X(01).
    05  WS-PARM-MIN-RATE-HITS   PIC X(05).
    05  FILLER                  PIC X(01).
    05  WS-PARM-MIN-NOT-FOUND   PIC X(05).
    05  FILLER                  PIC X(01).
    05  WS-PARM-TOP-LIMIT       PIC X(03).

01  WS-PARAMS-VALID-FLAG        PIC X(01) VALUE "Y".
    88  WS-PARAMS-VALID         VALUE "Y".
    88  WS-PARAMS-INVALID       VALUE "N".

01  WS-THRESHOLDS.
    05  WS-MIN-AUTH-FAILS       PIC 9(05).
    05  WS-MIN-ACCOUNTS         PIC 9(03).
    05  WS-MIN-RATE-HITS        PIC 9(05).
    05  WS-MIN-NOT-FOUND        PIC 9(05).
    05  WS-TOP-LIMIT            PIC 9(03).

01  WS-TODAY                    PIC 9(08).
01  WS-REPORT-DATE              PIC 9(08).

*> Set when a source that exists cannot be read: the report is still
*> produced from the rest, but the job ends non-zero.
01  WS-CORRELATION-FAILED-FLAG  PIC X(01) VALUE "N".
    88  WS-CORRELATION-FAILED   VALUE "Y".
    88  WS-CORRELATION-CLEAN    VALUE "N".

*> The event being tallied, whichever file it came from.
01  WS-EVENT-IP                 PIC X(15).
01  WS-EVENT-TIME               PIC 9(08).
01  WS-EVENT-USERNAME           PIC X(20).
01  WS-EVENT-KIND               PIC X(01).
    88  WS-EVENT-AUTH-FAIL      VALUE "A".
    88  WS-EVENT-RATE-HIT       VALUE "R".
    88  WS-EVENT-NOT-FOUND      VALUE "N".
    88  WS-EVENT-ACCOUNT-TRIED  VALUE "T".
    88  WS-EVENT-ACCOUNT-LOCKED VALUE "L".
01  WS-DETAIL-START             PIC 9(03) COMP.
01  WS-DETAIL-DISCARD           PIC X(100).

*> Per-address table. Only addresses with at least one hostile event
*> are entered; an address met once the table is full still lands in
*> the overflow count, so the totals stay honest.
01  WS-IP-TABLE-MAX             PIC 9(04) COMP VALUE 500.
01  WS-IP-TOTALS.
    05  WS-IP-COUNT             PIC 9(04) COMP VALUE 0.
    05  WS-IP-OVERFLOW-COUNT    PIC 9(09) VALUE 0.
    05  WS-IP-ENTRY OCCURS 500 TIMES.
        10  WS-IP-ADDRESS       PIC X(15).
        10  WS-IP-AUTH-FAILS    PIC 9(07).
        10  WS-IP-RATE-HITS     PIC 9(07).
        10  WS-IP-NOT-FOUND     PIC 9(07).
        10  WS-IP-LOCKS         PIC 9(05).
        10  WS-IP-ACCOUNTS      PIC 9(05).
        10  WS-IP-LOCKED-NOW    PIC 9(05).
        10  WS-IP-FIRST-TIME    PIC 9(08).
        10  WS-IP-LAST-TIME     PIC 9(08).
        10  WS-IP-BREACHED      PIC 9(01).
        10  WS-IP-RANK-KEY      PIC 9(10).
        10  WS-IP-CONTROL       PIC X(05).
01  WS-IP-SUB                   PIC 9(04) COMP.
01  WS-IP-HIT-SUB               PIC 9(04) COMP.

*> Distinct address / account pairs, from which the accounts each
*> address targeted are counted and listed.
01  WS-PAIR-TABLE-MAX           PIC 9(04) COMP VALUE 2000.
01  WS-PAIR-TOTALS.
    05  WS-PAIR-COUNT           PIC 9(04) COMP VALUE 0.
    05  WS-PAIR-OVERFLOW-COUNT  PIC 9(09) VALUE 0.
    05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
        10  WS-PAIR-IP          PIC X(15).
        10  WS-PAIR-USERNAME    PIC X(20).
01  WS-PAIR-SUB                 PIC 9(04) COMP.

01  WS-TABLE-SCAN-FLAG          PIC X(01).
    88  WS-TABLE-HIT            VALUE "Y".
    88  WS-TABLE-MISS           VALUE "N".

01  WS-EVENT-TOTAL              PIC 9(09).

*> Selection-sort working-storage, as LOGREPORT ranks its top IPs.
01  WS-SORT-I                   PIC 9(04) COMP.
01  WS-SORT-J                   PIC 9(04) COMP.
01  WS-SORT-NEXT                PIC 9(04) COMP.
01  WS-SORT-MAX-SUB             PIC 9(04) COMP.
01  WS-IP-SWAP-ENTRY            PIC X(83).

01  WS-CORRELATION-COUNTS.
    05  WS-ACCESS-RECORDS-READ  PIC 9(09) VALUE 0.
    05  WS-ACCESS-RECORDS-DATED PIC 9(09) VALUE 0.
    05  WS-TRAILERS-SKIPPED     PIC 9(09) VALUE 0.
    05  WS-AUTH-FAIL-EVENTS     PIC 9(09) VALUE 0.
    05  WS-RATE-HIT-EVENTS      PIC 9(09) VALUE 0.
    05  WS-NOT-FOUND-EVENTS     PIC 9(09) VALUE 0.
    05  WS-OPS-RECORDS-READ     PIC 9(09) VALUE 0.
    05  WS-ACCOUNT-EVENTS       PIC 9(09) VALUE 0.
    05  WS-LOCK-EVENTS          PIC 9(09) VALUE 0.
    05  WS-UNADDRESSED-EVENTS   PIC 9(09) VALUE 0.
    05  WS-SUSPECT-COUNT        PIC 9(09) VALUE 0.
    05  WS-ALREADY-CONTROLLED   PIC 9(09) VALUE 0.
    05  WS-CANDIDATES-WRITTEN   PIC 9(09) VALUE 0.
    05  WS-SUSPECTS-LISTED      PIC 9(09) VALUE 0.

*> Print-line work areas. Times are HHMMSSCC; the report shows the
*> first six digits as hh:mm:ss.
01  WS-DETAIL-LINE.
    05  WS-DETAIL-LABEL         PIC X(66).
    05  WS-DETAIL-COUNT         PIC Z(08)9.

01  WS-CLOCK-TIME               PIC 9(08).
01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
    05  WS-CLOCK-HH             PIC X(02).
    05  WS-CLOCK-MM             PIC X(02).
    05  WS-CLOCK-SS             PIC X(02).
    05  FILLER                  PIC X(02).
01  WS-CLOCK-TEXT               PIC X(08).

01  WS-OFFENDER-LINE.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-OFF-IP               PIC X(15).
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-OFF-AUTH-FAILS       PIC Z(06)9.
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-OFF-ACCOUNTS         PIC Z(04)9.
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-OFF-LOCKS            PIC Z(04)9.
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-OFF-RATE-HITS        PIC Z(06)9.
    05  FILLER                  PIC X(01) VALUE SPACE.
    05  WS-OFF-NOT-FOUND        PIC Z(06)9.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-OFF-FIRST-SEEN       PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-OFF-LAST-SEEN        PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  WS-OFF-CONTROL          PIC X(05).
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  WS-OFF-BREACHED         PIC 9(01).

01  WS-ACCOUNTS-TEXT            PIC X(100).
01  WS-ACCOUNTS-PTR             PIC 9(03) COMP.
01  WS-HEADING-TEXT             PIC X(100).

PROCEDURE DIVISION.

mainline.
    PERFORM load-server-config
    PERFORM load-security-params
    IF WS-PARAMS-INVALID
        DISPLAY "SECCORR ended: fix SECPARM and rerun."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    INITIALIZE WS-IP-TOTALS
    INITIALIZE WS-PAIR-TOTALS
    PERFORM open-output-files
    PERFORM scan-archive-log
    PERFORM scan-live-log
    PERFORM scan-operations-log
    PERFORM apply-lockout-state
    PERFORM judge-addresses
    PERFORM sort-address-table
    PERFORM print-correlation-report
    CLOSE CORRELATION-REPORT-FILE
    CLOSE DENY-CANDIDATE-FILE
    DISPLAY "SECCORR complete for " WS-REPORT-DATE ": "
        WS-SUSPECT-COUNT " suspect address(es), "
        WS-CANDIDATES-WRITTEN " DENY candidate(s) written."
    IF WS-CORRELATION-FAILED
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

*> ---------------------------------------------------------------
*> Startup configuration: only the data directory matters here - it
*> anchors the dated archive path.
*> ---------------------------------------------------------------
load-server-config.
    OPEN INPUT SERVER-CONFIG-FILE
    IF SERVER-CONFIG-NOT-FOUND
        DISPLAY "SERVERCFG not found, using default data directory."
    ELSE
        READ SERVER-CONFIG-FILE
            AT END
                DISPLAY "SERVERCFG is empty, using default data directory."
            NOT AT END
                MOVE CFG-DATA-DIR TO WS-DATA-DIR
        END-READ
        CLOSE SERVER-CONFIG-FILE
    END-IF
    .

*> ---------------------------------------------------------------
*> Parameters: one fixed-layout SECPARM line. A threshold that is
*> not numeric is the operator's typo, reported and fatal - a
*> silently defaulted threshold would rank the wrong addresses.
*> ---------------------------------------------------------------
load-security-params.
    OPEN INPUT SECURITY-PARAM-FILE
    IF SECURITY-PARAM-NOT-FOUND
        DISPLAY "SECPARM not found, no thresholds to judge by."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ SECURITY-PARAM-FILE
        AT END
            DISPLAY "SECPARM is empty, no thresholds to judge by."
            CLOSE SECURITY-PARAM-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        NOT AT END
            MOVE SECURITY-PARAM-RECORD TO WS-SECURITY-PARAMS
    END-READ
    CLOSE SECURITY-PARAM-FILE
    IF WS-PARM-REPORT-DATE NOT = SPACES
       AND WS-PARM-REPORT-DATE IS NOT NUMERIC
        SET WS-PARAMS-INVALID TO TRUE
        DISPLAY "SECCORR rejected report date: " WS-PARM-REPORT-DATE
    END-IF
    IF WS-PARM-MIN-AUTH-FAILS IS NOT NUMERIC
        SET WS-PARAMS-INVALID TO TRUE
        DISPLAY "SECCORR rejected auth-failure threshold: "
            WS-PARM-MIN-AUTH-FAILS
    END-IF
    IF WS-PARM-MIN-ACCOUNTS IS NOT NUMERIC
        SET WS-PARAMS-INVALID TO TRUE
        DISPLAY "SECCORR rejected accounts threshold: "
            WS-PARM-MIN-ACCOUNTS
    END-IF
    IF WS-PARM-MIN-RATE-HITS IS NOT NUMERIC
        SET WS-PARAMS-INVALID TO TRUE
        DISPLAY "SECCORR rejected rate-limit threshold: "
            WS-PARM-MIN-RATE-HITS
    END-IF
    IF WS-PARM-MIN-NOT-FOUND IS NOT NUMERIC
        SET WS-PARAMS-INVALID TO TRUE
        DISPLAY "SECCORR rejected not-found threshold: "
            WS-PARM-MIN-NOT-FOUND
    END-IF
    IF WS-PARM-TOP-LIMIT IS NOT NUMERIC
        SET WS-PARAMS-INVALID TO TRUE
        DISPLAY "SECCORR rejected top-offender count: "
            WS-PARM-TOP-LIMIT
    END-IF
    IF WS-PARAMS-VALID
        PERFORM set-report-parameters
    END-IF
    .

set-report-parameters.
    MOVE WS-PARM-MIN-AUTH-FAILS TO WS-MIN-AUTH-FAILS
    MOVE WS-PARM-MIN-ACCOUNTS   TO WS-MIN-ACCOUNTS
    MOVE WS-PARM-MIN-RATE-HITS  TO WS-MIN-RATE-HITS
    MOVE WS-PARM-MIN-NOT-FOUND  TO WS-MIN-NOT-FOUND
    MOVE WS-PARM-TOP-LIMIT      TO WS-TOP-LIMIT
    IF WS-PARM-REPORT-DATE = SPACES
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        COMPUTE WS-REPORT-DATE = FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (WS-TODAY) - 1)
    ELSE
        MOVE WS-PARM-REPORT-DATE TO WS-REPORT-DATE
    END-IF
    .

open-output-files.
    OPEN OUTPUT CORRELATION-REPORT-FILE
    IF NOT CORRELATION-REPORT-OK
        DISPLAY "SECCORR cannot create SECRPT, file status "
            WS-CORRELATION-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT DENY-CANDIDATE-FILE
    IF NOT DENY-CANDIDATE-OK
        DISPLAY "SECCORR cannot create SECCAND, file status "
            WS-DENY-CANDIDATE-STATUS
        CLOSE CORRELATION-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> ---------------------------------------------------------------
*> Access-log passes: the day's archive, then the live log for
*> anything of the day not yet rotated. Only records dated the
*> report date are tallied; TRAILER control records are skipped. No
*> archive just means the day has not been cut (or was purged).
*> ---------------------------------------------------------------
scan-archive-log.
    MOVE SPACES TO WS-ARCHIVE-PATH
    STRING WS-DATA-DIR DELIMITED BY SPACE
           "/ACCLOG.D" DELIMITED BY SIZE
           WS-REPORT-DATE DELIMITED BY SIZE
        INTO WS-ARCHIVE-PATH
    OPEN INPUT ARCHIVE-LOG-FILE
    IF ARCHIVE-LOG-OK
        PERFORM read-next-archive-record
            UNTIL ARCHIVE-LOG-EOF
        CLOSE ARCHIVE-LOG-FILE
    ELSE
        IF NOT ARCHIVE-LOG-NOT-FOUND
            DISPLAY "SECCORR cannot read archive " WS-ARCHIVE-PATH
                ", file status " WS-ARCHIVE-LOG-STATUS
            SET WS-CORRELATION-FAILED TO TRUE
        END-IF
    END-IF
    .

read-next-archive-record.
    READ ARCHIVE-LOG-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE ARCHIVE-LOG-RECORD TO ACCESS-LOG-RECORD
            PERFORM judge-access-record
    END-READ
    .

scan-live-log.
    OPEN INPUT ACCESS-LOG-FILE
    IF ACCESS-LOG-OK
        PERFORM read-next-live-record
            UNTIL ACCESS-LOG-EOF
        CLOSE ACCESS-LOG-FILE
    ELSE
        IF NOT ACCESS-LOG-NOT-FOUND
            DISPLAY "SECCORR cannot read ACCESSLOG, file status "
                WS-ACCESS-LOG-STATUS
            SET WS-CORRELATION-FAILED TO TRUE
        END-IF
    END-IF
    .

read-next-live-record.
    READ ACCESS-LOG-FILE
        AT END
            CONTINUE
        NOT AT END
            PERFORM judge-access-record
    END-READ
    .

judge-access-record.
    IF ACCESS-LOG-RECORD (1:8) = "TRAILER "
        ADD 1 TO WS-TRAILERS-SKIPPED
    ELSE
        ADD 1 TO WS-ACCESS-RECORDS-READ
        IF ALOG-DATE = WS-REPORT-DATE
            ADD 1 TO WS-ACCESS-RECORDS-DATED
            PERFORM classify-access-record
        END-IF
    END-IF
    .

classify-access-record.
    MOVE ALOG-CLIENT-IP TO WS-EVENT-IP
    MOVE ALOG-TIME      TO WS-EVENT-TIME
    EVALUATE ALOG-STATUS-CODE
        WHEN 401
        WHEN 403
            SET WS-EVENT-AUTH-FAIL TO TRUE
            ADD 1 TO WS-AUTH-FAIL-EVENTS
            PERFORM tally-address-event
        WHEN 429
            SET WS-EVENT-RATE-HIT TO TRUE
            ADD 1 TO WS-RATE-HIT-EVENTS
            PERFORM tally-address-event
        WHEN 404
            SET WS-EVENT-NOT-FOUND TO TRUE
            ADD 1 TO WS-NOT-FOUND-EVENTS
            PERFORM tally-address-event
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> ---------------------------------------------------------------
*> OPSLOG pass: SERVER2's per-attempt events name the account and
*> the address ("LOGIN FAILED: user FROM ip", "LOGIN REFUSED,
*> ACCOUNT LOCKED: user FROM ip") and its lock events end "FROM ip".
*> A lock event written before addresses were recorded has no FROM
*> part; it is counted in the totals but cannot be attributed.
*> ---------------------------------------------------------------
scan-operations-log.
    OPEN INPUT OPERATIONS-LOG-FILE
    IF OPERATIONS-LOG-OK
        PERFORM read-next-operations-record
            UNTIL OPERATIONS-LOG-EOF
        CLOSE OPERATIONS-LOG-FILE
    ELSE
        IF NOT OPERATIONS-LOG-NOT-FOUND
            DISPLAY "SECCORR cannot read OPSLOG, file status "
                WS-OPERATIONS-LOG-STATUS
            SET WS-CORRELATION-FAILED TO TRUE
        END-IF
    END-IF
    .

read-next-operations-record.
    READ OPERATIONS-LOG-FILE
        AT END
            CONTINUE
        NOT AT END
            ADD 1 TO WS-OPS-RECORDS-READ
            IF OPSL-DATE = WS-REPORT-DATE
                PERFORM classify-operations-record
            END-IF
    END-READ
    .

classify-operations-record.
    MOVE 0 TO WS-DETAIL-START
    EVALUATE TRUE
        WHEN OPSL-DETAIL (1:14) = "LOGIN FAILED: "
            SET WS-EVENT-ACCOUNT-TRIED TO TRUE
            MOVE 15 TO WS-DETAIL-START
        WHEN OPSL-DETAIL (1:31) = "LOGIN REFUSED, ACCOUNT LOCKED: "
            SET WS-EVENT-ACCOUNT-TRIED TO TRUE
            MOVE 32 TO WS-DETAIL-START
        WHEN OPSL-DETAIL (1:16) = "ACCOUNT LOCKED: "
            SET WS-EVENT-ACCOUNT-LOCKED TO TRUE
            MOVE 17 TO WS-DETAIL-START
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-DETAIL-START > 0
        PERFORM attribute-account-event
    END-IF
    .

attribute-account-event.
    MOVE SPACES TO WS-EVENT-USERNAME WS-EVENT-IP
    UNSTRING OPSL-DETAIL (WS-DETAIL-START:) DELIMITED BY SPACE
        INTO WS-EVENT-USERNAME
    END-UNSTRING
    UNSTRING OPSL-DETAIL DELIMITED BY " FROM "
        INTO WS-DETAIL-DISCARD WS-EVENT-IP
    END-UNSTRING
    IF WS-EVENT-ACCOUNT-LOCKED
        ADD 1 TO WS-LOCK-EVENTS
    ELSE
        ADD 1 TO WS-ACCOUNT-EVENTS
    END-IF
    IF WS-EVENT-IP = SPACES OR WS-EVENT-USERNAME = SPACES
        ADD 1 TO WS-UNADDRESSED-EVENTS
    ELSE
        MOVE OPSL-TIME TO WS-EVENT-TIME
        PERFORM tally-address-event
        PERFORM tally-address-account
    END-IF
    .

*> ---------------------------------------------------------------
*> Address table upkeep, the find-or-add LOGREPORT's IP tally uses.
*> ---------------------------------------------------------------
tally-address-event.
    PERFORM find-address-entry
    IF WS-TABLE-HIT
        EVALUATE TRUE
            WHEN WS-EVENT-AUTH-FAIL
                ADD 1 TO WS-IP-AUTH-FAILS (WS-IP-HIT-SUB)
            WHEN WS-EVENT-RATE-HIT
                ADD 1 TO WS-IP-RATE-HITS (WS-IP-HIT-SUB)
            WHEN WS-EVENT-NOT-FOUND
                ADD 1 TO WS-IP-NOT-FOUND (WS-IP-HIT-SUB)
            WHEN WS-EVENT-ACCOUNT-LOCKED
                ADD 1 TO WS-IP-LOCKS (WS-IP-HIT-SUB)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF WS-EVENT-TIME < WS-IP-FIRST-TIME (WS-IP-HIT-SUB)
            MOVE WS-EVENT-TIME TO WS-IP-FIRST-TIME (WS-IP-HIT-SUB)
        END-IF
        IF WS-EVENT-TIME > WS-IP-LAST-TIME (WS-IP-HIT-SUB)
            MOVE WS-EVENT-TIME TO WS-IP-LAST-TIME (WS-IP-HIT-SUB)
        END-IF
    ELSE
        ADD 1 TO WS-IP-OVERFLOW-COUNT
    END-IF
    .

find-address-entry.
    SET WS-TABLE-MISS TO TRUE
    PERFORM scan-address-entry
        VARYING WS-IP-SUB FROM 1 BY 1
        UNTIL WS-IP-SUB > WS-IP-COUNT OR WS-TABLE-HIT
    IF WS-TABLE-MISS AND WS-IP-COUNT < WS-IP-TABLE-MAX
        ADD 1 TO WS-IP-COUNT
        MOVE WS-EVENT-IP   TO WS-IP-ADDRESS (WS-IP-COUNT)
        MOVE WS-EVENT-TIME TO WS-IP-FIRST-TIME (WS-IP-COUNT)
        MOVE WS-EVENT-TIME TO WS-IP-LAST-TIME (WS-IP-COUNT)
        MOVE WS-IP-COUNT   TO WS-IP-HIT-SUB
        SET WS-TABLE-HIT TO TRUE
    END-IF
    .

scan-address-entry.
    IF WS-IP-ADDRESS (WS-IP-SUB) = WS-EVENT-IP
        SET WS-TABLE-HIT TO TRUE
        MOVE WS-IP-SUB TO WS-IP-HIT-SUB
    END-IF
    .

*> A new address / account pair adds one to the address's count of
*> accounts targeted. WS-IP-HIT-SUB is still the address's entry from
*> tally-address-event; an address past the table limit is skipped.
tally-address-account.
    IF WS-TABLE-HIT
        SET WS-TABLE-MISS TO TRUE
        PERFORM scan-pair-entry
            VARYING WS-PAIR-SUB FROM 1 BY 1
            UNTIL WS-PAIR-SUB > WS-PAIR-COUNT OR WS-TABLE-HIT
        IF WS-TABLE-MISS
            IF WS-PAIR-COUNT < WS-PAIR-TABLE-MAX
                ADD 1 TO WS-PAIR-COUNT
                MOVE WS-EVENT-IP TO WS-PAIR-IP (WS-PAIR-COUNT)
                MOVE WS-EVENT-USERNAME
                    TO WS-PAIR-USERNAME (WS-PAIR-COUNT)
            ELSE
                ADD 1 TO WS-PAIR-OVERFLOW-COUNT
            END-IF
            ADD 1 TO WS-IP-ACCOUNTS (WS-IP-HIT-SUB)
        END-IF
    END-IF
    .

scan-pair-entry.
    IF WS-PAIR-IP (WS-PAIR-SUB) = WS-EVENT-IP
       AND WS-PAIR-USERNAME (WS-PAIR-SUB) = WS-EVENT-USERNAME
        SET WS-TABLE-HIT TO TRUE
    END-IF
    .

*> ---------------------------------------------------------------
*> LOCKOUT state: every account an address tried that is LOCKED now
*> counts against that address. No LOCKOUT file means no account has
*> ever failed a login.
*> ---------------------------------------------------------------
apply-lockout-state.
    OPEN INPUT ACCOUNT-LOCKOUT-FILE
    IF ACCOUNT-LOCKOUT-OK
        PERFORM check-pair-lockout
            VARYING WS-PAIR-SUB FROM 1 BY 1
            UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
        CLOSE ACCOUNT-LOCKOUT-FILE
    ELSE
        IF NOT ACCOUNT-LOCKOUT-NOT-FOUND
            DISPLAY "SECCORR cannot read LOCKOUT, file status "
                WS-ACCOUNT-LOCKOUT-STATUS
            SET WS-CORRELATION-FAILED TO TRUE
        END-IF
    END-IF
    .

check-pair-lockout.
    MOVE WS-PAIR-USERNAME (WS-PAIR-SUB) TO LOCK-USERNAME
    READ ACCOUNT-LOCKOUT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF LOCK-STATE-LOCKED
                MOVE WS-PAIR-IP (WS-PAIR-SUB) TO WS-EVENT-IP
                PERFORM find-address-entry
                IF WS-TABLE-HIT
                    ADD 1 TO WS-IP-LOCKED-NOW (WS-IP-HIT-SUB)
                END-IF
            END-IF
    END-READ
    .

*> ---------------------------------------------------------------
*> Judgement: one point per threshold reached (a zero threshold is
*> not applied). The rank key puts the points ahead of the hostile
*> event total, so an address that reached more thresholds always
*> outranks a merely noisy one. Suspects are then looked up in IPCTL.
*> ---------------------------------------------------------------
judge-addresses.
    OPEN INPUT IP-CONTROL-FILE
    IF IP-CONTROL-OK
        SET WS-IP-CONTROL-OPEN TO TRUE
    END-IF
    IF NOT IP-CONTROL-OK AND NOT IP-CONTROL-NOT-FOUND
        DISPLAY "SECCORR cannot read IPCTL, file status "
            WS-IP-CONTROL-STATUS "; no candidate file written."
        SET WS-IP-CONTROL-UNUSABLE TO TRUE
        SET WS-CORRELATION-FAILED TO TRUE
    END-IF
    PERFORM judge-one-address
        VARYING WS-IP-SUB FROM 1 BY 1
        UNTIL WS-IP-SUB > WS-IP-COUNT
    IF WS-IP-CONTROL-OPEN
        CLOSE IP-CONTROL-FILE
        SET WS-IP-CONTROL-CLOSED TO TRUE
    END-IF
    .

judge-one-address.
    MOVE 0 TO WS-IP-BREACHED (WS-IP-SUB)
    IF WS-MIN-AUTH-FAILS > 0
       AND WS-IP-AUTH-FAILS (WS-IP-SUB) >= WS-MIN-AUTH-FAILS
        ADD 1 TO WS-IP-BREACHED (WS-IP-SUB)
    END-IF
    IF WS-MIN-ACCOUNTS > 0
       AND WS-IP-ACCOUNTS (WS-IP-SUB) >= WS-MIN-ACCOUNTS
        ADD 1 TO WS-IP-BREACHED (WS-IP-SUB)
    END-IF
    IF WS-MIN-RATE-HITS > 0
       AND WS-IP-RATE-HITS (WS-IP-SUB) >= WS-MIN-RATE-HITS
        ADD 1 TO WS-IP-BREACHED (WS-IP-SUB)
    END-IF
    IF WS-MIN-NOT-FOUND > 0
       AND WS-IP-NOT-FOUND (WS-IP-SUB) >= WS-MIN-NOT-FOUND
        ADD 1 TO WS-IP-BREACHED (WS-IP-SUB)
    END-IF
    COMPUTE WS-EVENT-TOTAL = WS-IP-AUTH-FAILS (WS-IP-SUB)
        + WS-IP-RATE-HITS (WS-IP-SUB) + WS-IP-NOT-FOUND (WS-IP-SUB)
        + WS-IP-LOCKS (WS-IP-SUB)
    COMPUTE WS-IP-RANK-KEY (WS-IP-SUB) =
        WS-IP-BREACHED (WS-IP-SUB) * 1000000000 + WS-EVENT-TOTAL
    MOVE SPACES TO WS-IP-CONTROL (WS-IP-SUB)
    IF WS-IP-BREACHED (WS-IP-SUB) > 0
        ADD 1 TO WS-SUSPECT-COUNT
        IF WS-IP-CONTROL-OPEN
            MOVE WS-IP-ADDRESS (WS-IP-SUB) TO IPCT-CLIENT-IP
            READ IP-CONTROL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE IPCT-ACTION TO WS-IP-CONTROL (WS-IP-SUB)
                    ADD 1 TO WS-ALREADY-CONTROLLED
            END-READ
        END-IF
    END-IF
    .

*> Selection sort, descending on the rank key, the way LOGREPORT
*> orders its top client IPs.
sort-address-table.
    PERFORM sort-address-outer-pass
        VARYING WS-SORT-I FROM 1 BY 1
        UNTIL WS-SORT-I >= WS-IP-COUNT
    .

sort-address-outer-pass.
    MOVE WS-SORT-I TO WS-SORT-MAX-SUB
    COMPUTE WS-SORT-NEXT = WS-SORT-I + 1
    PERFORM find-address-max-candidate
        VARYING WS-SORT-J FROM WS-SORT-NEXT BY 1
        UNTIL WS-SORT-J > WS-IP-COUNT
    IF WS-SORT-MAX-SUB NOT = WS-SORT-I
        MOVE WS-IP-ENTRY (WS-SORT-I) TO WS-IP-SWAP-ENTRY
        MOVE WS-IP-ENTRY (WS-SORT-MAX-SUB) TO WS-IP-ENTRY (WS-SORT-I)
        MOVE WS-IP-SWAP-ENTRY TO WS-IP-ENTRY (WS-SORT-MAX-SUB)
    END-IF
    .

find-address-max-candidate.
    IF WS-IP-RANK-KEY (WS-SORT-J) > WS-IP-RANK-KEY (WS-SORT-MAX-SUB)
        MOVE WS-SORT-J TO WS-SORT-MAX-SUB
    END-IF
    .

*> ---------------------------------------------------------------
*> Report and candidate file. Suspects sort to the top of the table,
*> so the first WS-TOP-LIMIT of them are the worst offenders; every
*> suspect not already in IPCTL becomes a DENY candidate, listed or
*> not. With IPCTL unreadable no candidate is written, since none
*> could be checked against the list already in force.
*> ---------------------------------------------------------------
print-correlation-report.
    PERFORM print-report-heading
    PERFORM print-blank-line
    MOVE "TOP SUSPECT ADDRESSES" TO CORRELATION-REPORT-LINE
    WRITE CORRELATION-REPORT-LINE
    MOVE "  CLIENT IP         FAILS ACCTS LOCKS 429-HIT 404-HIT"
        TO CORRELATION-REPORT-LINE
    MOVE "FIRST     LAST      IPCTL   HIT" TO
        CORRELATION-REPORT-LINE (56:)
    WRITE CORRELATION-REPORT-LINE
    PERFORM report-one-address
        VARYING WS-IP-SUB FROM 1 BY 1
        UNTIL WS-IP-SUB > WS-IP-COUNT
    IF WS-SUSPECTS-LISTED = 0
        MOVE "  NONE" TO CORRELATION-REPORT-LINE
        WRITE CORRELATION-REPORT-LINE
    END-IF
    PERFORM print-control-totals
    .

print-report-heading.
    MOVE SPACES TO WS-HEADING-TEXT
    STRING "SECURITY INCIDENT CORRELATION  " DELIMITED BY SIZE
           WS-REPORT-DATE DELIMITED BY SIZE
        INTO WS-HEADING-TEXT
    MOVE WS-HEADING-TEXT TO CORRELATION-REPORT-LINE
    WRITE CORRELATION-REPORT-LINE
    MOVE ALL "=" TO CORRELATION-REPORT-LINE
    WRITE CORRELATION-REPORT-LINE
    MOVE SPACES TO WS-HEADING-TEXT
    STRING "THRESHOLDS: AUTH FAILURES " DELIMITED BY SIZE
           WS-MIN-AUTH-FAILS DELIMITED BY SIZE
           "  ACCOUNTS " DELIMITED BY SIZE
           WS-MIN-ACCOUNTS DELIMITED BY SIZE
           "  RATE-LIMIT HITS " DELIMITED BY SIZE
           WS-MIN-RATE-HITS DELIMITED BY SIZE
           "  NOT-FOUND PROBES " DELIMITED BY SIZE
           WS-MIN-NOT-FOUND DELIMITED BY SIZE
        INTO WS-HEADING-TEXT
    MOVE WS-HEADING-TEXT TO CORRELATION-REPORT-LINE
    WRITE CORRELATION-REPORT-LINE
    .

report-one-address.
    IF WS-IP-BREACHED (WS-IP-SUB) > 0
        IF WS-SUSPECTS-LISTED < WS-TOP-LIMIT
            PERFORM print-offender-line
        END-IF
        IF WS-IP-CONTROL (WS-IP-SUB) = SPACES
           AND WS-IP-CONTROL-USABLE
            PERFORM write-deny-candidate
        END-IF
    END-IF
    .

print-offender-line.
    ADD 1 TO WS-SUSPECTS-LISTED
    MOVE WS-IP-ADDRESS (WS-IP-SUB)    TO WS-OFF-IP
    MOVE WS-IP-AUTH-FAILS (WS-IP-SUB) TO WS-OFF-AUTH-FAILS
    MOVE WS-IP-ACCOUNTS (WS-IP-SUB)   TO WS-OFF-ACCOUNTS
    MOVE WS-IP-LOCKS (WS-IP-SUB)      TO WS-OFF-LOCKS
    MOVE WS-IP-RATE-HITS (WS-IP-SUB)  TO WS-OFF-RATE-HITS
    MOVE WS-IP-NOT-FOUND (WS-IP-SUB)  TO WS-OFF-NOT-FOUND
    MOVE WS-IP-FIRST-TIME (WS-IP-SUB) TO WS-CLOCK-TIME
    PERFORM format-clock-time
    MOVE WS-CLOCK-TEXT TO WS-OFF-FIRST-SEEN
    MOVE WS-IP-LAST-TIME (WS-IP-SUB) TO WS-CLOCK-TIME
    PERFORM format-clock-time
    MOVE WS-CLOCK-TEXT TO WS-OFF-LAST-SEEN
    MOVE WS-IP-CONTROL (WS-IP-SUB)    TO WS-OFF-CONTROL
    MOVE WS-IP-BREACHED (WS-IP-SUB)   TO WS-OFF-BREACHED
    MOVE WS-OFFENDER-LINE TO CORRELATION-REPORT-LINE
    WRITE CORRELATION-REPORT-LINE
    IF WS-IP-ACCOUNTS (WS-IP-SUB) > 0
        PERFORM print-accounts-line
    END-IF
    .

*> The accounts the address tried, as many as fit on one line, with
*> how many of them are locked now.
print-accounts-line.
    MOVE SPACES TO WS-ACCOUNTS-TEXT
    MOVE 1 TO WS-ACCOUNTS-PTR
    STRING "      LOCKED NOW " DELIMITED BY SIZE
           WS-IP-LOCKED-NOW (WS-IP-SUB) DELIMITED BY SIZE
           "  ACCOUNTS TRIED:" DELIMITED BY SIZE
        INTO WS-ACCOUNTS-TEXT
        WITH POINTER WS-ACCOUNTS-PTR
    END-STRING
    PERFORM append-address-account
        VARYING WS-PAIR-SUB FROM 1 BY 1
        UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
    MOVE WS-ACCOUNTS-TEXT TO CORRELATION-REPORT-LINE
    WRITE CORRELATION-REPORT-LINE
    .

append-address-account.
    IF WS-PAIR-IP (WS-PAIR-SUB) = WS-IP-ADDRESS (WS-IP-SUB)
        STRING " " DELIMITED BY SIZE
               WS-PAIR-USERNAME (WS-PAIR-SUB) DELIMITED BY SPACE
            INTO WS-ACCOUNTS-TEXT
            WITH POINTER WS-ACCOUNTS-PTR
            ON OVERFLOW
                CONTINUE
        END-STRING
    END-IF
    .

format-clock-time.
    MOVE SPACES TO WS-CLOCK-TEXT
    STRING WS-CLOCK-HH DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WS-CLOCK-MM DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WS-CLOCK-SS DELIMITED BY SIZE
        INTO WS-CLOCK-TEXT
    END-STRING
    .

write-deny-candidate.
    MOVE SPACES TO DENY-CANDIDATE-RECORD
    MOVE WS-IP-ADDRESS (WS-IP-SUB) TO DCAN-CLIENT-IP
    MOVE "DENY" TO DCAN-ACTION
    WRITE DENY-CANDIDATE-RECORD
    IF DENY-CANDIDATE-OK
        ADD 1 TO WS-CANDIDATES-WRITTEN
    ELSE
        DISPLAY "SECCORR cannot write SECCAND, file status "
            WS-DENY-CANDIDATE-STATUS
        SET WS-CORRELATION-FAILED TO TRUE
    END-IF
    .

print-control-totals.
    PERFORM print-blank-line
    MOVE "CONTROL TOTALS" TO CORRELATION-REPORT-LINE
    WRITE CORRELATION-REPORT-LINE
    MOVE "  ACCESS-LOG RECORDS READ" TO WS-DETAIL-LABEL
    MOVE WS-ACCESS-RECORDS-READ TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "    DATED THE REPORT DATE" TO WS-DETAIL-LABEL
    MOVE WS-ACCESS-RECORDS-DATED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ARCHIVE TRAILERS SKIPPED" TO WS-DETAIL-LABEL
    MOVE WS-TRAILERS-SKIPPED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  401/403 AUTHENTICATION FAILURES" TO WS-DETAIL-LABEL
    MOVE WS-AUTH-FAIL-EVENTS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  429 RATE-LIMIT HITS" TO WS-DETAIL-LABEL
    MOVE WS-RATE-HIT-EVENTS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  404 NOT-FOUND PROBES" TO WS-DETAIL-LABEL
    MOVE WS-NOT-FOUND-EVENTS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  OPSLOG RECORDS READ" TO WS-DETAIL-LABEL
    MOVE WS-OPS-RECORDS-READ TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  FAILED OR REFUSED LOGIN EVENTS" TO WS-DETAIL-LABEL
    MOVE WS-ACCOUNT-EVENTS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ACCOUNT LOCK EVENTS" TO WS-DETAIL-LABEL
    MOVE WS-LOCK-EVENTS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  EVENTS WITH NO ADDRESS, NOT ATTRIBUTED" TO WS-DETAIL-LABEL
    MOVE WS-UNADDRESSED-EVENTS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  DISTINCT ADDRESSES TALLIED" TO WS-DETAIL-LABEL
    MOVE WS-IP-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  EVENTS PAST ADDRESS TABLE LIMIT" TO WS-DETAIL-LABEL
    MOVE WS-IP-OVERFLOW-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ACCOUNTS PAST ACCOUNT TABLE LIMIT" TO WS-DETAIL-LABEL
    MOVE WS-PAIR-OVERFLOW-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  SUSPECT ADDRESSES" TO WS-DETAIL-LABEL
    MOVE WS-SUSPECT-COUNT TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "    ALREADY IN IPCTL, NOT PROPOSED" TO WS-DETAIL-LABEL
    MOVE WS-ALREADY-CONTROLLED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "    DENY CANDIDATES WRITTEN TO SECCAND" TO WS-DETAIL-LABEL
    MOVE WS-CANDIDATES-WRITTEN TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    .

print-detail-line.
    MOVE WS-DETAIL-LINE TO CORRELATION-REPORT-LINE
    WRITE CORRELATION-REPORT-LINE
    .

print-blank-line.
    MOVE SPACES TO CORRELATION-REPORT-LINE
    WRITE CORRELATION-REPORT-LINE
    .
