IDENTIFICATION DIVISION.
PROGRAM-ID. SUBMLOAD.

*> Partner submission intake, for partners who send their submissions
*> as a flat file instead of calling /submit. The file SUBMINTF holds
*> one detail line per submission - the USERCRED username it is made
*> under and a /submit-style name=value body - between HEADER and
*> TRAILER control records, the trailer stating how many lines its
*> block holds. The file is balanced first, the way SUBMPOST balances
*> the acknowledgement file, and one that does not balance is
*> reported and nothing in it is stored. A balanced file is then
*> read again and every line is held to the same rules as the web
*> channel: the username must be a USERCRED account, the body must
*> carry at least one field, and the VALRULES rules are applied by a
*> copy of SERVER2's validation paragraphs. An accepted line is
*> stored in SUBMMAST as a NEW submission under the next transaction
*> number, from where review and SUBMEXTR treat it like any other;
*> a refused line goes to the reject file SUBMREJF with every reason
*> it failed. SERVER2 may be up while this runs: a transaction number
*> is only taken by writing the record under it, so whichever of the
*> two writes a number first has it, and the other is refused the
*> duplicate key, skips past every number now on file and tries
*> again. The report SUBMIRPT lists what was stored and refused and
*> balances lines read = accepted + rejected against the trailers.
*> After a clean load SUBMINTF is emptied, so the same file cannot be
*> stored twice; if the load stops part way the report lists the
*> lines already stored, and those must be taken out of the file
*> before it is run again. The job ends 8 when the file is out of
*> balance or a store fails, 4 when any line was rejected, and zero
*> otherwise.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> ASSIGN names below are bare logical names (no hyphens - GnuCOBOL's
*> IBM assign-clause treats a hyphenated name as DEVICE-DDNAME and
*> keeps only the part after the last hyphen). Point COB_FILE_PATH at
*> HTTP/Server/data to run this job from a different directory.
    SELECT SUBMISSION-INTAKE-FILE ASSIGN TO SUBMINTF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBMISSION-INTAKE-STATUS.

    SELECT USER-CREDENTIAL-FILE ASSIGN TO USERCRED
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USER-CREDENTIAL-STATUS.

    SELECT VALIDATION-RULES-FILE ASSIGN TO VALRULES
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALIDATION-RULES-STATUS.

    SELECT SUBMISSION-MASTER-FILE ASSIGN TO SUBMMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SUBM-TRANS-NUMBER
        FILE STATUS IS WS-SUBMISSION-MASTER-STATUS.

    SELECT SUBMISSION-REJECT-FILE ASSIGN TO SUBMREJF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBMISSION-REJECT-STATUS.

    SELECT INTAKE-REPORT-FILE ASSIGN TO SUBMIRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INTAKE-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUBMISSION-INTAKE-FILE
    RECORD CONTAINS 2069 CHARACTERS.
    COPY SUBMINT.

FD  USER-CREDENTIAL-FILE
    RECORD CONTAINS 52 CHARACTERS.
    COPY USERCRED.

FD  VALIDATION-RULES-FILE
    RECORD CONTAINS 38 CHARACTERS.
    COPY VALRULE.

FD  SUBMISSION-MASTER-FILE.
    COPY SUBMSN.

FD  SUBMISSION-REJECT-FILE
    RECORD CONTAINS 3080 CHARACTERS.
    COPY SUBMREJ.

FD  INTAKE-REPORT-FILE
    RECORD CONTAINS 100 CHARACTERS.
01  INTAKE-REPORT-LINE          PIC X(100).

WORKING-STORAGE SECTION.
01  WS-SUBMISSION-INTAKE-STATUS PIC X(02).
    88  SUBMISSION-INTAKE-OK    VALUE "00".
    88  SUBMISSION-INTAKE-NOT-FOUND VALUE "35".
    88  SUBMISSION-INTAKE-EOF   VALUE "10".

01  WS-USER-CREDENTIAL-STATUS   PIC X(02).
    88  USER-CREDENTIAL-OK      VALUE "00".
    88  USER-CREDENTIAL-EOF     VALUE "10".

01  WS-SUBMISSION-MASTER-STATUS PIC X(02).
    88  SUBMISSION-MASTER-OK    VALUE "00".
    88  SUBMISSION-MASTER-NOT-FOUND VALUE "35".
    88  SUBMISSION-MASTER-EOF   VALUE "10".
    88  SUBMISSION-MASTER-DUPLICATE VALUE "22".

01  WS-SUBMISSION-REJECT-STATUS PIC X(02).
    88  SUBMISSION-REJECT-OK    VALUE "00".

01  WS-INTAKE-REPORT-STATUS     PIC X(02).
    88  INTAKE-REPORT-OK        VALUE "00".

*> No intake file is not an error - partners send one only when they
*> have something - and the report simply says so.
01  WS-INTAKE-FILE-FLAG         PIC X(01) VALUE "N".
    88  WS-INTAKE-FILE-PRESENT  VALUE "Y".
    88  WS-INTAKE-FILE-ABSENT   VALUE "N".

*> Set by any control-record disagreement in the balancing pass; an
*> unbalanced file is never stored.
01  WS-INTAKE-BALANCE-FLAG      PIC X(01) VALUE "Y".
    88  WS-INTAKE-IN-BALANCE    VALUE "Y".
    88  WS-INTAKE-OUT-OF-BALANCE VALUE "N".

*> Set by the first store or reject-file failure; the load stops
*> there and the job ends non-zero.
01  WS-LOAD-FAILED-FLAG         PIC X(01) VALUE "N".
    88  WS-LOAD-FAILED          VALUE "Y".
    88  WS-LOAD-CLEAN           VALUE "N".

*> Balancing-pass position: whether a HEADER has opened a block not
*> yet closed, and how many detail lines that block has held so far.
01  WS-BLOCK-FLAG               PIC X(01) VALUE "N".
    88  WS-IN-BLOCK             VALUE "Y".
    88  WS-BETWEEN-BLOCKS       VALUE "N".
01  WS-INTAKE-LINE-NUMBER       PIC 9(09) VALUE 0.
01  WS-LINES-SINCE-HEADER       PIC 9(09) VALUE 0.
01  WS-TRAILER-STATED-COUNT     PIC 9(09) VALUE 0.

*> Transaction numbering, shared with a running SERVER2: see the
*> header. The record is rebuilt before every attempt because the
*> rescan after a duplicate key reads through the same record area.
01  WS-NEXT-TRANS-NUMBER        PIC 9(08).
01  WS-STORE-ATTEMPTS           PIC 9(02) COMP.
01  WS-STORE-ATTEMPT-MAX        PIC 9(02) COMP VALUE 10.
01  WS-STORE-FLAG               PIC X(01).
    88  WS-SUBMISSION-STORED    VALUE "Y".
    88  WS-SUBMISSION-PENDING   VALUE "N".
    88  WS-SUBMISSION-REFUSED   VALUE "F".
01  WS-SUBMIT-FIELD-SUB         PIC 9(02) COMP.

01  WS-CREDENTIAL-FOUND-FLAG    PIC X(01).
    88  WS-CREDENTIAL-FOUND     VALUE "Y".
    88  WS-CREDENTIAL-NOT-FOUND VALUE "N".

01  WS-RUN-DATE                 PIC 9(08).
01  WS-RUN-TIME                 PIC 9(08).

*> Structured view of the parsed detail-line body, exactly as SERVER2
*> holds a parsed /submit body.
COPY BODYFORM.

01  WS-BODY-PARSE.
    05  WS-BODY-CONTENT         PIC X(2048).
    05  WS-BODY-POINTER         PIC 9(04) COMP.
    05  WS-PAIR-TEXT            PIC X(140).
    05  WS-MORE-PAIRS-FLAG      PIC X(01).
        88  WS-MORE-PAIRS       VALUE "Y".
        88  WS-NO-MORE-PAIRS    VALUE "N".

*> Body-field validation, as in SERVER2: the VALRULES rules held in a
*> table and applied to BODY-FORM-RECORD. An absent or empty VALRULES
*> leaves the table empty and every line accepted on its username.
01  WS-VALIDATION-RULES-STATUS  PIC X(02).
    88  VALIDATION-RULES-OK     VALUE "00".
    88  VALIDATION-RULES-NOT-FOUND VALUE "35".
    88  VALIDATION-RULES-EOF    VALUE "10".

01  WS-RULE-TABLE-MAX           PIC 9(02) COMP VALUE 50.
01  WS-RULE-TABLE.
    05  WS-RULE-COUNT           PIC 9(02) COMP VALUE 0.
    05  WS-RULE-ENTRY OCCURS 50 TIMES.
        10  WS-RULE-FIELD-NAME  PIC X(30).
        10  WS-RULE-REQUIRED    PIC X(01).
        10  WS-RULE-TYPE        PIC X(01).
        10  WS-RULE-MAX-LENGTH  PIC 9(03).
01  WS-RULE-SUB                 PIC 9(02) COMP.
01  WS-RULES-REJECTED           PIC 9(02) COMP VALUE 0.

01  WS-VALIDATION-FLAG          PIC X(01).
    88  WS-VALIDATION-PASSED    VALUE "Y".
    88  WS-VALIDATION-FAILED    VALUE "N".

01  WS-VAL-FIELD-SUB            PIC 9(02) COMP.
01  WS-VAL-HIT-SUB              PIC 9(02) COMP.
01  WS-VAL-FOUND-FLAG           PIC X(01).
    88  WS-VAL-FIELD-PRESENT    VALUE "Y".
    88  WS-VAL-FIELD-ABSENT     VALUE "N".

01  WS-VALUE-LENGTH             PIC 9(03) COMP.
01  WS-VAL-CHAR-SUB             PIC 9(03) COMP.
01  WS-TYPE-FLAG                PIC X(01).
    88  WS-TYPE-OK              VALUE "Y".
    88  WS-TYPE-BROKEN          VALUE "N".

01  WS-VALIDATION-ERROR-TEXT    PIC X(1000).
01  WS-VALIDATION-ERROR-PTR     PIC 9(04) COMP.

01  WS-INTAKE-COUNTS.
    05  WS-INTAKE-BLOCKS-READ   PIC 9(09) VALUE 0.
    05  WS-INTAKE-DETAILS-READ  PIC 9(09) VALUE 0.
    05  WS-TRAILER-TOTAL        PIC 9(09) VALUE 0.
    05  WS-CONTROL-ERRORS       PIC 9(09) VALUE 0.
    05  WS-LINES-ACCEPTED       PIC 9(09) VALUE 0.
    05  WS-LINES-REJECTED       PIC 9(09) VALUE 0.
    05  WS-LINES-ACCOUNTED      PIC 9(09) VALUE 0.

01  WS-DETAIL-LINE.
    05  WS-DETAIL-LABEL         PIC X(66).
    05  WS-DETAIL-COUNT         PIC Z(08)9.
01  WS-EXCEPTION-TEXT           PIC X(100).

PROCEDURE DIVISION.

mainline.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    OPEN OUTPUT INTAKE-REPORT-FILE
    IF NOT INTAKE-REPORT-OK
        DISPLAY "SUBMLOAD cannot create SUBMIRPT, file status "
            WS-INTAKE-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "PARTNER SUBMISSION INTAKE" TO INTAKE-REPORT-LINE
    WRITE INTAKE-REPORT-LINE
    MOVE ALL "=" TO INTAKE-REPORT-LINE
    WRITE INTAKE-REPORT-LINE
    PERFORM balance-intake-file
    IF WS-INTAKE-FILE-PRESENT AND WS-INTAKE-IN-BALANCE
       AND WS-LOAD-CLEAN
        PERFORM load-validation-rules
        PERFORM open-load-files
        PERFORM load-intake-submissions
        CLOSE SUBMISSION-MASTER-FILE
        CLOSE SUBMISSION-REJECT-FILE
        IF WS-LOAD-CLEAN
            PERFORM empty-intake-file
        END-IF
    END-IF
    PERFORM print-intake-totals
    CLOSE INTAKE-REPORT-FILE
    IF WS-LOAD-FAILED OR WS-INTAKE-OUT-OF-BALANCE
        DISPLAY "SUBMLOAD ended with the intake file not fully"
            " loaded: see SUBMIRPT before rerunning."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "SUBMLOAD complete: " WS-LINES-ACCEPTED " accepted, "
        WS-LINES-REJECTED " rejected."
    IF WS-LINES-REJECTED > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

*> ---------------------------------------------------------------
*> Balancing pass: the whole file is read once for its control
*> records before a single line is stored. A HEADER opens a block, a
*> TRAILER closes it and must state the number of lines read since
*> its HEADER; a detail line outside a block, a HEADER inside one, a
*> TRAILER with no HEADER or an unreadable count, and a last block
*> left open all put the file out of balance.
*> ---------------------------------------------------------------
balance-intake-file.
    MOVE SPACES TO INTAKE-REPORT-LINE
    WRITE INTAKE-REPORT-LINE
    MOVE "INTAKE FILE CONTROL" TO INTAKE-REPORT-LINE
    WRITE INTAKE-REPORT-LINE
    OPEN INPUT SUBMISSION-INTAKE-FILE
    IF SUBMISSION-INTAKE-NOT-FOUND
        MOVE "  NO PARTNER SUBMISSION FILE RECEIVED - NOTHING TO LOAD"
            TO INTAKE-REPORT-LINE
        WRITE INTAKE-REPORT-LINE
    ELSE
        IF SUBMISSION-INTAKE-OK
            SET WS-INTAKE-FILE-PRESENT TO TRUE
            PERFORM check-next-control-record
                UNTIL SUBMISSION-INTAKE-EOF
            IF WS-IN-BLOCK
                MOVE "LAST BLOCK HAS NO TRAILER" TO WS-EXCEPTION-TEXT
                PERFORM print-control-error
            END-IF
            CLOSE SUBMISSION-INTAKE-FILE
            IF WS-INTAKE-IN-BALANCE
                MOVE "  INTAKE FILE IN BALANCE" TO INTAKE-REPORT-LINE
            ELSE
                MOVE "  INTAKE FILE OUT OF BALANCE, NOTHING STORED"
                    TO INTAKE-REPORT-LINE
            END-IF
            WRITE INTAKE-REPORT-LINE
        ELSE
            SET WS-LOAD-FAILED TO TRUE
            DISPLAY "SUBMLOAD cannot read SUBMINTF, file status "
                WS-SUBMISSION-INTAKE-STATUS
        END-IF
    END-IF
    .

check-next-control-record.
    READ SUBMISSION-INTAKE-FILE
        AT END
            CONTINUE
        NOT AT END
            ADD 1 TO WS-INTAKE-LINE-NUMBER
            PERFORM check-control-record
    END-READ
    .

check-control-record.
    EVALUATE TRUE
        WHEN SUBMISSION-INTAKE-RECORD (1:8) = "HEADER  "
            ADD 1 TO WS-INTAKE-BLOCKS-READ
            IF WS-IN-BLOCK
                MOVE "HEADER BEFORE THE PREVIOUS BLOCK'S TRAILER"
                    TO WS-EXCEPTION-TEXT
                PERFORM print-control-error
            END-IF
            SET WS-IN-BLOCK TO TRUE
            MOVE 0 TO WS-LINES-SINCE-HEADER
        WHEN SUBMISSION-INTAKE-RECORD (1:8) = "TRAILER "
            IF WS-BETWEEN-BLOCKS
                MOVE "TRAILER WITHOUT A HEADER" TO WS-EXCEPTION-TEXT
                PERFORM print-control-error
            ELSE
                PERFORM verify-block-trailer
            END-IF
            SET WS-BETWEEN-BLOCKS TO TRUE
        WHEN OTHER
            ADD 1 TO WS-INTAKE-DETAILS-READ
            ADD 1 TO WS-LINES-SINCE-HEADER
            IF WS-BETWEEN-BLOCKS
                MOVE "SUBMISSION OUTSIDE A HEADER/TRAILER BLOCK"
                    TO WS-EXCEPTION-TEXT
                PERFORM print-control-error
            END-IF
    END-EVALUATE
    .

*> Trailer layout as SUBMEXTR writes it: "TRAILER " in 1-8, the date
*> in 9-16, " RECORDS=" in 17-25 and the block's count in 26-34.
verify-block-trailer.
    IF SUBMISSION-INTAKE-RECORD (26:9) IS NUMERIC
        MOVE SUBMISSION-INTAKE-RECORD (26:9) TO WS-TRAILER-STATED-COUNT
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

*> Each control error names the line it was found at, so the partner
*> can be told exactly where their file went wrong.
print-control-error.
    SET WS-INTAKE-OUT-OF-BALANCE TO TRUE
    ADD 1 TO WS-CONTROL-ERRORS
    MOVE SPACES TO INTAKE-REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           WS-EXCEPTION-TEXT DELIMITED BY "  "
           " AT LINE " DELIMITED BY SIZE
           WS-INTAKE-LINE-NUMBER DELIMITED BY SIZE
        INTO INTAKE-REPORT-LINE
    END-STRING
    WRITE INTAKE-REPORT-LINE
    .

*> ---------------------------------------------------------------
*> Load files. A master that does not exist yet is created, as
*> SERVER2 does at startup; the next transaction number starts past
*> the highest key already on file. The reject file is rebuilt by
*> every run, holding only this file's refusals.
*> ---------------------------------------------------------------
open-load-files.
    OPEN I-O SUBMISSION-MASTER-FILE
    IF SUBMISSION-MASTER-NOT-FOUND
        OPEN OUTPUT SUBMISSION-MASTER-FILE
        CLOSE SUBMISSION-MASTER-FILE
        OPEN I-O SUBMISSION-MASTER-FILE
    END-IF
    IF NOT SUBMISSION-MASTER-OK
        DISPLAY "SUBMLOAD cannot open SUBMMAST, file status "
            WS-SUBMISSION-MASTER-STATUS "; nothing was stored."
        CLOSE INTAKE-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT SUBMISSION-REJECT-FILE
    IF NOT SUBMISSION-REJECT-OK
        DISPLAY "SUBMLOAD cannot create SUBMREJF, file status "
            WS-SUBMISSION-REJECT-STATUS "; nothing was stored."
        CLOSE SUBMISSION-MASTER-FILE
        CLOSE INTAKE-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 1 TO WS-NEXT-TRANS-NUMBER
    PERFORM skip-taken-transaction-numbers
    .

*> Moves WS-NEXT-TRANS-NUMBER past every key at or above it, so only
*> the keys written since the last scan are read again.
skip-taken-transaction-numbers.
    MOVE WS-NEXT-TRANS-NUMBER TO SUBM-TRANS-NUMBER
    START SUBMISSION-MASTER-FILE KEY >= SUBM-TRANS-NUMBER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM read-next-submission-key
                UNTIL SUBMISSION-MASTER-EOF
    END-START
    .

read-next-submission-key.
    READ SUBMISSION-MASTER-FILE NEXT
        AT END
            CONTINUE
        NOT AT END
            COMPUTE WS-NEXT-TRANS-NUMBER = SUBM-TRANS-NUMBER + 1
    END-READ
    .

*> ---------------------------------------------------------------
*> Load pass: the balanced file is read again and every detail line
*> is either stored or rejected; control records were verified above
*> and are skipped here.
*> ---------------------------------------------------------------
load-intake-submissions.
    MOVE SPACES TO INTAKE-REPORT-LINE
    WRITE INTAKE-REPORT-LINE
    MOVE "SUBMISSIONS STORED AND REJECTED" TO INTAKE-REPORT-LINE
    WRITE INTAKE-REPORT-LINE
    MOVE 0 TO WS-INTAKE-LINE-NUMBER
    OPEN INPUT SUBMISSION-INTAKE-FILE
    IF SUBMISSION-INTAKE-OK
        PERFORM load-next-intake-line
            UNTIL SUBMISSION-INTAKE-EOF OR WS-LOAD-FAILED
        CLOSE SUBMISSION-INTAKE-FILE
    ELSE
        SET WS-LOAD-FAILED TO TRUE
        DISPLAY "SUBMLOAD cannot reread SUBMINTF, file status "
            WS-SUBMISSION-INTAKE-STATUS
    END-IF
    .

load-next-intake-line.
    READ SUBMISSION-INTAKE-FILE
        AT END
            CONTINUE
        NOT AT END
            ADD 1 TO WS-INTAKE-LINE-NUMBER
            IF SUBMISSION-INTAKE-RECORD (1:8) NOT = "HEADER  "
               AND SUBMISSION-INTAKE-RECORD (1:8) NOT = "TRAILER "
                PERFORM load-one-intake-line
            END-IF
    END-READ
    .

*> Every reason a line fails is collected before it is judged, so
*> the partner sees all of a line's problems in one reject record.
load-one-intake-line.
    PERFORM parse-intake-body
    PERFORM validate-body-fields
    IF SINT-USERNAME = SPACES
        PERFORM append-failure-no-username
    ELSE
        PERFORM find-user-credential
        IF WS-CREDENTIAL-NOT-FOUND
            PERFORM append-failure-unknown-user
        END-IF
    END-IF
    IF BF-FIELD-COUNT = 0
        PERFORM append-failure-no-fields
    END-IF
    IF WS-VALIDATION-FAILED
        PERFORM reject-intake-line
    ELSE
        PERFORM store-intake-submission
    END-IF
    .

*> The detail-line body split into name=value pairs on "&" and "=",
*> as SERVER2's parse-request-body splits a /submit body.
parse-intake-body.
    MOVE SPACES TO WS-BODY-CONTENT
    MOVE SINT-BODY TO WS-BODY-CONTENT
    MOVE 0 TO BF-FIELD-COUNT
    MOVE 1 TO WS-BODY-POINTER
    SET WS-MORE-PAIRS TO TRUE
    PERFORM split-next-body-pair
        UNTIL WS-NO-MORE-PAIRS OR BF-FIELD-COUNT = 20
    .

split-next-body-pair.
    IF WS-BODY-POINTER > LENGTH OF WS-BODY-CONTENT
        SET WS-NO-MORE-PAIRS TO TRUE
    ELSE
        MOVE SPACES TO WS-PAIR-TEXT
        UNSTRING WS-BODY-CONTENT DELIMITED BY "&"
            INTO WS-PAIR-TEXT
            WITH POINTER WS-BODY-POINTER
        END-UNSTRING
        IF WS-PAIR-TEXT = SPACES
            SET WS-NO-MORE-PAIRS TO TRUE
        ELSE
            ADD 1 TO BF-FIELD-COUNT
            UNSTRING WS-PAIR-TEXT DELIMITED BY "="
                INTO BF-FIELD-NAME (BF-FIELD-COUNT)
                     BF-FIELD-VALUE (BF-FIELD-COUNT)
            END-UNSTRING
        END-IF
    END-IF
    .

*> The username only has to name an account; the partner sends no
*> password, the file itself being the partner's authority.
find-user-credential.
    SET WS-CREDENTIAL-NOT-FOUND TO TRUE
    OPEN INPUT USER-CREDENTIAL-FILE
    IF USER-CREDENTIAL-OK
        PERFORM read-next-credential
            UNTIL USER-CREDENTIAL-EOF OR WS-CREDENTIAL-FOUND
        CLOSE USER-CREDENTIAL-FILE
    END-IF
    .

read-next-credential.
    READ USER-CREDENTIAL-FILE
        AT END
            CONTINUE
        NOT AT END
            IF CRED-USERNAME = SINT-USERNAME
                SET WS-CREDENTIAL-FOUND TO TRUE
            END-IF
    END-READ
    .

append-failure-no-username.
    SET WS-VALIDATION-FAILED TO TRUE
    STRING " NO USERNAME;" DELIMITED BY SIZE
        INTO WS-VALIDATION-ERROR-TEXT
        WITH POINTER WS-VALIDATION-ERROR-PTR
        ON OVERFLOW
            CONTINUE
    END-STRING
    .

append-failure-unknown-user.
    SET WS-VALIDATION-FAILED TO TRUE
    STRING " " DELIMITED BY SIZE
           SINT-USERNAME DELIMITED BY SPACE
           ": NO SUCH USER;" DELIMITED BY SIZE
        INTO WS-VALIDATION-ERROR-TEXT
        WITH POINTER WS-VALIDATION-ERROR-PTR
        ON OVERFLOW
            CONTINUE
    END-STRING
    .

append-failure-no-fields.
    SET WS-VALIDATION-FAILED TO TRUE
    STRING " NO FIELDS SUBMITTED;" DELIMITED BY SIZE
        INTO WS-VALIDATION-ERROR-TEXT
        WITH POINTER WS-VALIDATION-ERROR-PTR
        ON OVERFLOW
            CONTINUE
    END-STRING
    .

reject-intake-line.
    MOVE SPACES TO SUBMISSION-REJECT-RECORD
    MOVE WS-INTAKE-LINE-NUMBER    TO SREJ-LINE-NUMBER
    MOVE SINT-USERNAME            TO SREJ-USERNAME
    MOVE WS-VALIDATION-ERROR-TEXT TO SREJ-ERROR-TEXT
    MOVE SINT-BODY                TO SREJ-BODY
    WRITE SUBMISSION-REJECT-RECORD
    IF NOT SUBMISSION-REJECT-OK
        SET WS-LOAD-FAILED TO TRUE
        DISPLAY "SUBMLOAD could not write the reject for line "
            WS-INTAKE-LINE-NUMBER ", file status "
            WS-SUBMISSION-REJECT-STATUS
    ELSE
        ADD 1 TO WS-LINES-REJECTED
        MOVE SPACES TO WS-EXCEPTION-TEXT
        STRING "REJECTED:   LINE " DELIMITED BY SIZE
               WS-INTAKE-LINE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALIDATION-ERROR-TEXT DELIMITED BY SIZE
            INTO WS-EXCEPTION-TEXT
        END-STRING
        PERFORM print-exception-line
    END-IF
    .

store-intake-submission.
    SET WS-SUBMISSION-PENDING TO TRUE
    MOVE 0 TO WS-STORE-ATTEMPTS
    PERFORM write-new-submission
        UNTIL WS-SUBMISSION-STORED OR WS-SUBMISSION-REFUSED
    IF WS-SUBMISSION-REFUSED
        SET WS-LOAD-FAILED TO TRUE
        DISPLAY "SUBMLOAD could not store line "
            WS-INTAKE-LINE-NUMBER ", file status "
            WS-SUBMISSION-MASTER-STATUS
    ELSE
        ADD 1 TO WS-LINES-ACCEPTED
        MOVE SPACES TO WS-EXCEPTION-TEXT
        STRING "STORED:     LINE " DELIMITED BY SIZE
               WS-INTAKE-LINE-NUMBER DELIMITED BY SIZE
               " AS TRANSACTION " DELIMITED BY SIZE
               SUBM-TRANS-NUMBER DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               SUBM-USERNAME DELIMITED BY SPACE
            INTO WS-EXCEPTION-TEXT
        END-STRING
        PERFORM print-exception-line
    END-IF
    .

*> Stored exactly as SERVER2's store-submission stores a /submit
*> body, except that the client address names this channel instead.
write-new-submission.
    ADD 1 TO WS-STORE-ATTEMPTS
    MOVE SPACES TO SUBMISSION-MASTER-RECORD
    MOVE WS-NEXT-TRANS-NUMBER   TO SUBM-TRANS-NUMBER
    MOVE SINT-USERNAME          TO SUBM-USERNAME
    MOVE "SUBMLOAD"             TO SUBM-CLIENT-IP
    MOVE WS-RUN-DATE            TO SUBM-DATE
    MOVE WS-RUN-TIME            TO SUBM-TIME
    MOVE BF-FIELD-COUNT         TO SUBM-FIELD-COUNT
    SET SUBM-NOT-EXTRACTED      TO TRUE
    MOVE "NEW"                  TO SUBM-STATUS
    PERFORM copy-submission-field
        VARYING WS-SUBMIT-FIELD-SUB FROM 1 BY 1
        UNTIL WS-SUBMIT-FIELD-SUB > BF-FIELD-COUNT
    WRITE SUBMISSION-MASTER-RECORD
        INVALID KEY
            IF SUBMISSION-MASTER-DUPLICATE
               AND WS-STORE-ATTEMPTS < WS-STORE-ATTEMPT-MAX
                PERFORM skip-taken-transaction-numbers
            ELSE
                SET WS-SUBMISSION-REFUSED TO TRUE
            END-IF
        NOT INVALID KEY
            SET WS-SUBMISSION-STORED TO TRUE
            ADD 1 TO WS-NEXT-TRANS-NUMBER
    END-WRITE
    .

copy-submission-field.
    MOVE BF-FIELD-NAME (WS-SUBMIT-FIELD-SUB)
        TO SUBM-FIELD-NAME (WS-SUBMIT-FIELD-SUB)
    MOVE BF-FIELD-VALUE (WS-SUBMIT-FIELD-SUB)
        TO SUBM-FIELD-VALUE (WS-SUBMIT-FIELD-SUB)
    .

*> Truncated only once every line has been stored or rejected, as
*> CREDLOAD truncates its staging file, so a rerun finds nothing.
empty-intake-file.
    OPEN OUTPUT SUBMISSION-INTAKE-FILE
    IF SUBMISSION-INTAKE-OK
        CLOSE SUBMISSION-INTAKE-FILE
    ELSE
        DISPLAY "SUBMLOAD could not empty SUBMINTF, file status "
            WS-SUBMISSION-INTAKE-STATUS "; remove it before the next"
            " run or it will be stored again."
    END-IF
    .

*> ---------------------------------------------------------------
*> Body-field validation: a copy of SERVER2's paragraphs of the same
*> names, so a partner line is held to exactly the rules a /submit
*> body is. Any change there MUST be made the same way here.
*> ---------------------------------------------------------------
load-validation-rules.
    OPEN INPUT VALIDATION-RULES-FILE
    IF VALIDATION-RULES-NOT-FOUND
        DISPLAY "VALRULES not found, partner lines are not validated."
    ELSE
        PERFORM read-next-validation-rule
            UNTIL VALIDATION-RULES-EOF
               OR WS-RULE-COUNT = WS-RULE-TABLE-MAX
        CLOSE VALIDATION-RULES-FILE
        DISPLAY "Loaded " WS-RULE-COUNT " validation rule(s)."
        IF WS-RULES-REJECTED > 0
            DISPLAY "Rejected " WS-RULES-REJECTED
                " malformed VALRULES line(s)."
        END-IF
    END-IF
    .

read-next-validation-rule.
    READ VALIDATION-RULES-FILE
        AT END
            CONTINUE
        NOT AT END
            PERFORM load-validation-rule
    END-READ
    .

load-validation-rule.
    IF VRUL-FIELD-NAME = SPACES
       OR (VRUL-REQUIRED-FLAG NOT = "Y" AND VRUL-REQUIRED-FLAG NOT = "N")
       OR (VRUL-FIELD-TYPE NOT = "N" AND VRUL-FIELD-TYPE NOT = "A"
           AND VRUL-FIELD-TYPE NOT = "X")
       OR VRUL-MAX-LENGTH IS NOT NUMERIC
        ADD 1 TO WS-RULES-REJECTED
        DISPLAY "VALRULES rejected line: " VALIDATION-RULE-RECORD
    ELSE
        ADD 1 TO WS-RULE-COUNT
        MOVE VRUL-FIELD-NAME    TO WS-RULE-FIELD-NAME (WS-RULE-COUNT)
        MOVE VRUL-REQUIRED-FLAG TO WS-RULE-REQUIRED (WS-RULE-COUNT)
        MOVE VRUL-FIELD-TYPE    TO WS-RULE-TYPE (WS-RULE-COUNT)
        MOVE VRUL-MAX-LENGTH    TO WS-RULE-MAX-LENGTH (WS-RULE-COUNT)
    END-IF
    .

validate-body-fields.
    SET WS-VALIDATION-PASSED TO TRUE
    MOVE SPACES TO WS-VALIDATION-ERROR-TEXT
    MOVE 1 TO WS-VALIDATION-ERROR-PTR
    STRING "Validation failed:" DELIMITED BY SIZE
        INTO WS-VALIDATION-ERROR-TEXT
        WITH POINTER WS-VALIDATION-ERROR-PTR
    END-STRING
    PERFORM validate-one-rule
        VARYING WS-RULE-SUB FROM 1 BY 1
        UNTIL WS-RULE-SUB > WS-RULE-COUNT
    .

validate-one-rule.
    PERFORM find-body-field
    IF WS-VAL-FIELD-ABSENT OR WS-VALUE-LENGTH = 0
        IF WS-RULE-REQUIRED (WS-RULE-SUB) = "Y"
            PERFORM append-validation-failure-required
        END-IF
    ELSE
        IF WS-RULE-MAX-LENGTH (WS-RULE-SUB) > 0
           AND WS-VALUE-LENGTH > WS-RULE-MAX-LENGTH (WS-RULE-SUB)
            PERFORM append-validation-failure-length
        END-IF
        PERFORM validate-field-type
        IF WS-TYPE-BROKEN
            PERFORM append-validation-failure-type
        END-IF
    END-IF
    .

find-body-field.
    SET WS-VAL-FIELD-ABSENT TO TRUE
    MOVE 0 TO WS-VALUE-LENGTH
    PERFORM match-body-field
        VARYING WS-VAL-FIELD-SUB FROM 1 BY 1
        UNTIL WS-VAL-FIELD-SUB > BF-FIELD-COUNT
           OR WS-VAL-FIELD-PRESENT
    IF WS-VAL-FIELD-PRESENT
        PERFORM measure-field-value-length
    END-IF
    .

match-body-field.
    IF BF-FIELD-NAME (WS-VAL-FIELD-SUB)
            = WS-RULE-FIELD-NAME (WS-RULE-SUB)
        SET WS-VAL-FIELD-PRESENT TO TRUE
        MOVE WS-VAL-FIELD-SUB TO WS-VAL-HIT-SUB
    END-IF
    .

measure-field-value-length.
    MOVE LENGTH OF BF-FIELD-VALUE (WS-VAL-HIT-SUB) TO WS-VALUE-LENGTH
    PERFORM shrink-field-value-length
        UNTIL BF-FIELD-VALUE (WS-VAL-HIT-SUB) (WS-VALUE-LENGTH:1)
                NOT = SPACE
           OR WS-VALUE-LENGTH = 1
    IF WS-VALUE-LENGTH = 1
       AND BF-FIELD-VALUE (WS-VAL-HIT-SUB) (1:1) = SPACE
        MOVE 0 TO WS-VALUE-LENGTH
    END-IF
    .

shrink-field-value-length.
    SUBTRACT 1 FROM WS-VALUE-LENGTH
    .

validate-field-type.
    SET WS-TYPE-OK TO TRUE
    EVALUATE WS-RULE-TYPE (WS-RULE-SUB)
        WHEN "N"
            PERFORM check-value-char-numeric
                VARYING WS-VAL-CHAR-SUB FROM 1 BY 1
                UNTIL WS-VAL-CHAR-SUB > WS-VALUE-LENGTH
                   OR WS-TYPE-BROKEN
        WHEN "A"
            PERFORM check-value-char-alphabetic
                VARYING WS-VAL-CHAR-SUB FROM 1 BY 1
                UNTIL WS-VAL-CHAR-SUB > WS-VALUE-LENGTH
                   OR WS-TYPE-BROKEN
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

check-value-char-numeric.
    IF BF-FIELD-VALUE (WS-VAL-HIT-SUB) (WS-VAL-CHAR-SUB:1)
            IS NOT NUMERIC
        SET WS-TYPE-BROKEN TO TRUE
    END-IF
    .

check-value-char-alphabetic.
    IF BF-FIELD-VALUE (WS-VAL-HIT-SUB) (WS-VAL-CHAR-SUB:1)
            IS NOT ALPHABETIC
        SET WS-TYPE-BROKEN TO TRUE
    END-IF
    .

append-validation-failure-required.
    SET WS-VALIDATION-FAILED TO TRUE
    STRING " " DELIMITED BY SIZE
           WS-RULE-FIELD-NAME (WS-RULE-SUB) DELIMITED BY SPACE
           ": REQUIRED FIELD MISSING;" DELIMITED BY SIZE
        INTO WS-VALIDATION-ERROR-TEXT
        WITH POINTER WS-VALIDATION-ERROR-PTR
        ON OVERFLOW
            CONTINUE
    END-STRING
    .

append-validation-failure-length.
    SET WS-VALIDATION-FAILED TO TRUE
    STRING " " DELIMITED BY SIZE
           WS-RULE-FIELD-NAME (WS-RULE-SUB) DELIMITED BY SPACE
           ": EXCEEDS MAX LENGTH " DELIMITED BY SIZE
           WS-RULE-MAX-LENGTH (WS-RULE-SUB) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
        INTO WS-VALIDATION-ERROR-TEXT
        WITH POINTER WS-VALIDATION-ERROR-PTR
        ON OVERFLOW
            CONTINUE
    END-STRING
    .

append-validation-failure-type.
    SET WS-VALIDATION-FAILED TO TRUE
    STRING " " DELIMITED BY SIZE
           WS-RULE-FIELD-NAME (WS-RULE-SUB) DELIMITED BY SPACE
        INTO WS-VALIDATION-ERROR-TEXT
        WITH POINTER WS-VALIDATION-ERROR-PTR
        ON OVERFLOW
            CONTINUE
    END-STRING
    IF WS-RULE-TYPE (WS-RULE-SUB) = "N"
        STRING ": MUST BE NUMERIC;" DELIMITED BY SIZE
            INTO WS-VALIDATION-ERROR-TEXT
            WITH POINTER WS-VALIDATION-ERROR-PTR
            ON OVERFLOW
                CONTINUE
        END-STRING
    ELSE
        STRING ": MUST BE ALPHABETIC;" DELIMITED BY SIZE
            INTO WS-VALIDATION-ERROR-TEXT
            WITH POINTER WS-VALIDATION-ERROR-PTR
            ON OVERFLOW
                CONTINUE
        END-STRING
    END-IF
    .

*> ---------------------------------------------------------------
*> Report lines and control totals. Every detail line read is either
*> accepted or rejected, and the lines read must equal what the
*> trailers stated; the totals say whether both hold.
*> ---------------------------------------------------------------
print-exception-line.
    MOVE WS-EXCEPTION-TEXT TO INTAKE-REPORT-LINE
    WRITE INTAKE-REPORT-LINE
    .

print-intake-totals.
    MOVE SPACES TO INTAKE-REPORT-LINE
    WRITE INTAKE-REPORT-LINE
    MOVE "CONTROL TOTALS" TO INTAKE-REPORT-LINE
    WRITE INTAKE-REPORT-LINE
    MOVE "  SUBMISSION BLOCKS READ" TO WS-DETAIL-LABEL
    MOVE WS-INTAKE-BLOCKS-READ TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  SUBMISSION LINES READ" TO WS-DETAIL-LABEL
    MOVE WS-INTAKE-DETAILS-READ TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  SUBMISSION LINES STATED BY TRAILERS" TO WS-DETAIL-LABEL
    MOVE WS-TRAILER-TOTAL TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  CONTROL RECORD ERRORS" TO WS-DETAIL-LABEL
    MOVE WS-CONTROL-ERRORS TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  ACCEPTED AND STORED IN SUBMMAST" TO WS-DETAIL-LABEL
    MOVE WS-LINES-ACCEPTED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    MOVE "  REJECTED TO SUBMREJF" TO WS-DETAIL-LABEL
    MOVE WS-LINES-REJECTED TO WS-DETAIL-COUNT
    PERFORM print-detail-line
    IF WS-INTAKE-FILE-PRESENT AND WS-INTAKE-IN-BALANCE
       AND WS-LOAD-CLEAN
        COMPUTE WS-LINES-ACCOUNTED = WS-LINES-ACCEPTED
            + WS-LINES-REJECTED
        IF WS-LINES-ACCOUNTED = WS-INTAKE-DETAILS-READ
           AND WS-INTAKE-DETAILS-READ = WS-TRAILER-TOTAL
            MOVE "  LINES READ = ACCEPTED + REJECTED = TRAILER COUNT"
                TO INTAKE-REPORT-LINE
        ELSE
            MOVE "  LINES READ DO NOT AGREE WITH ACCEPTED + REJECTED"
                TO INTAKE-REPORT-LINE
        END-IF
        WRITE INTAKE-REPORT-LINE
    END-IF
    .

print-detail-line.
    MOVE WS-DETAIL-LINE TO INTAKE-REPORT-LINE
    WRITE INTAKE-REPORT-LINE
    .
