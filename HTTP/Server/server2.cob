        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBMISSION-AUDIT-STATUS.

*> Keyed by transaction number + version: the field table each
*> amendment through PUT /submit?Transaction=nnn replaced, so every
*> earlier version of a submission can still be produced.
    SELECT SUBMISSION-HISTORY-FILE ASSIGN TO SUBMHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SHST-KEY
        FILE STATUS IS WS-SUBMISSION-HISTORY-STATUS.

*> Field validation rules for /submit, loaded at startup the same
*> way SERVERCFG is.
    SELECT VALIDATION-RULES-FILE ASSIGN TO VALRULES
        RECORD KEY IS SESS-ID
        FILE STATUS IS WS-SESSION-STORE-STATUS.

*> Keyed by username for a direct rewrite of the account's last
*> successful login on every credential login.
    SELECT LAST-LOGIN-FILE ASSIGN TO LASTLOGN
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LLGN-USERNAME
        FILE STATUS IS WS-LAST-LOGIN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SERVER-CONFIG-FILE
    RECORD CONTAINS 94 CHARACTERS.
    COPY SRVCFG.

FD  ACCESS-LOG-FILE
    COPY USERCRED.

FD  UPLOAD-MANIFEST-FILE
    RECORD CONTAINS 114 CHARACTERS.
    COPY UPLDMF.

FD  UPLOAD-CONTENT-FILE
    RECORD CONTAINS 126 CHARACTERS.
    COPY SUBMAUD.

FD  SUBMISSION-HISTORY-FILE.
    COPY SUBMHIST.

FD  ROUTE-METRICS-FILE.
    COPY RTMETR.

FD  SESSION-STORE-FILE.
    COPY SESSION.

FD  LAST-LOGIN-FILE.
    COPY LASTLGN.

WORKING-STORAGE SECTION.
01  WS-SERVER-CONFIG-STATUS     PIC X(02).
    88  SERVER-CONFIG-OK        VALUE "00".
01  WS-ACCOUNT-LOCKOUT-STATUS   PIC X(02).
    88  ACCOUNT-LOCKOUT-OK      VALUE "00".
    88  ACCOUNT-LOCKOUT-NOT-FOUND VALUE "35".
    88  ACCOUNT-LOCKOUT-NO-RECORD VALUE "23".

01  WS-LOCKOUT-THRESHOLD        PIC 9(03) VALUE 5.
01  WS-LOCKOUT-COOLOFF-MINS     PIC 9(03) VALUE 30.

01  WS-DOWNLOAD-SIZE            PIC 9(09).

*> Owner carried by the latest manifest record for the name
*> find-upload-manifest-record was asked about. Only the owner or an
*> ADMIN may fetch the file or upload over it.
01  WS-MANIFEST-OWNER           PIC X(20).

*> Optional Transaction on POST /upload: the submission the document
*> supports. Zero when the upload is not attached to one.
01  WS-UPLOAD-TRANS-NUMBER      PIC 9(08).

01  WS-UPLOAD-ACCEPTED-FLAG     PIC X(01).
    88  WS-UPLOAD-ACCEPTED      VALUE "Y".
    88  WS-UPLOAD-REFUSED       VALUE "N".

*> Documents attached to one transaction, gathered from the manifest
*> by collect-transaction-attachments for GET /submission. A name
*> whose latest manifest record points at another transaction has
*> been re-uploaded against it and drops out of the list again.
01  WS-ATTACH-TRANS-NUMBER      PIC 9(08).
01  WS-ATTACHMENT-MAX           PIC 9(04) COMP VALUE 10.
01  WS-ATTACHMENT-TABLE.
    05  WS-ATTACHMENT-COUNT     PIC 9(04) COMP.
    05  WS-ATTACHMENT-NAME      PIC X(40) OCCURS 10 TIMES.
01  WS-ATTACH-SUB               PIC 9(04) COMP.
01  WS-ATTACH-MATCH-SUB         PIC 9(04) COMP.
01  WS-ATTACHMENTS-FLAG         PIC X(01).
    88  WS-ATTACHMENTS-COMPLETE VALUE "Y".
    88  WS-ATTACHMENTS-TRUNCATED VALUE "N".

*> The served bytes are assembled here record by record before the
*> file is closed - a closed file's record area is not dependable.
*> Sized like the upload buffer, so anything the store accepted can
01  WS-SESSION-STORE-STATUS     PIC X(02).
    88  SESSION-STORE-OK        VALUE "00".
    88  SESSION-STORE-NOT-FOUND VALUE "35".
    88  SESSION-STORE-NO-RECORD VALUE "23".

01  WS-SESSION-VALID-FLAG       PIC X(01).
    88  WS-SESSION-VALID        VALUE "Y".
    88  WS-SESSION-INVALID      VALUE "N".

01  WS-SESSION-ID                PIC X(40).

01  WS-LAST-LOGIN-STATUS        PIC X(02).
    88  LAST-LOGIN-OK           VALUE "00".
    88  LAST-LOGIN-NOT-FOUND    VALUE "35".
01  WS-INCOMING-SESSION-ID       PIC X(40).

01  WS-CURRENT-DATE-TIME.
    88  SUBMISSION-MASTER-OK    VALUE "00".
    88  SUBMISSION-MASTER-NOT-FOUND VALUE "35".
    88  SUBMISSION-MASTER-EOF   VALUE "10".
    88  SUBMISSION-MASTER-DUPLICATE VALUE "22".

01  WS-NEXT-TRANS-NUMBER        PIC 9(08).
01  WS-SUBMIT-FIELD-SUB         PIC 9(02) COMP.

*> "F" once a write has failed for any reason but a duplicate key, or
*> the duplicate-key retries below have run out.
01  WS-SUBMISSION-STORED-FLAG   PIC X(01).
    88  WS-SUBMISSION-STORED    VALUE "Y".
    88  WS-SUBMISSION-NOT-STORED VALUE "N" "F".
    88  WS-SUBMISSION-REFUSED   VALUE "F".

*> SUBMLOAD stores partner submissions into the same master while
*> this server runs, so WS-NEXT-TRANS-NUMBER can be taken behind our
*> back. A number is only ever claimed by writing the record under
*> it: a duplicate key sends us past every key now on file and the
*> write is tried again, up to this many times.
01  WS-STORE-ATTEMPTS           PIC 9(02) COMP.
01  WS-STORE-ATTEMPT-MAX        PIC 9(02) COMP VALUE 10.

*> GET /submission lookup: the Transaction query parameter arrives as
*> free-length text, so it is converted a digit at a time instead of

01  WS-REVIEW-RESPONSE-TEXT     PIC X(140).

*> Amendment: PUT /submit?Transaction=nnn replaces a stored
*> submission's fields while it is still NEW or REJECTED and not yet
*> extracted, and only for the user who submitted it or an ADMIN.
*> The field table it replaces is kept in SUBMHIST under the next
*> version number for that transaction.
01  WS-SUBMISSION-HISTORY-STATUS PIC X(02).
    88  SUBMISSION-HISTORY-OK   VALUE "00".
    88  SUBMISSION-HISTORY-NOT-FOUND VALUE "35".
    88  SUBMISSION-HISTORY-EOF  VALUE "10".

01  WS-AMEND-VERSION            PIC 9(03).
01  WS-AMEND-SCAN-FLAG          PIC X(01).
    88  WS-AMEND-SCAN-DONE      VALUE "Y".
    88  WS-AMEND-SCANNING       VALUE "N".
01  WS-AMEND-SAVED-FLAG         PIC X(01).
    88  WS-AMEND-SAVED          VALUE "Y".
    88  WS-AMEND-NOT-SAVED      VALUE "N".
01  WS-AMEND-RESPONSE-TEXT      PIC X(140).

*> Reviewer work queue: GET /queue filters on status (NEW when not
*> given), submitter and a SUBM-DATE range, and returns one page of
*> matches oldest first. Transaction numbers are handed out in
*> arrival order, so key order is age order; the last number on a
*> page is the continuation key the caller passes back as After to
*> get the page behind it.
01  WS-QUEUE-STATUS-FILTER      PIC X(08).
    88  WS-QUEUE-STATUS-VALID   VALUE "NEW" "APPROVED" "REJECTED"
                                      "POSTED" "POSTFAIL".
01  WS-QUEUE-USERNAME-FILTER    PIC X(20).
01  WS-QUEUE-FROM-DATE          PIC 9(08).
01  WS-QUEUE-TO-DATE            PIC 9(08).
01  WS-QUEUE-AFTER-TRANS        PIC 9(08).
01  WS-QUEUE-DATE-TEXT          PIC X(16).
01  WS-QUEUE-DATE-FLAG          PIC X(01).
    88  WS-QUEUE-DATE-VALID     VALUE "Y".
    88  WS-QUEUE-DATE-INVALID   VALUE "N".

01  WS-QUEUE-PARAM-FLAG         PIC X(01).
    88  WS-QUEUE-PARAMS-VALID   VALUE "Y".
    88  WS-QUEUE-PARAMS-INVALID VALUE "N".
01  WS-QUEUE-ERROR-TEXT         PIC X(100).

01  WS-QUEUE-PAGE-MAX           PIC 9(02) COMP VALUE 20.
01  WS-QUEUE-PAGE-COUNT         PIC 9(02) COMP.
01  WS-QUEUE-LAST-TRANS         PIC 9(08).
01  WS-QUEUE-SCAN-FLAG          PIC X(01).
    88  WS-QUEUE-SCAN-DONE      VALUE "Y".
    88  WS-QUEUE-SCANNING       VALUE "N".
01  WS-QUEUE-MORE-FLAG          PIC X(01).
    88  WS-QUEUE-MORE-WAITING   VALUE "Y".
    88  WS-QUEUE-NO-MORE        VALUE "N".

*> A full page in JSON, the widest of the three renderings, with
*> every username escaped at its worst.
01  WS-QUEUE-RESPONSE-TEXT      PIC X(4000).
01  WS-QUEUE-RESPONSE-PTR       PIC 9(04) COMP.

*> Content negotiation working-storage, the same scheme SERVER3 uses:
*> the response body and Content-Type are picked from the caller's
*> first request:AcceptTypes entry (see negotiate-response-format).
01  WS-ACCEPT-TYPES             PIC X(100).
01  WS-ACCEPT-PRIMARY-TYPE      PIC X(40).
01  WS-FORMAT-TALLY             PIC 9(03) COMP.
01  WS-RESPONSE-FORMAT-FLAG     PIC X(01).
    88  WS-FORMAT-JSON          VALUE "J".
    88  WS-FORMAT-XML           VALUE "X".
    88  WS-FORMAT-PLAIN         VALUE "P".
01  WS-RESPONSE-CONTENT-TYPE    PIC X(24).
01  WS-RESPONSE-MESSAGE-TEXT    PIC X(100).
01  WS-RESPONSE-BODY-TEXT       PIC X(220).

*> Escapes stored text that would break the JSON/XML wrapping (see
*> escape-for-json / escape-for-xml): the text to escape is staged in
*> WS-ESCAPE-SOURCE and comes back in WS-ESCAPED-TEXT, its length one
*> less than WS-ESCAPE-OUT-PTR.
01  WS-ESCAPE-SOURCE            PIC X(100).
01  WS-ESCAPE-SOURCE-LENGTH     PIC 9(03) COMP.
01  WS-ESCAPED-TEXT             PIC X(200).
01  WS-ESCAPE-IN-IDX            PIC 9(03) COMP.
01  WS-ESCAPE-OUT-PTR           PIC 9(03) COMP.
01  WS-ESCAPE-OUT-LIMIT         PIC 9(03) COMP VALUE 201.
01  WS-ESCAPE-CHAR              PIC X(01).

PROCEDURE DIVISION.

mainline.
    PERFORM open-rate-limit-file
    PERFORM open-account-lockout
    PERFORM open-session-store
    PERFORM open-last-login-file
    PERFORM open-submission-master
    PERFORM open-route-metrics
    PERFORM report-last-shutdown-checkpoint
*> of everyone's window resetting together on the clock-minute
*> boundary; a stale window (record's date is not today, i.e. it has
*> been more than a day since this IP was last seen) is treated the
*> same way. KEYPURGE may delete an old window between the READ and
*> the REWRITE; the record is then simply written back.
update-rate-limit-record.
    IF RLIM-WINDOW-DATE NOT = WS-CURRENT-DATE
        MOVE WS-CURRENT-DATE            TO RLIM-WINDOW-DATE
        END-IF
    END-IF
    REWRITE RATE-LIMIT-RECORD
    IF RATE-LIMIT-NO-RECORD
        WRITE RATE-LIMIT-RECORD
    END-IF
    IF NOT RATE-LIMIT-OK
        MOVE "update-rate-limit-record"  TO WS-OPS-OPERATION
        MOVE WS-RATE-LIMIT-STATUS        TO WS-OPS-FILE-STATUS
            MOVE "USER" TO WS-REQUIRED-ROLE
            PERFORM dispatch-protected-route
            IF WS-AUTH-OK
                PERFORM route-submit-or-amend
            ELSE
                PERFORM route-auth-failure
            END-IF
            ELSE
                PERFORM route-auth-failure
            END-IF
        WHEN request:Url = "/queue" AND request:HttpMethod = "GET"
            MOVE "ADMIN" TO WS-REQUIRED-ROLE
            PERFORM dispatch-protected-route
            IF WS-AUTH-OK
                PERFORM route-work-queue
            ELSE
                PERFORM route-auth-failure
            END-IF
        WHEN request:Url = "/logout" AND request:HttpMethod = "POST"
            MOVE "USER" TO WS-REQUIRED-ROLE
            PERFORM dispatch-protected-route
                PERFORM route-auth-failure
            END-IF
        WHEN request:Url = "/upload" AND request:HttpMethod = "POST"
            MOVE "USER" TO WS-REQUIRED-ROLE
            PERFORM dispatch-protected-route
            IF WS-AUTH-OK
                PERFORM route-upload
            ELSE
                PERFORM route-auth-failure
            END-IF
        WHEN request:Url = "/download" AND request:HttpMethod = "GET"
            MOVE "USER" TO WS-REQUIRED-ROLE
            PERFORM dispatch-protected-route
            IF WS-AUTH-OK
                PERFORM route-download
            ELSE
                PERFORM route-auth-failure
            END-IF
        WHEN request:Url = "/metrics" AND request:HttpMethod = "GET"
            PERFORM route-metrics
        WHEN request:Url = "/shutdown" AND request:HttpMethod = "POST"
    END-IF
    .

*> A PUT naming a Transaction amends that stored submission; a PUT
*> without one is a new submission, exactly as it always was.
route-submit-or-amend.
    MOVE request:Params:Transaction TO WS-TRANS-PARAM-TEXT
    IF WS-TRANS-PARAM-TEXT = SPACES
        PERFORM route-submit
    ELSE
        PERFORM route-amend-submission
    END-IF
    .

route-validation-failure.
    SET request:Response:Content TO WS-VALIDATION-ERROR-TEXT
    SET request:Response:ContentType TO "text/plain"
            " SUBMMASTOLD and run SUBMREORG."
    END-IF
    PERFORM find-next-transaction-number
    PERFORM open-submission-history
    .

open-submission-history.
    OPEN I-O SUBMISSION-HISTORY-FILE
    IF SUBMISSION-HISTORY-NOT-FOUND
        OPEN OUTPUT SUBMISSION-HISTORY-FILE
        CLOSE SUBMISSION-HISTORY-FILE
        OPEN I-O SUBMISSION-HISTORY-FILE
    END-IF
    IF NOT SUBMISSION-HISTORY-OK
        DISPLAY "SUBMHIST open failed, file status "
            WS-SUBMISSION-HISTORY-STATUS "."
    END-IF
    .

find-next-transaction-number.
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

store-submission.
    SET WS-SUBMISSION-NOT-STORED TO TRUE
    MOVE 0 TO WS-STORE-ATTEMPTS
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    PERFORM write-new-submission
        UNTIL WS-SUBMISSION-STORED OR WS-SUBMISSION-REFUSED
    IF WS-SUBMISSION-REFUSED
        MOVE "store-submission"            TO WS-OPS-OPERATION
        MOVE WS-SUBMISSION-MASTER-STATUS   TO WS-OPS-FILE-STATUS
        MOVE "SUBMISSION WRITE FAILED"     TO WS-OPS-DETAIL
        PERFORM write-file-error-event
    END-IF
    .

*> The record is built afresh on every attempt because the rescan
*> after a duplicate key reads through the same record area.
write-new-submission.
    ADD 1 TO WS-STORE-ATTEMPTS
    MOVE SPACES TO SUBMISSION-MASTER-RECORD
    MOVE WS-NEXT-TRANS-NUMBER   TO SUBM-TRANS-NUMBER
    MOVE WS-LOOKUP-USERNAME     TO SUBM-USERNAME
    MOVE request:ClientIp       TO SUBM-CLIENT-IP
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
    .

*> GET /submission?Transaction=nnn: retrieves the stored record for a
*> quoted transaction number, followed by the documents uploaded
*> against it. An unknown number is a plain 404; a missing or
*> non-numeric parameter is the caller's error, not ours.
route-submission-lookup.
    PERFORM parse-transaction-param
    IF WS-TRANS-PARAM-INVALID
*> A ninth digit, a space between digits, or any other character is
*> the caller's error and fails the parse.
parse-transaction-param.
    MOVE request:Params:Transaction TO WS-TRANS-PARAM-TEXT
    PERFORM parse-trans-param-text
    .

*> The digit-at-a-time parse itself, for any parameter that carries a
*> transaction number staged in WS-TRANS-PARAM-TEXT.
parse-trans-param-text.
    SET WS-TRANS-PARAM-VALID TO TRUE
    SET WS-TRANS-DIGITS-OPEN TO TRUE
    MOVE 0 TO WS-LOOKUP-TRANS-NUMBER
    MOVE 0 TO WS-TRANS-DIGIT-COUNT
    PERFORM parse-transaction-digit
    END-READ
    .

*> Once SUBMEXTR has handed a record to the posting system its status
*> belongs to SUBMPOST, so a reviewer can no longer move it.
update-submission-status.
    IF SUBM-EXTRACTED
        SET request:Response:Content
            TO "Transaction already extracted; status not changed."
        SET request:Response:StatusCode TO 409
        SET request:Response:StatusDescription TO "Conflict"
    ELSE
        PERFORM rewrite-submission-status
    END-IF
    .

rewrite-submission-status.
    MOVE SUBM-STATUS TO WS-REVIEW-OLD-STATUS
    IF WS-REVIEW-OLD-STATUS = SPACES
        MOVE "NEW" TO WS-REVIEW-OLD-STATUS
    .

*> Opened EXTEND and closed per write like the upload manifest, so
*> the trail survives any kind of server stop without a close. Also
*> written by an amendment, which returns the record to NEW.
write-submission-audit-record.
    OPEN EXTEND SUBMISSION-AUDIT-FILE
    IF SUBMISSION-AUDIT-NOT-FOUND
    CLOSE SUBMISSION-AUDIT-FILE
    .

*> ---------------------------------------------------------------
*> Amendment: PUT /submit?Transaction=nnn with a fresh name=value
*> body. The submitter (or an ADMIN) may correct a submission that is
*> still NEW or has been REJECTED, as long as SUBMEXTR has not yet
*> taken it; the new body is held to the same VALRULES as a new
*> submission. The field table being replaced is written to SUBMHIST
*> first, then the master is rewritten with the new fields and put
*> back to NEW for review, and SUBMAUDT records who amended it. If
*> the rewrite fails after the history write, the history record
*> simply holds the content the master still has - nothing is lost.
*> ---------------------------------------------------------------
route-amend-submission.
    PERFORM parse-trans-param-text
    IF WS-TRANS-PARAM-INVALID
        SET request:Response:Content
            TO "A numeric Transaction parameter is required."
        SET request:Response:StatusCode TO 400
        SET request:Response:StatusDescription TO "Bad Request"
    ELSE
        MOVE WS-LOOKUP-TRANS-NUMBER TO SUBM-TRANS-NUMBER
        READ SUBMISSION-MASTER-FILE
            INVALID KEY
                SET request:Response:Content TO "Not Found"
                SET request:Response:StatusCode TO 404
                SET request:Response:StatusDescription TO "Not Found"
            NOT INVALID KEY
                PERFORM check-amendment-allowed
        END-READ
    END-IF
    SET request:Response:ContentType TO "text/plain"
    SET request:Response:WriteHeader TO TRUE
    .

check-amendment-allowed.
    EVALUATE TRUE
        WHEN WS-AUTH-ROLE NOT = "ADMIN"
         AND SUBM-USERNAME NOT = WS-LOOKUP-USERNAME
            SET request:Response:Content TO "Forbidden"
            SET request:Response:StatusCode TO 403
            SET request:Response:StatusDescription TO "Forbidden"
        WHEN SUBM-EXTRACTED
            SET request:Response:Content
                TO "Transaction already extracted for posting; not amended."
            SET request:Response:StatusCode TO 409
            SET request:Response:StatusDescription TO "Conflict"
        WHEN NOT SUBM-STATUS-NEW AND NOT SUBM-STATUS-REJECTED
            SET request:Response:Content
                TO "Only NEW or REJECTED submissions can be amended."
            SET request:Response:StatusCode TO 409
            SET request:Response:StatusDescription TO "Conflict"
        WHEN OTHER
            PERFORM validate-amendment-body
    END-EVALUATE
    .

validate-amendment-body.
    PERFORM parse-request-body
    PERFORM validate-body-fields
    EVALUATE TRUE
        WHEN WS-VALIDATION-FAILED
            SET request:Response:Content TO WS-VALIDATION-ERROR-TEXT
            SET request:Response:StatusCode TO 422
            SET request:Response:StatusDescription
                TO "Unprocessable Entity"
        WHEN BF-FIELD-COUNT = 0
            SET request:Response:Content
                TO "No fields were submitted."
            SET request:Response:StatusCode TO 400
            SET request:Response:StatusDescription TO "Bad Request"
        WHEN OTHER
            PERFORM apply-amendment
    END-EVALUATE
    .

apply-amendment.
    MOVE SUBM-STATUS TO WS-REVIEW-OLD-STATUS
    IF WS-REVIEW-OLD-STATUS = SPACES
        MOVE "NEW" TO WS-REVIEW-OLD-STATUS
    END-IF
    PERFORM save-submission-history
    IF WS-AMEND-SAVED
        PERFORM rewrite-amended-submission
    ELSE
        SET request:Response:Content
            TO "Submission could not be amended."
        SET request:Response:StatusCode TO 500
        SET request:Response:StatusDescription
            TO "Internal Server Error"
    END-IF
    .

*> The next version is one past the highest already on file for this
*> transaction; a submission never amended before saves version 001.
save-submission-history.
    SET WS-AMEND-NOT-SAVED TO TRUE
    MOVE 0 TO WS-AMEND-VERSION
    MOVE SUBM-TRANS-NUMBER TO SHST-TRANS-NUMBER
    MOVE 0 TO SHST-VERSION
    SET WS-AMEND-SCANNING TO TRUE
    START SUBMISSION-HISTORY-FILE KEY > SHST-KEY
        INVALID KEY
            SET WS-AMEND-SCAN-DONE TO TRUE
    END-START
    PERFORM read-next-history-version
        UNTIL WS-AMEND-SCAN-DONE
    ADD 1 TO WS-AMEND-VERSION
    MOVE SPACES TO SUBMISSION-HISTORY-RECORD
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SUBM-TRANS-NUMBER      TO SHST-TRANS-NUMBER
    MOVE WS-AMEND-VERSION       TO SHST-VERSION
    MOVE WS-LOOKUP-USERNAME     TO SHST-AMENDED-BY
    MOVE WS-CURRENT-DATE        TO SHST-AMENDED-DATE
    MOVE WS-CURRENT-TIME        TO SHST-AMENDED-TIME
    MOVE WS-REVIEW-OLD-STATUS   TO SHST-PRIOR-STATUS
    MOVE SUBM-FIELD-COUNT       TO SHST-FIELD-COUNT
    PERFORM copy-history-field
        VARYING WS-SUBMIT-FIELD-SUB FROM 1 BY 1
        UNTIL WS-SUBMIT-FIELD-SUB > 20
    WRITE SUBMISSION-HISTORY-RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-AMEND-SAVED TO TRUE
    END-WRITE
    IF WS-AMEND-NOT-SAVED
        MOVE "save-submission-history"     TO WS-OPS-OPERATION
        MOVE WS-SUBMISSION-HISTORY-STATUS  TO WS-OPS-FILE-STATUS
        MOVE "SUBMISSION HISTORY WRITE FAILED" TO WS-OPS-DETAIL
        PERFORM write-file-error-event
    END-IF
    .

read-next-history-version.
    READ SUBMISSION-HISTORY-FILE NEXT
        AT END
            SET WS-AMEND-SCAN-DONE TO TRUE
        NOT AT END
            IF SHST-TRANS-NUMBER = SUBM-TRANS-NUMBER
                MOVE SHST-VERSION TO WS-AMEND-VERSION
            ELSE
                SET WS-AMEND-SCAN-DONE TO TRUE
            END-IF
    END-READ
    .

copy-history-field.
    MOVE SUBM-FIELD-NAME (WS-SUBMIT-FIELD-SUB)
        TO SHST-FIELD-NAME (WS-SUBMIT-FIELD-SUB)
    MOVE SUBM-FIELD-VALUE (WS-SUBMIT-FIELD-SUB)
        TO SHST-FIELD-VALUE (WS-SUBMIT-FIELD-SUB)
    .

*> SUBM-DATE/TIME stay as first submitted - the backlog ages from
*> then - and only the fields and status change.
rewrite-amended-submission.
    SET WS-REVIEW-NOT-UPDATED TO TRUE
    PERFORM clear-submission-field
        VARYING WS-SUBMIT-FIELD-SUB FROM 1 BY 1
        UNTIL WS-SUBMIT-FIELD-SUB > 20
    MOVE BF-FIELD-COUNT TO SUBM-FIELD-COUNT
    PERFORM copy-submission-field
        VARYING WS-SUBMIT-FIELD-SUB FROM 1 BY 1
        UNTIL WS-SUBMIT-FIELD-SUB > BF-FIELD-COUNT
    MOVE "NEW" TO SUBM-STATUS
    REWRITE SUBMISSION-MASTER-RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-REVIEW-UPDATED TO TRUE
    END-REWRITE
    IF WS-REVIEW-UPDATED
        MOVE "NEW" TO WS-REVIEW-NEW-STATUS
        MOVE SPACES TO WS-REVIEW-REASON
        STRING "AMENDED, PRIOR FIELDS KEPT AS SUBMHIST VERSION "
                   DELIMITED BY SIZE
               WS-AMEND-VERSION DELIMITED BY SIZE
            INTO WS-REVIEW-REASON
        PERFORM write-submission-audit-record
        MOVE SPACES TO WS-AMEND-RESPONSE-TEXT
        STRING "Transaction " DELIMITED BY SIZE
               SUBM-TRANS-NUMBER DELIMITED BY SIZE
               " amended and returned to NEW; prior version "
                   DELIMITED BY SIZE
               WS-AMEND-VERSION DELIMITED BY SIZE
               " kept." DELIMITED BY SIZE
            INTO WS-AMEND-RESPONSE-TEXT
        SET request:Response:Content TO WS-AMEND-RESPONSE-TEXT
        SET request:Response:StatusCode TO 200
        SET request:Response:StatusDescription TO "OK"
    ELSE
        MOVE "rewrite-amended-submission"  TO WS-OPS-OPERATION
        MOVE WS-SUBMISSION-MASTER-STATUS   TO WS-OPS-FILE-STATUS
        MOVE "SUBMISSION AMENDMENT REWRITE FAILED" TO WS-OPS-DETAIL
        PERFORM write-file-error-event
        SET request:Response:Content
            TO "Submission could not be amended."
        SET request:Response:StatusCode TO 500
        SET request:Response:StatusDescription
            TO "Internal Server Error"
    END-IF
    .

clear-submission-field.
    MOVE SPACES TO SUBM-FIELD-NAME (WS-SUBMIT-FIELD-SUB)
    MOVE SPACES TO SUBM-FIELD-VALUE (WS-SUBMIT-FIELD-SUB)
    .

*> Formats the stored submission for the caller: header first with
*> the current lifecycle status, then every stored name=value pair.
*> DELIMITED BY SPACE matches how the original /submit echo rendered
    PERFORM append-submission-field
        VARYING WS-SUBMIT-FIELD-SUB FROM 1 BY 1
        UNTIL WS-SUBMIT-FIELD-SUB > SUBM-FIELD-COUNT
    MOVE SUBM-TRANS-NUMBER TO WS-ATTACH-TRANS-NUMBER
    PERFORM collect-transaction-attachments
    PERFORM append-submission-attachment
        VARYING WS-ATTACH-SUB FROM 1 BY 1
        UNTIL WS-ATTACH-SUB > WS-ATTACHMENT-COUNT
    IF WS-ATTACHMENTS-TRUNCATED
        STRING "; attachment=(more not listed)" DELIMITED BY SIZE
            INTO WS-SUBMISSION-RESPONSE-TEXT
            WITH POINTER WS-SUBMISSION-RESPONSE-PTR
            ON OVERFLOW
                CONTINUE
        END-STRING
    END-IF
    .

append-submission-attachment.
    STRING "; attachment=" DELIMITED BY SIZE
           WS-ATTACHMENT-NAME (WS-ATTACH-SUB) DELIMITED BY SPACE
        INTO WS-SUBMISSION-RESPONSE-TEXT
        WITH POINTER WS-SUBMISSION-RESPONSE-PTR
        ON OVERFLOW
            CONTINUE
    END-STRING
    .

append-submission-field.
    END-STRING
    .

*> ---------------------------------------------------------------
*> Reviewer work queue: GET /queue?Status=NEW&Username=u&FromDate=
*> yyyymmdd&ToDate=yyyymmdd&After=nnn, every parameter optional.
*> ADMIN-only via dispatch-request. The master is read in key order
*> from just past After, so each page starts where the last one
*> stopped however the backlog has moved since; one match beyond a
*> full page is read to know whether to offer a continuation key.
*> The page is rendered as JSON, XML or plain text by the caller's
*> Accept header, the way SERVER3 negotiates.
*> ---------------------------------------------------------------
route-work-queue.
    PERFORM negotiate-response-format
    PERFORM parse-queue-params
    IF WS-QUEUE-PARAMS-INVALID
        MOVE WS-QUEUE-ERROR-TEXT TO WS-RESPONSE-MESSAGE-TEXT
        PERFORM render-negotiated-body
        SET request:Response:Content TO WS-RESPONSE-BODY-TEXT
        SET request:Response:StatusCode TO 400
        SET request:Response:StatusDescription TO "Bad Request"
    ELSE
        PERFORM build-queue-page
        SET request:Response:Content TO WS-QUEUE-RESPONSE-TEXT
        SET request:Response:StatusCode TO 200
        SET request:Response:StatusDescription TO "OK"
    END-IF
    SET request:Response:ContentType TO WS-RESPONSE-CONTENT-TYPE
    SET request:Response:WriteHeader TO TRUE
    .

parse-queue-params.
    SET WS-QUEUE-PARAMS-VALID TO TRUE
    MOVE request:Params:Status TO WS-QUEUE-STATUS-FILTER
    IF WS-QUEUE-STATUS-FILTER = SPACES
        MOVE "NEW" TO WS-QUEUE-STATUS-FILTER
    END-IF
    MOVE request:Params:Username TO WS-QUEUE-USERNAME-FILTER
    MOVE 0 TO WS-QUEUE-AFTER-TRANS
    MOVE request:Params:After TO WS-TRANS-PARAM-TEXT
    IF WS-TRANS-PARAM-TEXT NOT = SPACES
        PERFORM parse-trans-param-text
        IF WS-TRANS-PARAM-VALID
            MOVE WS-LOOKUP-TRANS-NUMBER TO WS-QUEUE-AFTER-TRANS
        ELSE
            SET WS-QUEUE-PARAMS-INVALID TO TRUE
            MOVE "After must be the transaction number a page ended at."
                TO WS-QUEUE-ERROR-TEXT
        END-IF
    END-IF
    MOVE request:Params:FromDate TO WS-QUEUE-DATE-TEXT
    PERFORM parse-queue-date
    IF WS-QUEUE-DATE-VALID
        IF WS-QUEUE-DATE-TEXT = SPACES
            MOVE 0 TO WS-QUEUE-FROM-DATE
        ELSE
            MOVE WS-QUEUE-DATE-TEXT (1:8) TO WS-QUEUE-FROM-DATE
        END-IF
    ELSE
        SET WS-QUEUE-PARAMS-INVALID TO TRUE
        MOVE "FromDate must be eight digits, yyyymmdd."
            TO WS-QUEUE-ERROR-TEXT
    END-IF
    MOVE request:Params:ToDate TO WS-QUEUE-DATE-TEXT
    PERFORM parse-queue-date
    IF WS-QUEUE-DATE-VALID
        IF WS-QUEUE-DATE-TEXT = SPACES
            MOVE 99999999 TO WS-QUEUE-TO-DATE
        ELSE
            MOVE WS-QUEUE-DATE-TEXT (1:8) TO WS-QUEUE-TO-DATE
        END-IF
    ELSE
        SET WS-QUEUE-PARAMS-INVALID TO TRUE
        MOVE "ToDate must be eight digits, yyyymmdd."
            TO WS-QUEUE-ERROR-TEXT
    END-IF
    IF NOT WS-QUEUE-STATUS-VALID
        SET WS-QUEUE-PARAMS-INVALID TO TRUE
        MOVE "Status must be NEW, APPROVED, REJECTED, POSTED, POSTFAIL."
            TO WS-QUEUE-ERROR-TEXT
    END-IF
    .

*> A date filter is either absent or exactly eight digits.
parse-queue-date.
    SET WS-QUEUE-DATE-VALID TO TRUE
    IF WS-QUEUE-DATE-TEXT NOT = SPACES
        IF WS-QUEUE-DATE-TEXT (1:8) IS NOT NUMERIC
           OR WS-QUEUE-DATE-TEXT (9:8) NOT = SPACES
            SET WS-QUEUE-DATE-INVALID TO TRUE
        END-IF
    END-IF
    .

build-queue-page.
    MOVE 0 TO WS-QUEUE-PAGE-COUNT
    MOVE 0 TO WS-QUEUE-LAST-TRANS
    SET WS-QUEUE-NO-MORE TO TRUE
    SET WS-QUEUE-SCANNING TO TRUE
    MOVE SPACES TO WS-QUEUE-RESPONSE-TEXT
    MOVE 1 TO WS-QUEUE-RESPONSE-PTR
    EVALUATE TRUE
        WHEN WS-FORMAT-JSON
            STRING '{"status":"' DELIMITED BY SIZE
                   WS-QUEUE-STATUS-FILTER DELIMITED BY SPACE
                   '","submissions":[' DELIMITED BY SIZE
                INTO WS-QUEUE-RESPONSE-TEXT
                WITH POINTER WS-QUEUE-RESPONSE-PTR
            END-STRING
        WHEN WS-FORMAT-XML
            STRING "<queue><status>" DELIMITED BY SIZE
                   WS-QUEUE-STATUS-FILTER DELIMITED BY SPACE
                   "</status>" DELIMITED BY SIZE
                INTO WS-QUEUE-RESPONSE-TEXT
                WITH POINTER WS-QUEUE-RESPONSE-PTR
            END-STRING
        WHEN OTHER
            STRING "Submissions with status " DELIMITED BY SIZE
                   WS-QUEUE-STATUS-FILTER DELIMITED BY SPACE
                INTO WS-QUEUE-RESPONSE-TEXT
                WITH POINTER WS-QUEUE-RESPONSE-PTR
            END-STRING
    END-EVALUATE
    MOVE WS-QUEUE-AFTER-TRANS TO SUBM-TRANS-NUMBER
    START SUBMISSION-MASTER-FILE KEY > SUBM-TRANS-NUMBER
        INVALID KEY
            SET WS-QUEUE-SCAN-DONE TO TRUE
    END-START
    PERFORM scan-next-queue-record
        UNTIL WS-QUEUE-SCAN-DONE
    PERFORM finish-queue-page
    .

scan-next-queue-record.
    READ SUBMISSION-MASTER-FILE NEXT
        AT END
            SET WS-QUEUE-SCAN-DONE TO TRUE
        NOT AT END
            PERFORM select-queue-record
    END-READ
    .

select-queue-record.
    MOVE SUBM-STATUS TO WS-DISPLAY-STATUS
    IF WS-DISPLAY-STATUS = SPACES
        MOVE "NEW" TO WS-DISPLAY-STATUS
    END-IF
    IF WS-DISPLAY-STATUS = WS-QUEUE-STATUS-FILTER
       AND (WS-QUEUE-USERNAME-FILTER = SPACES
            OR SUBM-USERNAME = WS-QUEUE-USERNAME-FILTER)
       AND SUBM-DATE >= WS-QUEUE-FROM-DATE
       AND SUBM-DATE <= WS-QUEUE-TO-DATE
        IF WS-QUEUE-PAGE-COUNT < WS-QUEUE-PAGE-MAX
            ADD 1 TO WS-QUEUE-PAGE-COUNT
            MOVE SUBM-TRANS-NUMBER TO WS-QUEUE-LAST-TRANS
            PERFORM append-queue-entry
        ELSE
            SET WS-QUEUE-MORE-WAITING TO TRUE
            SET WS-QUEUE-SCAN-DONE TO TRUE
        END-IF
    END-IF
    .

append-queue-entry.
    MOVE SUBM-USERNAME TO WS-ESCAPE-SOURCE
    EVALUATE TRUE
        WHEN WS-FORMAT-JSON
            PERFORM escape-for-json
            IF WS-QUEUE-PAGE-COUNT > 1
                STRING "," DELIMITED BY SIZE
                    INTO WS-QUEUE-RESPONSE-TEXT
                    WITH POINTER WS-QUEUE-RESPONSE-PTR
                END-STRING
            END-IF
            STRING '{"transaction":"' DELIMITED BY SIZE
                   SUBM-TRANS-NUMBER DELIMITED BY SIZE
                   '","username":"' DELIMITED BY SIZE
                   WS-ESCAPED-TEXT (1:WS-ESCAPE-OUT-PTR - 1)
                       DELIMITED BY SIZE
                   '","date":"' DELIMITED BY SIZE
                   SUBM-DATE DELIMITED BY SIZE
                   '","time":"' DELIMITED BY SIZE
                   SUBM-TIME DELIMITED BY SIZE
                   '","status":"' DELIMITED BY SIZE
                   WS-DISPLAY-STATUS DELIMITED BY SPACE
                   '"}' DELIMITED BY SIZE
                INTO WS-QUEUE-RESPONSE-TEXT
                WITH POINTER WS-QUEUE-RESPONSE-PTR
            END-STRING
        WHEN WS-FORMAT-XML
            PERFORM escape-for-xml
            STRING "<submission><transaction>" DELIMITED BY SIZE
                   SUBM-TRANS-NUMBER DELIMITED BY SIZE
                   "</transaction><username>" DELIMITED BY SIZE
                   WS-ESCAPED-TEXT (1:WS-ESCAPE-OUT-PTR - 1)
                       DELIMITED BY SIZE
                   "</username><date>" DELIMITED BY SIZE
                   SUBM-DATE DELIMITED BY SIZE
                   "</date><time>" DELIMITED BY SIZE
                   SUBM-TIME DELIMITED BY SIZE
                   "</time><status>" DELIMITED BY SIZE
                   WS-DISPLAY-STATUS DELIMITED BY SPACE
                   "</status></submission>" DELIMITED BY SIZE
                INTO WS-QUEUE-RESPONSE-TEXT
                WITH POINTER WS-QUEUE-RESPONSE-PTR
            END-STRING
        WHEN OTHER
            STRING "; " DELIMITED BY SIZE
                   SUBM-TRANS-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUBM-USERNAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   SUBM-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUBM-TIME DELIMITED BY SIZE
                INTO WS-QUEUE-RESPONSE-TEXT
                WITH POINTER WS-QUEUE-RESPONSE-PTR
            END-STRING
    END-EVALUATE
    .

*> Closes the page and names the continuation key when another page
*> is waiting behind this one.
finish-queue-page.
    EVALUATE TRUE
        WHEN WS-FORMAT-JSON
            STRING "]," DELIMITED BY SIZE
                INTO WS-QUEUE-RESPONSE-TEXT
                WITH POINTER WS-QUEUE-RESPONSE-PTR
            END-STRING
            IF WS-QUEUE-MORE-WAITING
                STRING '"next":"' DELIMITED BY SIZE
                       WS-QUEUE-LAST-TRANS DELIMITED BY SIZE
                       '"}' DELIMITED BY SIZE
                    INTO WS-QUEUE-RESPONSE-TEXT
                    WITH POINTER WS-QUEUE-RESPONSE-PTR
                END-STRING
            ELSE
                STRING '"next":null}' DELIMITED BY SIZE
                    INTO WS-QUEUE-RESPONSE-TEXT
                    WITH POINTER WS-QUEUE-RESPONSE-PTR
                END-STRING
            END-IF
        WHEN WS-FORMAT-XML
            IF WS-QUEUE-MORE-WAITING
                STRING "<next>" DELIMITED BY SIZE
                       WS-QUEUE-LAST-TRANS DELIMITED BY SIZE
                       "</next>" DELIMITED BY SIZE
                    INTO WS-QUEUE-RESPONSE-TEXT
                    WITH POINTER WS-QUEUE-RESPONSE-PTR
                END-STRING
            END-IF
            STRING "</queue>" DELIMITED BY SIZE
                INTO WS-QUEUE-RESPONSE-TEXT
                WITH POINTER WS-QUEUE-RESPONSE-PTR
            END-STRING
        WHEN OTHER
            IF WS-QUEUE-PAGE-COUNT = 0
                STRING ": none" DELIMITED BY SIZE
                    INTO WS-QUEUE-RESPONSE-TEXT
                    WITH POINTER WS-QUEUE-RESPONSE-PTR
                END-STRING
            END-IF
            IF WS-QUEUE-MORE-WAITING
                STRING "; more follow, next page After="
                           DELIMITED BY SIZE
                       WS-QUEUE-LAST-TRANS DELIMITED BY SIZE
                    INTO WS-QUEUE-RESPONSE-TEXT
                    WITH POINTER WS-QUEUE-RESPONSE-PTR
                END-STRING
            ELSE
                STRING "; end of list." DELIMITED BY SIZE
                    INTO WS-QUEUE-RESPONSE-TEXT
                    WITH POINTER WS-QUEUE-RESPONSE-PTR
                END-STRING
            END-IF
    END-EVALUATE
    .

*> ---------------------------------------------------------------
*> Content negotiation, as in SERVER3: pick JSON, XML, or plain text
*> from the caller's single most-preferred entry in
*> request:AcceptTypes (the first, comma-separated, entry ahead of
*> any ";q=" weight), defaulting to plain text when that entry names
*> neither JSON nor XML.
*> ---------------------------------------------------------------
negotiate-response-format.
    MOVE SPACES TO WS-ACCEPT-TYPES
    MOVE request:AcceptTypes TO WS-ACCEPT-TYPES
    PERFORM extract-primary-accept-type
    SET WS-FORMAT-PLAIN TO TRUE
    MOVE "text/plain" TO WS-RESPONSE-CONTENT-TYPE
    MOVE 0 TO WS-FORMAT-TALLY
    INSPECT WS-ACCEPT-PRIMARY-TYPE TALLYING WS-FORMAT-TALLY FOR ALL "json"
    IF WS-FORMAT-TALLY > 0
        SET WS-FORMAT-JSON TO TRUE
        MOVE "application/json" TO WS-RESPONSE-CONTENT-TYPE
    ELSE
        MOVE 0 TO WS-FORMAT-TALLY
        INSPECT WS-ACCEPT-PRIMARY-TYPE TALLYING WS-FORMAT-TALLY
            FOR ALL "xml"
        IF WS-FORMAT-TALLY > 0
            SET WS-FORMAT-XML TO TRUE
            MOVE "application/xml" TO WS-RESPONSE-CONTENT-TYPE
        END-IF
    END-IF
    .

extract-primary-accept-type.
    MOVE SPACES TO WS-ACCEPT-PRIMARY-TYPE
    UNSTRING WS-ACCEPT-TYPES DELIMITED BY "," OR ";"
        INTO WS-ACCEPT-PRIMARY-TYPE
    END-UNSTRING
    .

*> Wraps a one-line message the way SERVER3 does: {"message":"..."},
*> <message>...</message>, or the text as it stands.
render-negotiated-body.
    MOVE SPACES TO WS-RESPONSE-BODY-TEXT
    MOVE WS-RESPONSE-MESSAGE-TEXT TO WS-ESCAPE-SOURCE
    EVALUATE TRUE
        WHEN WS-FORMAT-JSON
            PERFORM escape-for-json
            STRING '{"message":"' DELIMITED BY SIZE
                   WS-ESCAPED-TEXT (1:WS-ESCAPE-OUT-PTR - 1)
                       DELIMITED BY SIZE
                   '"}' DELIMITED BY SIZE
                INTO WS-RESPONSE-BODY-TEXT
        WHEN WS-FORMAT-XML
            PERFORM escape-for-xml
            STRING "<message>" DELIMITED BY SIZE
                   WS-ESCAPED-TEXT (1:WS-ESCAPE-OUT-PTR - 1)
                       DELIMITED BY SIZE
                   "</message>" DELIMITED BY SIZE
                INTO WS-RESPONSE-BODY-TEXT
        WHEN OTHER
            MOVE WS-RESPONSE-MESSAGE-TEXT TO WS-RESPONSE-BODY-TEXT
    END-EVALUATE
    .

*> Quotes, backslashes, angle brackets and ampersands in stored text
*> are neutralized before it is spliced into a JSON or XML wrapper.
*> The source is never empty here (usernames and messages always
*> carry text), so the escaped result is at least one character.
escape-for-json.
    PERFORM find-escape-source-length
    MOVE SPACES TO WS-ESCAPED-TEXT
    MOVE 1 TO WS-ESCAPE-IN-IDX
    MOVE 1 TO WS-ESCAPE-OUT-PTR
    PERFORM escape-next-json-char
        UNTIL WS-ESCAPE-IN-IDX > WS-ESCAPE-SOURCE-LENGTH
           OR WS-ESCAPE-OUT-PTR > LENGTH OF WS-ESCAPED-TEXT
    .

escape-next-json-char.
    MOVE WS-ESCAPE-SOURCE (WS-ESCAPE-IN-IDX:1) TO WS-ESCAPE-CHAR
    EVALUATE WS-ESCAPE-CHAR
        WHEN '"'
            STRING '\"' DELIMITED BY SIZE
                INTO WS-ESCAPED-TEXT
                WITH POINTER WS-ESCAPE-OUT-PTR
                ON OVERFLOW
                    MOVE WS-ESCAPE-OUT-LIMIT TO WS-ESCAPE-OUT-PTR
            END-STRING
        WHEN "\"
            STRING "\\" DELIMITED BY SIZE
                INTO WS-ESCAPED-TEXT
                WITH POINTER WS-ESCAPE-OUT-PTR
                ON OVERFLOW
                    MOVE WS-ESCAPE-OUT-LIMIT TO WS-ESCAPE-OUT-PTR
            END-STRING
        WHEN OTHER
            STRING WS-ESCAPE-CHAR DELIMITED BY SIZE
                INTO WS-ESCAPED-TEXT
                WITH POINTER WS-ESCAPE-OUT-PTR
                ON OVERFLOW
                    MOVE WS-ESCAPE-OUT-LIMIT TO WS-ESCAPE-OUT-PTR
            END-STRING
    END-EVALUATE
    ADD 1 TO WS-ESCAPE-IN-IDX
    .

escape-for-xml.
    PERFORM find-escape-source-length
    MOVE SPACES TO WS-ESCAPED-TEXT
    MOVE 1 TO WS-ESCAPE-IN-IDX
    MOVE 1 TO WS-ESCAPE-OUT-PTR
    PERFORM escape-next-xml-char
        UNTIL WS-ESCAPE-IN-IDX > WS-ESCAPE-SOURCE-LENGTH
           OR WS-ESCAPE-OUT-PTR > LENGTH OF WS-ESCAPED-TEXT
    .

escape-next-xml-char.
    MOVE WS-ESCAPE-SOURCE (WS-ESCAPE-IN-IDX:1) TO WS-ESCAPE-CHAR
    EVALUATE WS-ESCAPE-CHAR
        WHEN "&"
            STRING "&amp;" DELIMITED BY SIZE
                INTO WS-ESCAPED-TEXT
                WITH POINTER WS-ESCAPE-OUT-PTR
                ON OVERFLOW
                    MOVE WS-ESCAPE-OUT-LIMIT TO WS-ESCAPE-OUT-PTR
            END-STRING
        WHEN "<"
            STRING "&lt;" DELIMITED BY SIZE
                INTO WS-ESCAPED-TEXT
                WITH POINTER WS-ESCAPE-OUT-PTR
                ON OVERFLOW
                    MOVE WS-ESCAPE-OUT-LIMIT TO WS-ESCAPE-OUT-PTR
            END-STRING
        WHEN ">"
            STRING "&gt;" DELIMITED BY SIZE
                INTO WS-ESCAPED-TEXT
                WITH POINTER WS-ESCAPE-OUT-PTR
                ON OVERFLOW
                    MOVE WS-ESCAPE-OUT-LIMIT TO WS-ESCAPE-OUT-PTR
            END-STRING
        WHEN OTHER
            STRING WS-ESCAPE-CHAR DELIMITED BY SIZE
                INTO WS-ESCAPED-TEXT
                WITH POINTER WS-ESCAPE-OUT-PTR
                ON OVERFLOW
                    MOVE WS-ESCAPE-OUT-LIMIT TO WS-ESCAPE-OUT-PTR
            END-STRING
    END-EVALUATE
    ADD 1 TO WS-ESCAPE-IN-IDX
    .

*> Length of WS-ESCAPE-SOURCE up to its last non-space character, so
*> the field's trailing padding stays out of the response.
find-escape-source-length.
    MOVE LENGTH OF WS-ESCAPE-SOURCE TO WS-ESCAPE-SOURCE-LENGTH
    PERFORM shrink-escape-source-length
        UNTIL WS-ESCAPE-SOURCE (WS-ESCAPE-SOURCE-LENGTH:1) NOT = SPACE
           OR WS-ESCAPE-SOURCE-LENGTH = 1
    .

shrink-escape-source-length.
    SUBTRACT 1 FROM WS-ESCAPE-SOURCE-LENGTH
    .

*> ---------------------------------------------------------------
*> Body-field validation: every VALRULES rule is applied to the
*> parsed BODY-FORM-RECORD; every failure is appended to the error
*> text with the field and the rule it broke, so the caller sees all
*> of their problems in one 422 instead of one per resubmission.
*> SUBMLOAD applies the same rules to partner files with its own
*> copy of these paragraphs: any change here MUST be made the same
*> way there, or the two channels accept different things.
*> ---------------------------------------------------------------
load-validation-rules.
    OPEN INPUT VALIDATION-RULES-FILE

*> ---------------------------------------------------------------
*> Upload handling: save request:Files content under the data
*> directory and record it in the upload manifest file. USER-level
*> via dispatch-request, so the manifest can name the uploader. An
*> optional Transaction parameter attaches the document to a stored
*> submission, which must exist and - unless the caller is an ADMIN
*> - be the caller's own. A name already on file for another
*> account is refused rather than overwritten.
*> ---------------------------------------------------------------
route-upload.
    PERFORM check-upload-allowed
    IF WS-UPLOAD-ACCEPTED
        PERFORM save-uploaded-file
        IF WS-UPLOAD-SAVED
            PERFORM write-upload-manifest-record
            SET request:Response:Content TO "File received."
            SET request:Response:StatusCode TO 200
            SET request:Response:StatusDescription TO "OK"
        ELSE
            SET request:Response:Content TO "Upload rejected."
            SET request:Response:StatusCode TO 400
            SET request:Response:StatusDescription TO "Bad Request"
        END-IF
    END-IF
    SET request:Response:ContentType TO "text/plain"
    SET request:Response:WriteHeader TO TRUE
    .

*> Screens the Transaction link and the filename's current owner
*> before a byte is written; a refusal sets its own response.
check-upload-allowed.
    SET WS-UPLOAD-ACCEPTED TO TRUE
    MOVE 0 TO WS-UPLOAD-TRANS-NUMBER
    MOVE request:Params:Transaction TO WS-TRANS-PARAM-TEXT
    IF WS-TRANS-PARAM-TEXT NOT = SPACES
        PERFORM parse-trans-param-text
        IF WS-TRANS-PARAM-INVALID
            SET WS-UPLOAD-REFUSED TO TRUE
            SET request:Response:Content
                TO "Transaction parameter must be numeric."
            SET request:Response:StatusCode TO 400
            SET request:Response:StatusDescription TO "Bad Request"
        ELSE
            PERFORM check-upload-transaction
        END-IF
    END-IF
    IF WS-UPLOAD-ACCEPTED
        MOVE request:Files:FileName TO WS-UPLOAD-FILENAME
        PERFORM validate-upload-filename
        IF WS-UPLOAD-FILENAME-VALID
            PERFORM find-upload-manifest-record
            IF WS-MANIFEST-FOUND
               AND WS-AUTH-ROLE NOT = "ADMIN"
               AND WS-MANIFEST-OWNER NOT = WS-LOOKUP-USERNAME
                SET WS-UPLOAD-REFUSED TO TRUE
                SET request:Response:Content
                    TO "Filename already in use by another user."
                SET request:Response:StatusCode TO 409
                SET request:Response:StatusDescription TO "Conflict"
            END-IF
        END-IF
    END-IF
    .

check-upload-transaction.
    MOVE WS-LOOKUP-TRANS-NUMBER TO SUBM-TRANS-NUMBER
    READ SUBMISSION-MASTER-FILE
        INVALID KEY
            SET WS-UPLOAD-REFUSED TO TRUE
            SET request:Response:Content TO "Transaction not found."
            SET request:Response:StatusCode TO 404
            SET request:Response:StatusDescription TO "Not Found"
        NOT INVALID KEY
            IF WS-AUTH-ROLE NOT = "ADMIN"
               AND SUBM-USERNAME NOT = WS-LOOKUP-USERNAME
                SET WS-UPLOAD-REFUSED TO TRUE
                SET request:Response:Content TO "Forbidden"
                SET request:Response:StatusCode TO 403
                SET request:Response:StatusDescription TO "Forbidden"
            ELSE
                MOVE WS-LOOKUP-TRANS-NUMBER TO WS-UPLOAD-TRANS-NUMBER
            END-IF
    END-READ
    .

*> Rejects a submitted filename that carries a path separator or a
*> parent-directory reference, so request:Files:FileName can never
*> steer the write outside WS-DATA-DIR.
    MOVE WS-CURRENT-DATE            TO UPLM-UPLOAD-DATE
    MOVE WS-CURRENT-TIME            TO UPLM-UPLOAD-TIME
    MOVE request:ClientIp           TO UPLM-CLIENT-IP
    MOVE WS-LOOKUP-USERNAME         TO UPLM-USERNAME
    MOVE WS-UPLOAD-TRANS-NUMBER     TO UPLM-TRANS-NUMBER
    WRITE UPLOAD-MANIFEST-RECORD
    IF NOT UPLOAD-MANIFEST-OK
        MOVE "write-upload-manifest-record" TO WS-OPS-OPERATION
*> outside the manifest. Served bytes are cut to the manifest's
*> recorded size, not the padded fixed-length record. Every attempt
*> lands in the access log via the request-handler like any request.
*> USER-level via dispatch-request: a file is served only to the
*> account that uploaded it or to an ADMIN; anyone else gets a 403.
*> ---------------------------------------------------------------
route-download.
    MOVE request:Params:Filename TO WS-UPLOAD-FILENAME
    SET WS-DOWNLOAD-NOT-READY TO TRUE
    IF WS-UPLOAD-FILENAME-VALID
        PERFORM find-upload-manifest-record
    ELSE
        SET WS-MANIFEST-NOT-FOUND TO TRUE
    END-IF
    EVALUATE TRUE
        WHEN WS-MANIFEST-NOT-FOUND
            PERFORM route-not-found
        WHEN WS-AUTH-ROLE NOT = "ADMIN"
         AND WS-MANIFEST-OWNER NOT = WS-LOOKUP-USERNAME
            PERFORM route-forbidden
        WHEN OTHER
            PERFORM read-stored-upload
            PERFORM send-stored-upload
    END-EVALUATE
    .

send-stored-upload.
    IF WS-DOWNLOAD-READY
        IF WS-DOWNLOAD-SIZE > 0
            SET request:Response:Content
*> walks USERCRED. The scan deliberately runs to end-of-file instead
*> of stopping on the first hit: a re-uploaded file appends a fresh
*> manifest record, and the latest record carries the size the bytes
*> on disk actually have now, and the account the file currently
*> belongs to.
find-upload-manifest-record.
    SET WS-MANIFEST-NOT-FOUND TO TRUE
    MOVE 0 TO WS-DOWNLOAD-SIZE
    MOVE SPACES TO WS-MANIFEST-OWNER
    OPEN INPUT UPLOAD-MANIFEST-FILE
    IF UPLOAD-MANIFEST-OK
        PERFORM read-next-manifest-record
            IF UPLM-FILENAME = WS-UPLOAD-FILENAME
                SET WS-MANIFEST-FOUND TO TRUE
                MOVE UPLM-SIZE-BYTES TO WS-DOWNLOAD-SIZE
                MOVE UPLM-USERNAME TO WS-MANIFEST-OWNER
            END-IF
    END-READ
    .

*> Gathers the documents attached to WS-ATTACH-TRANS-NUMBER in one
*> pass of the manifest. Latest record wins, as for a download: a
*> name is listed when it is uploaded against the transaction, and
*> dropped again when a later upload of the same name is attached
*> elsewhere or to nothing. Beyond the table's capacity the list is
*> flagged as truncated rather than grown. No manifest means no
*> attachments.
collect-transaction-attachments.
    MOVE 0 TO WS-ATTACHMENT-COUNT
    SET WS-ATTACHMENTS-COMPLETE TO TRUE
    OPEN INPUT UPLOAD-MANIFEST-FILE
    IF UPLOAD-MANIFEST-OK
        PERFORM read-next-attachment-record
            UNTIL UPLOAD-MANIFEST-EOF
        CLOSE UPLOAD-MANIFEST-FILE
    END-IF
    .

read-next-attachment-record.
    READ UPLOAD-MANIFEST-FILE
        AT END
            CONTINUE
        NOT AT END
            PERFORM note-attachment-record
    END-READ
    .

note-attachment-record.
    MOVE 0 TO WS-ATTACH-MATCH-SUB
    PERFORM find-listed-attachment
        VARYING WS-ATTACH-SUB FROM 1 BY 1
        UNTIL WS-ATTACH-SUB > WS-ATTACHMENT-COUNT
           OR WS-ATTACH-MATCH-SUB > 0
    IF UPLM-TRANS-NUMBER IS NUMERIC
       AND UPLM-TRANS-NUMBER = WS-ATTACH-TRANS-NUMBER
        IF WS-ATTACH-MATCH-SUB = 0
            IF WS-ATTACHMENT-COUNT < WS-ATTACHMENT-MAX
                ADD 1 TO WS-ATTACHMENT-COUNT
                MOVE UPLM-FILENAME
                    TO WS-ATTACHMENT-NAME (WS-ATTACHMENT-COUNT)
            ELSE
                SET WS-ATTACHMENTS-TRUNCATED TO TRUE
            END-IF
        END-IF
    ELSE
        IF WS-ATTACH-MATCH-SUB > 0
            PERFORM drop-listed-attachment
        END-IF
    END-IF
    .

find-listed-attachment.
    IF WS-ATTACHMENT-NAME (WS-ATTACH-SUB) = UPLM-FILENAME
        MOVE WS-ATTACH-SUB TO WS-ATTACH-MATCH-SUB
    END-IF
    .

*> Closes the gap the dropped name leaves so the list stays in
*> upload order.
drop-listed-attachment.
    PERFORM shift-listed-attachment
        VARYING WS-ATTACH-SUB FROM WS-ATTACH-MATCH-SUB BY 1
        UNTIL WS-ATTACH-SUB >= WS-ATTACHMENT-COUNT
    MOVE SPACES TO WS-ATTACHMENT-NAME (WS-ATTACHMENT-COUNT)
    SUBTRACT 1 FROM WS-ATTACHMENT-COUNT
    .

shift-listed-attachment.
    MOVE WS-ATTACHMENT-NAME (WS-ATTACH-SUB + 1)
        TO WS-ATTACHMENT-NAME (WS-ATTACH-SUB)
    .

*> Reassembles the stored file from however many fixed-length
*> records save-uploaded-file wrote, stopping at the manifest's
*> recorded byte count so the last record's padding never reaches
    CLOSE RATE-LIMIT-FILE
    CLOSE ACCOUNT-LOCKOUT-FILE
    CLOSE SESSION-STORE-FILE
    CLOSE LAST-LOGIN-FILE
    CLOSE SUBMISSION-MASTER-FILE
    CLOSE SUBMISSION-HISTORY-FILE
    CLOSE ROUTE-METRICS-FILE
    CALL "Stop" OF server
    STOP RUN
                PERFORM find-user-credential
                IF WS-CREDENTIAL-FOUND
                    PERFORM clear-failed-attempts
                    PERFORM record-successful-login
                    MOVE CRED-ROLE TO WS-AUTH-ROLE
                    PERFORM check-role-authority
                ELSE
                    PERFORM record-failed-attempt
                END-IF
            ELSE
                PERFORM write-locked-refusal-event
            END-IF
        END-IF
    END-IF
*> run, the account unlocks itself on the next attempt. Every lock
*> and unlock lands in OPSLOG - a lock at ERROR severity, so an
*> attack surfaces while it is happening rather than in a report
*> the next morning. Each failed or locked-out attempt on a named
*> account is also written there at INFO severity with the caller's
*> address, which the access log alone cannot tie to an account;
*> SECCORR reads these back to see which accounts an address tried.
*> ---------------------------------------------------------------
open-account-lockout.
    OPEN I-O ACCOUNT-LOCKOUT-FILE
*> Only an unbroken run of failures locks an account - the counter
*> resets on every successful login below - and only the failure
*> that crosses the threshold writes the lock and its OPSLOG event,
*> so one attack is one ERROR event, not one per further guess. An
*> open record with no failures is what KEYPURGE deletes; if that
*> happens between the READ and the REWRITE the record is written
*> back with the new count, so no failure goes uncounted.
record-failed-attempt.
    IF WS-LOOKUP-USERNAME NOT = SPACES
        MOVE "INFO"                  TO WS-OPS-SEVERITY
        MOVE "record-failed-attempt" TO WS-OPS-OPERATION
        MOVE "00"                    TO WS-OPS-FILE-STATUS
        MOVE SPACES                  TO WS-OPS-DETAIL
        STRING "LOGIN FAILED: " DELIMITED BY SIZE
               WS-LOOKUP-USERNAME DELIMITED BY SPACE
               " FROM " DELIMITED BY SIZE
               request:ClientIp DELIMITED BY SPACE
            INTO WS-OPS-DETAIL
        PERFORM write-operations-log-record
        MOVE WS-LOOKUP-USERNAME TO LOCK-USERNAME
        READ ACCOUNT-LOCKOUT-FILE
            INVALID KEY
        MOVE WS-CURRENT-TIME TO LOCK-LOCKED-TIME
    END-IF
    REWRITE ACCOUNT-LOCKOUT-RECORD
    IF ACCOUNT-LOCKOUT-NO-RECORD
        WRITE ACCOUNT-LOCKOUT-RECORD
    END-IF
    IF NOT ACCOUNT-LOCKOUT-OK
        MOVE "update-lockout-record"   TO WS-OPS-OPERATION
        MOVE WS-ACCOUNT-LOCKOUT-STATUS TO WS-OPS-FILE-STATUS
                   WS-LOOKUP-USERNAME DELIMITED BY SPACE
                   " AFTER " DELIMITED BY SIZE
                   LOCK-FAIL-COUNT DELIMITED BY SIZE
                   " CONSECUTIVE FAILURES FROM " DELIMITED BY SIZE
                   request:ClientIp DELIMITED BY SPACE
                INTO WS-OPS-DETAIL
            PERFORM write-operations-log-record
        END-IF
    END-IF
    .

write-locked-refusal-event.
    MOVE "INFO"                  TO WS-OPS-SEVERITY
    MOVE "check-account-lockout" TO WS-OPS-OPERATION
    MOVE "00"                    TO WS-OPS-FILE-STATUS
    MOVE SPACES                  TO WS-OPS-DETAIL
    STRING "LOGIN REFUSED, ACCOUNT LOCKED: " DELIMITED BY SIZE
           WS-LOOKUP-USERNAME DELIMITED BY SPACE
           " FROM " DELIMITED BY SIZE
           request:ClientIp DELIMITED BY SPACE
        INTO WS-OPS-DETAIL
    PERFORM write-operations-log-record
    .

clear-failed-attempts.
    IF WS-LOOKUP-USERNAME NOT = SPACES
        MOVE WS-LOOKUP-USERNAME TO LOCK-USERNAME
    END-IF
    .

*> ---------------------------------------------------------------
*> Last successful login: one keyed record per account, rewritten on
*> every login that presents valid credentials - whether or not the
*> route's role check then lets the request through, since the
*> account itself was proved in use. RECERT reads it back for the
*> quarterly recertification's dormancy test.
*> ---------------------------------------------------------------
open-last-login-file.
    OPEN I-O LAST-LOGIN-FILE
    IF LAST-LOGIN-NOT-FOUND
        OPEN OUTPUT LAST-LOGIN-FILE
        CLOSE LAST-LOGIN-FILE
        OPEN I-O LAST-LOGIN-FILE
    END-IF
    .

record-successful-login.
    MOVE WS-LOOKUP-USERNAME TO LLGN-USERNAME
    READ LAST-LOGIN-FILE
        INVALID KEY
            MOVE SPACES TO LAST-LOGIN-RECORD
            MOVE WS-LOOKUP-USERNAME TO LLGN-USERNAME
            PERFORM stamp-last-login-record
            WRITE LAST-LOGIN-RECORD
        NOT INVALID KEY
            PERFORM stamp-last-login-record
            REWRITE LAST-LOGIN-RECORD
    END-READ
    IF NOT LAST-LOGIN-OK
        MOVE "record-successful-login" TO WS-OPS-OPERATION
        MOVE WS-LAST-LOGIN-STATUS      TO WS-OPS-FILE-STATUS
        MOVE "LAST-LOGIN WRITE FAILED" TO WS-OPS-DETAIL
        PERFORM write-file-error-event
    END-IF
    .

stamp-last-login-record.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-DATE  TO LLGN-LOGIN-DATE
    MOVE WS-CURRENT-TIME  TO LLGN-LOGIN-TIME
    MOVE request:ClientIp TO LLGN-CLIENT-IP
    .

*> ---------------------------------------------------------------
*> Session cookies: every successfully authenticated request either
*> renews the session named by its incoming SESSIONID cookie or, if

*> Renewal refreshes the stored role as well as the expiry, so a role
*> change in USERCRED reaches a credential-carrying caller's session
*> on their next login rather than living on until it expires. A
*> session read just before midnight can be deleted as expired by
*> KEYPURGE before it is rewritten; it is then written back renewed.
renew-session.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    MOVE WS-CURRENT-DATE TO SESS-EXPIRES-DATE
    MOVE WS-AUTH-ROLE    TO SESS-ROLE
    REWRITE SESSION-RECORD
    IF SESSION-STORE-NO-RECORD
        WRITE SESSION-RECORD
    END-IF
    SET request:Response:Cookies:SESSIONID TO SESS-ID
    .

