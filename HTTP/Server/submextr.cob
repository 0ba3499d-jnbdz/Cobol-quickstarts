*> what the failed run never extracted - it appends its own
*> HEADER/TRAILER block to the same file and can never hand accounting
*> the same transaction twice. The downstream load removes SUBMEXTF
*> once it has consumed and balanced it, and answers each record in
*> its acknowledgement file, which SUBMPOST reconciles back into the
*> master; the extract date stamped on each record here is what
*> SUBMPOST ages an unanswered one against. Each extract record also
*> names the documents uploaded against the transaction, read from
*> the UPLDMF upload manifest, so the posting side can tell which
*> invoice backs which transaction.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBMISSION-EXTRACT-STATUS.

    SELECT UPLOAD-MANIFEST-FILE ASSIGN TO UPLDMF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UPLOAD-MANIFEST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUBMISSION-MASTER-FILE.
    COPY SUBMSN.

*> Each extract record carries the master record up to and including
*> SUBM-STATUS - the layout the downstream load was built for. The
*> extract date after it is this system's own bookkeeping and is not
*> handed over. The attachment count and up to ten attachment
*> filenames follow; unused name slots are spaces.
FD  SUBMISSION-EXTRACT-FILE
    RECORD CONTAINS 3082 CHARACTERS.
01  SUBMISSION-EXTRACT-RECORD.
    05  SEXT-SUBMISSION         PIC X(2677).
    05  FILLER                  PIC X(03).
    05  SEXT-ATTACHMENT-COUNT   PIC 9(02).
    05  SEXT-ATTACHMENT-NAME    PIC X(40) OCCURS 10 TIMES.

FD  UPLOAD-MANIFEST-FILE
    RECORD CONTAINS 114 CHARACTERS.
    COPY UPLDMF.

WORKING-STORAGE SECTION.
01  WS-SUBMISSION-MASTER-STATUS PIC X(02).
    88  SUBMISSION-EXTRACT-OK   VALUE "00".
    88  SUBMISSION-EXTRACT-NOT-FOUND VALUE "35".

01  WS-UPLOAD-MANIFEST-STATUS   PIC X(02).
    88  UPLOAD-MANIFEST-OK      VALUE "00".
    88  UPLOAD-MANIFEST-NOT-FOUND VALUE "35".
    88  UPLOAD-MANIFEST-EOF     VALUE "10".

*> Documents attached to the transaction being extracted, gathered
*> from the manifest the way SERVER2 lists them for GET /submission:
*> the latest manifest record for a filename decides which
*> transaction, if any, it belongs to.
01  WS-ATTACHMENT-MAX           PIC 9(04) COMP VALUE 10.
01  WS-ATTACHMENT-TABLE.
    05  WS-ATTACHMENT-COUNT     PIC 9(04) COMP.
    05  WS-ATTACHMENT-NAME      PIC X(40) OCCURS 10 TIMES.
01  WS-ATTACH-SUB               PIC 9(04) COMP.
01  WS-ATTACH-MATCH-SUB         PIC 9(04) COMP.
01  WS-ATTACHMENTS-FLAG         PIC X(01).
    88  WS-ATTACHMENTS-COMPLETE VALUE "Y".
    88  WS-ATTACHMENTS-TRUNCATED VALUE "N".

*> Set by the first extract write failure or master rewrite failure;
*> the pass stops and the job ends non-zero so the scheduler holds
*> the downstream load.
01  WS-EXTRACT-TOTALS.
    05  WS-RECORDS-EXTRACTED    PIC 9(09) VALUE 0.
    05  WS-RECORDS-SKIPPED      PIC 9(09) VALUE 0.
    05  WS-ATTACHMENTS-CARRIED  PIC 9(09) VALUE 0.
    05  WS-RECORDS-TRUNCATED    PIC 9(09) VALUE 0.
    05  WS-FIRST-SUBM-DATE      PIC 9(08) VALUE 0.
    05  WS-LAST-SUBM-DATE       PIC 9(08) VALUE 0.

        STOP RUN
    END-IF
    DISPLAY "SUBMEXTR complete: " WS-RECORDS-EXTRACTED
        " extracted, " WS-RECORDS-SKIPPED " skipped, "
        WS-ATTACHMENTS-CARRIED " attachment(s) carried."
    IF WS-RECORDS-TRUNCATED > 0
        DISPLAY "SUBMEXTR: " WS-RECORDS-TRUNCATED
            " record(s) had more attachments than the extract"
            " carries; see UPLDMF for the rest."
    END-IF
    STOP RUN
    .

    END-READ
    .

*> A manifest that exists but cannot be read stops the job before the
*> record is written, rather than handing over a transaction that
*> silently lost its attachments.
extract-one-submission.
    PERFORM collect-transaction-attachments
    IF WS-EXTRACT-CLEAN
        PERFORM write-extract-record
    END-IF
    .

write-extract-record.
    MOVE SPACES TO SUBMISSION-EXTRACT-RECORD
    MOVE SUBMISSION-MASTER-RECORD TO SEXT-SUBMISSION
    MOVE WS-ATTACHMENT-COUNT TO SEXT-ATTACHMENT-COUNT
    PERFORM copy-extract-attachment
        VARYING WS-ATTACH-SUB FROM 1 BY 1
        UNTIL WS-ATTACH-SUB > WS-ATTACHMENT-COUNT
    WRITE SUBMISSION-EXTRACT-RECORD
    IF NOT SUBMISSION-EXTRACT-OK
        PERFORM report-extract-failure
        IF SUBM-DATE > WS-LAST-SUBM-DATE
            MOVE SUBM-DATE TO WS-LAST-SUBM-DATE
        END-IF
        ADD WS-ATTACHMENT-COUNT TO WS-ATTACHMENTS-CARRIED
        IF WS-ATTACHMENTS-TRUNCATED
            ADD 1 TO WS-RECORDS-TRUNCATED
        END-IF
        PERFORM flag-master-extracted
    END-IF
    .

copy-extract-attachment.
    MOVE WS-ATTACHMENT-NAME (WS-ATTACH-SUB)
        TO SEXT-ATTACHMENT-NAME (WS-ATTACH-SUB)
    .

*> ---------------------------------------------------------------
*> Attachment lookup: one pass of UPLDMF per extracted transaction.
*> A name is listed when it is uploaded against the transaction and
*> dropped again when a later upload of the same name is attached
*> elsewhere or to nothing. No manifest means no attachments.
*> ---------------------------------------------------------------
collect-transaction-attachments.
    MOVE 0 TO WS-ATTACHMENT-COUNT
    SET WS-ATTACHMENTS-COMPLETE TO TRUE
    OPEN INPUT UPLOAD-MANIFEST-FILE
    EVALUATE TRUE
        WHEN UPLOAD-MANIFEST-OK
            PERFORM read-next-attachment-record
                UNTIL UPLOAD-MANIFEST-EOF OR WS-EXTRACT-FAILED
            CLOSE UPLOAD-MANIFEST-FILE
        WHEN UPLOAD-MANIFEST-NOT-FOUND
            CONTINUE
        WHEN OTHER
            SET WS-EXTRACT-FAILED TO TRUE
            DISPLAY "SUBMEXTR cannot read UPLDMF, file status "
                WS-UPLOAD-MANIFEST-STATUS "; transaction "
                SUBM-TRANS-NUMBER " not extracted."
    END-EVALUATE
    .

read-next-attachment-record.
    READ UPLOAD-MANIFEST-FILE
        AT END
            CONTINUE
        NOT AT END
            PERFORM note-attachment-record
    END-READ
    IF NOT UPLOAD-MANIFEST-OK AND NOT UPLOAD-MANIFEST-EOF
        SET WS-EXTRACT-FAILED TO TRUE
        DISPLAY "SUBMEXTR UPLDMF read failed, file status "
            WS-UPLOAD-MANIFEST-STATUS "; transaction "
            SUBM-TRANS-NUMBER " not extracted."
    END-IF
    .

note-attachment-record.
    MOVE 0 TO WS-ATTACH-MATCH-SUB
    PERFORM find-listed-attachment
        VARYING WS-ATTACH-SUB FROM 1 BY 1
        UNTIL WS-ATTACH-SUB > WS-ATTACHMENT-COUNT
           OR WS-ATTACH-MATCH-SUB > 0
    IF UPLM-TRANS-NUMBER IS NUMERIC
       AND UPLM-TRANS-NUMBER = SUBM-TRANS-NUMBER
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

flag-master-extracted.
    SET SUBM-EXTRACTED TO TRUE
    MOVE WS-RUN-DATE TO SUBM-EXTRACT-DATE
    REWRITE SUBMISSION-MASTER-RECORD
    IF NOT SUBMISSION-MASTER-OK
        SET WS-EXTRACT-FAILED TO TRUE
