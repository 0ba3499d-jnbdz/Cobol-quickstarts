IDENTIFICATION DIVISION.
PROGRAM-ID. SUBMREORG.

*> Reorg of the submissions master into the current layout: SUBMMAST
*> is keyed, and a keyed file's record length is fixed when it is
*> created, so a master written in an earlier layout cannot be opened
*> with the current copybook at all - it has to be rebuilt, the way
*> CREDLOAD rebuilds USERCRED. Run it at cut-over with SERVER2 down:
*> rename the live master to SUBMMASTOLD, run this job, and restart.
*> Either earlier layout is accepted, told apart by record length. A
*> record in the 2666-byte pre-workflow layout comes across
*> not-yet-extracted and NEW - exactly the state a pre-workflow
*> submission should hold, awaiting review before the posting
*> extract will take it. A record in the 2677-byte layout that added
*> the extract flag and lifecycle status keeps both; its extract
*> date stays zero, since the run that extracted it is not known,
*> and SUBMPOST leaves such records out of its acknowledgement
*> aging. The old file is left in place for the operator to verify
*> the totals against and delete.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

DATA DIVISION.
FILE SECTION.
*> The pre-workflow layout ended at the field table, the later one at
*> SUBM-STATUS; only the key needs its own name here - the body is
*> carried across byte for byte, as far as the record read is long.
FD  OLD-SUBMISSION-FILE
    RECORD IS VARYING IN SIZE FROM 2666 TO 2677 CHARACTERS
        DEPENDING ON WS-OLD-RECORD-LENGTH.
01  OLD-SUBMISSION-RECORD.
    05  OLDM-TRANS-NUMBER       PIC 9(08).
    05  OLDM-BODY               PIC X(2669).

FD  SUBMISSION-MASTER-FILE.
    COPY SUBMSN.
    88  OLD-SUBMISSION-NOT-FOUND VALUE "35".
    88  OLD-SUBMISSION-EOF      VALUE "10".

*> Length of the old record in hand, set by each READ.
01  WS-OLD-RECORD-LENGTH        PIC 9(05) COMP.
    88  WS-OLD-PRE-WORKFLOW     VALUE 2666.

01  WS-SUBMISSION-MASTER-STATUS PIC X(02).
    88  SUBMISSION-MASTER-OK    VALUE "00".


convert-one-record.
    MOVE SPACES TO SUBMISSION-MASTER-RECORD
    MOVE OLD-SUBMISSION-RECORD (1:WS-OLD-RECORD-LENGTH)
        TO SUBMISSION-MASTER-RECORD
    IF WS-OLD-PRE-WORKFLOW
        SET SUBM-NOT-EXTRACTED TO TRUE
        MOVE "NEW" TO SUBM-STATUS
    END-IF
    MOVE 0 TO SUBM-EXTRACT-DATE
    WRITE SUBMISSION-MASTER-RECORD
        INVALID KEY
            ADD 1 TO WS-RECORDS-REJECTED
