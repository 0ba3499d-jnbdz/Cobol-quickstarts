      *> SUBMACK.cpy
      *> One acknowledgement line from the downstream posting system's
      *> return file SUBMACKF, answering one SUBM-TRANS-NUMBER it was
      *> sent in SUBMEXTF: POSTED when the transaction was posted,
      *> REJECTED (with the posting system's reason) when it was not.
      *> The lines arrive in blocks wrapped in the same HEADER/TRAILER
      *> control records SUBMEXTR writes ("HEADER  " or "TRAILER " in
      *> the first eight bytes, the trailer's record count in 26-34),
      *> so the file can be balanced before anything is applied.
       01  SUBMISSION-ACK-RECORD.
           05  SACK-TRANS-NUMBER           PIC 9(08).
           05  FILLER                      PIC X(01).
           05  SACK-RESULT                 PIC X(08).
               88  SACK-RESULT-POSTED      VALUE "POSTED".
               88  SACK-RESULT-REJECTED    VALUE "REJECTED".
           05  FILLER                      PIC X(01).
           05  SACK-REASON                 PIC X(60).
