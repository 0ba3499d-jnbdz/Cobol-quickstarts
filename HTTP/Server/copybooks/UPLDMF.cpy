      *> UPLDMF.cpy
      *> One manifest record per file saved from request:Files, so an
      *> upload can be traced back to who sent it and when.
      *> UPLM-USERNAME is the logged-in account that uploaded the file,
      *> and UPLM-TRANS-NUMBER the /submit transaction it was attached
      *> to (zero when it supports none). A filename uploaded again
      *> appends a fresh record, and the latest record for a name is
      *> the one that counts for its owner and its transaction. Records
      *> written before uploads needed a login carry spaces in both.
       01  UPLOAD-MANIFEST-RECORD.
           05  UPLM-FILENAME               PIC X(40).
           05  FILLER                      PIC X(01).
           05  UPLM-UPLOAD-TIME            PIC 9(08).
           05  FILLER                      PIC X(01).
           05  UPLM-CLIENT-IP              PIC X(15).
           05  FILLER                      PIC X(01).
           05  UPLM-USERNAME               PIC X(20).
           05  FILLER                      PIC X(01).
           05  UPLM-TRANS-NUMBER           PIC 9(08).
