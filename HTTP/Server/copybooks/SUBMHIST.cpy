      *> SUBMHIST.cpy
      *> One record per amendment of a stored submission through
      *> PUT /submit?Transaction=nnn, keyed by the transaction number
      *> and a version number that counts up from 001 per transaction.
      *> Each record keeps the field table exactly as it stood before
      *> the amendment, with the status it had then, so the master
      *> always holds the current content and SUBMHIST every earlier
      *> one: version 001 is what was first submitted. Who made the
      *> amendment and when are carried here as well as in SUBMAUDT.
       01  SUBMISSION-HISTORY-RECORD.
           05  SHST-KEY.
               10  SHST-TRANS-NUMBER       PIC 9(08).
               10  SHST-VERSION            PIC 9(03).
           05  FILLER                      PIC X(01).
           05  SHST-AMENDED-BY             PIC X(20).
           05  FILLER                      PIC X(01).
           05  SHST-AMENDED-DATE           PIC 9(08).
           05  FILLER                      PIC X(01).
           05  SHST-AMENDED-TIME           PIC 9(08).
           05  FILLER                      PIC X(01).
           05  SHST-PRIOR-STATUS           PIC X(08).
           05  FILLER                      PIC X(01).
           05  SHST-FIELD-COUNT            PIC 9(02).
           05  SHST-FIELD-TABLE OCCURS 20 TIMES.
               10  SHST-FIELD-NAME         PIC X(30).
               10  SHST-FIELD-VALUE        PIC X(100).
