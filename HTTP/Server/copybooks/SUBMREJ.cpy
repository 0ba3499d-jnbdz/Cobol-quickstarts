      *> SUBMREJ.cpy
      *> One record per partner submission line SUBMLOAD refused, in
      *> the reject file SUBMREJF returned to the partner: the line's
      *> position in their file, the username it was sent under, every
      *> reason it failed - the VALRULES failures word for word as
      *> /submit reports them - and the body exactly as received, so
      *> it can be corrected and sent again.
       01  SUBMISSION-REJECT-RECORD.
           05  SREJ-LINE-NUMBER            PIC 9(09).
           05  FILLER                      PIC X(01).
           05  SREJ-USERNAME               PIC X(20).
           05  FILLER                      PIC X(01).
           05  SREJ-ERROR-TEXT             PIC X(1000).
           05  FILLER                      PIC X(01).
           05  SREJ-BODY                   PIC X(2048).
