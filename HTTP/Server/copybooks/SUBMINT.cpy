      *> SUBMINT.cpy
      *> One detail line of a partner submission file SUBMINTF, loaded
      *> into SUBMMAST by the SUBMLOAD batch: the USERCRED username the
      *> partner submits under, then the submission itself written
      *> exactly as a /submit body would be - name=value pairs joined
      *> by "&". The detail lines arrive in blocks wrapped in the same
      *> HEADER/TRAILER control records SUBMEXTR writes ("HEADER  " or
      *> "TRAILER " in the first eight bytes, the trailer's record
      *> count in 26-34), so the file is balanced before any of it is
      *> stored.
       01  SUBMISSION-INTAKE-RECORD.
           05  SINT-USERNAME               PIC X(20).
           05  FILLER                      PIC X(01).
           05  SINT-BODY                   PIC X(2048).
