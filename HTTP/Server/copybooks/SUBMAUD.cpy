      *> the change, the status it moved from and to, and the reason
      *> they gave. Append-only like OPSLOG, so an auditor can replay
      *> the full review history of any SUBM-TRANS-NUMBER instead of
      *> trusting a spreadsheet. An amendment through PUT /submit is
      *> recorded the same way: the user who amended it, the status it
      *> left, NEW, and the SUBMHIST version holding the old fields.
       01  SUBMISSION-AUDIT-RECORD.
           05  SAUD-TRANS-NUMBER           PIC 9(08).
           05  FILLER                      PIC X(01).
