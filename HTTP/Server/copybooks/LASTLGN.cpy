      *> LASTLGN.cpy
      *> One record per account that has ever logged in successfully,
      *> keyed by username and rewritten by SERVER2 on every login
      *> that presents valid credentials (a request carried by a
      *> session cookie is not a login and leaves it alone). USERCRED
      *> only says who may log in; this says who still does, which is
      *> what RECERT's quarterly recertification judges dormancy by.
      *> The address is the one the login came from.
       01  LAST-LOGIN-RECORD.
           05  LLGN-USERNAME               PIC X(20).
           05  FILLER                      PIC X(01).
           05  LLGN-LOGIN-DATE             PIC 9(08).
           05  FILLER                      PIC X(01).
           05  LLGN-LOGIN-TIME             PIC 9(08).
           05  FILLER                      PIC X(01).
           05  LLGN-CLIENT-IP              PIC X(15).
