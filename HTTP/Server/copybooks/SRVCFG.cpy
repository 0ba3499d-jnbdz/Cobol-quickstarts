      *> drives LOGROTATE's archive purge; the lockout threshold and
      *> cooling-off minutes drive SERVER2's failed-login account
      *> lockout; the upload retention and purge horizons drive
      *> UPLDPURGE's move-to-archive and delete-from-archive ages; the
      *> acknowledgement days are how long SUBMPOST waits on the
      *> posting system before an extracted submission with no
      *> acknowledgement is reported as an exception; the rate-limit
      *> purge days are how old a RATELIMIT window must be before
      *> KEYPURGE's nightly housekeeping deletes the record; the
      *> dormant days are how long an account may go without a
      *> successful login before RECERT flags it as dormant. A
      *> config file written before any of these trailing fields
      *> existed reads back as spaces there, so consumers test each
      *> one for NUMERIC before trusting it.
           05  CFG-UPLOAD-RETENTION-DAYS   PIC 9(03).
           05  FILLER                      PIC X(01).
           05  CFG-UPLOAD-PURGE-DAYS       PIC 9(03).
           05  FILLER                      PIC X(01).
           05  CFG-POST-ACK-DAYS           PIC 9(03).
           05  FILLER                      PIC X(01).
           05  CFG-RATELIM-PURGE-DAYS      PIC 9(03).
           05  FILLER                      PIC X(01).
           05  CFG-DORMANT-DAYS            PIC 9(03).
