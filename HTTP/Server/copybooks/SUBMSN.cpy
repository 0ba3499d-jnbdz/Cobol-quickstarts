      *> writes the record and is moved to APPROVED or REJECTED by a
      *> reviewer through the /review route; every change is recorded
      *> in the SUBMAUDT audit trail, and only APPROVED work is picked
      *> up by SUBMEXTR. Once extracted, the posting system's
      *> acknowledgement file moves the record on through the SUBMPOST
      *> batch: to POSTED, or to POSTFAIL when the posting system
      *> refused it (the status field holds eight characters, hence
      *> the short form). SUBMEXTR stamps SUBM-EXTRACT-DATE with the
      *> run date of the extract that handed the record over, so
      *> SUBMPOST can age a record still awaiting its acknowledgement;
      *> zero means it went out before the date was kept. SUBMMAST is
      *> a keyed file whose record length was fixed when it was
      *> created, so a master written before these trailing fields
      *> existed cannot simply be opened with this layout: at
      *> cut-over, with SERVER2 down, rename it to SUBMMASTOLD and run
      *> SUBMREORG, which rebuilds it in this layout from either
      *> earlier one - a pre-workflow record comes across
      *> not-yet-extracted and NEW, a later one keeps its flag and
      *> status, and neither carries an extract date.
      *> Spaces in either field (however they arise) are likewise
      *> judged not extracted / NEW by the level-88s below.
       01  SUBMISSION-MASTER-RECORD.
               88  SUBM-STATUS-NEW         VALUE "NEW" SPACES.
               88  SUBM-STATUS-APPROVED    VALUE "APPROVED".
               88  SUBM-STATUS-REJECTED    VALUE "REJECTED".
               88  SUBM-STATUS-POSTED      VALUE "POSTED".
               88  SUBM-STATUS-POST-FAILED VALUE "POSTFAIL".
           05  FILLER                      PIC X(01).
           05  SUBM-EXTRACT-DATE           PIC 9(08).
