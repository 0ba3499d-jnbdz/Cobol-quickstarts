      *> NIGHTCKP.cpy
      *> One record per step event of the NIGHTDRV nightly batch run,
      *> appended as it happens: a START before the step's command is
      *> issued and an END, with the step's return code and an OK or
      *> FAILED result, once it has finished. The run as a whole is
      *> bracketed by START/END records under the step name *RUN. A
      *> rerun for the same business date reads these back and leaves
      *> out every step that already has an END record with result OK,
      *> so it picks up at the step that failed.
       01  NIGHT-CHECKPOINT-RECORD.
           05  NCKP-BUSINESS-DATE          PIC 9(08).
           05  FILLER                      PIC X(01).
           05  NCKP-STEP-NAME              PIC X(10).
           05  FILLER                      PIC X(01).
           05  NCKP-EVENT                  PIC X(05).
               88  NCKP-STEP-STARTED       VALUE "START".
               88  NCKP-STEP-ENDED         VALUE "END".
           05  FILLER                      PIC X(01).
           05  NCKP-DATE                   PIC 9(08).
           05  FILLER                      PIC X(01).
           05  NCKP-TIME                   PIC 9(08).
           05  FILLER                      PIC X(01).
           05  NCKP-RETURN-CODE            PIC 9(03).
           05  FILLER                      PIC X(01).
           05  NCKP-RESULT                 PIC X(06).
               88  NCKP-RESULT-OK          VALUE "OK".
               88  NCKP-RESULT-FAILED      VALUE "FAILED".
