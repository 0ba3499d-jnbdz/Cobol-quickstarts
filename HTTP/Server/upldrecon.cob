DATA DIVISION.
FILE SECTION.
FD  SERVER-CONFIG-FILE
    RECORD CONTAINS 94 CHARACTERS.
    COPY SRVCFG.

FD  UPLOAD-MANIFEST-FILE
    RECORD CONTAINS 114 CHARACTERS.
    COPY UPLDMF.

FD  DIRECTORY-LIST-FILE
    88  WS-LISTED-FILE-CLAIMED  VALUE "Y".
    88  WS-LISTED-FILE-ORPHAN   VALUE "N".

01  WS-SYSTEM-FILE-COUNT        PIC 9(02) COMP VALUE 49.
01  WS-SYSTEM-FILE-TABLE.
    05  FILLER                  PIC X(12) VALUE "SERVERCFG".
    05  FILLER                  PIC X(12) VALUE "USERCRED".
    05  FILLER                  PIC X(12) VALUE "ACCLOGSIDE".
    05  FILLER                  PIC X(12) VALUE "CREDIN".
    05  FILLER                  PIC X(12) VALUE "SUBMMASTOLD".
    05  FILLER                  PIC X(12) VALUE "SUBMACKF".
    05  FILLER                  PIC X(12) VALUE "POSTRPT".
    05  FILLER                  PIC X(12) VALUE "SUBMHIST".
    05  FILLER                  PIC X(12) VALUE "SUBMINTF".
    05  FILLER                  PIC X(12) VALUE "SUBMREJF".
    05  FILLER                  PIC X(12) VALUE "SUBMIRPT".
    05  FILLER                  PIC X(12) VALUE "SUBMARPT".
    05  FILLER                  PIC X(12) VALUE "NIGHTCTL".
    05  FILLER                  PIC X(12) VALUE "NIGHTCKP".
    05  FILLER                  PIC X(12) VALUE "NIGHTRPT".
    05  FILLER                  PIC X(12) VALUE "SECPARM".
    05  FILLER                  PIC X(12) VALUE "SECRPT".
    05  FILLER                  PIC X(12) VALUE "SECCAND".
    05  FILLER                  PIC X(12) VALUE "KEYPRPT".
    05  FILLER                  PIC X(12) VALUE "LASTLOGN".
    05  FILLER                  PIC X(12) VALUE "RECRPT".
    05  FILLER                  PIC X(12) VALUE "RECDORM".
01  WS-SYSTEM-FILES REDEFINES WS-SYSTEM-FILE-TABLE.
    05  WS-SYSTEM-FILE-NAME     PIC X(12) OCCURS 49 TIMES.
01  WS-SYSTEM-FILE-SUB          PIC 9(02) COMP.

01  WS-RECON-COUNTS.
