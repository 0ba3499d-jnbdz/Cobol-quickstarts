DATA DIVISION.
FILE SECTION.
FD  SERVER-CONFIG-FILE
    RECORD CONTAINS 94 CHARACTERS.
    COPY SRVCFG.

FD  UPLOAD-MANIFEST-FILE
    RECORD CONTAINS 114 CHARACTERS.
    COPY UPLDMF.

FD  MANIFEST-SCAN-FILE
    RECORD CONTAINS 114 CHARACTERS.
01  MANIFEST-SCAN-RECORD        PIC X(114).

FD  NEW-MANIFEST-FILE
    RECORD CONTAINS 114 CHARACTERS.
01  NEW-MANIFEST-RECORD         PIC X(114).

FD  ARCHIVE-MANIFEST-FILE
    RECORD CONTAINS 114 CHARACTERS.
01  ARCHIVE-MANIFEST-RECORD     PIC X(114).

FD  PURGE-REPORT-FILE
    RECORD CONTAINS 100 CHARACTERS.
