DATA DIVISION.
FILE SECTION.
FD  SERVER-CONFIG-FILE
    RECORD CONTAINS 94 CHARACTERS.
    COPY SRVCFG.

FD  SEARCH-PARAM-FILE
