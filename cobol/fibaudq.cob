DATA DIVISION.
FILE SECTION.
FD  fib-audit-file
    RECORD CONTAINS 100 CHARACTERS.
    COPY FIBAUDR.

FD  audit-extract-file
    RECORD CONTAINS 100 CHARACTERS.
01  audit-extract-record    PIC X(100).

FD  audit-report-file
    RECORD CONTAINS 90 CHARACTERS.
