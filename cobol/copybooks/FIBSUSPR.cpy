    01  fib-suspense-record.
        05  susp-reason         PIC X(2).
        05  susp-image          PIC X(24).
        05  susp-date-added     PIC 9(8).
