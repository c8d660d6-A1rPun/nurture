    01  fib-control-record.
        05  ctl-cycle-id        PIC X(14).
        05  ctl-origin          PIC X(1).
        05  ctl-state           PIC X(1).
        05  ctl-opened-stamp    PIC X(14).
        05  ctl-stage-table.
            10  ctl-stage OCCURS 12 TIMES.
                15  ctl-stg-status  PIC X(1).
                15  ctl-stg-rc      PIC 9(4).
                15  ctl-stg-stamp   PIC X(14).
        05  FILLER              PIC X(62).
