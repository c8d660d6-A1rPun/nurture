    01  fib-ctl-request.
        05  ctlq-function       PIC X(1).
        05  ctlq-origin         PIC X(1).
        05  ctlq-stage          PIC 9(2).
        05  ctlq-stage-rc       PIC 9(4).
        05  ctlq-stage-status   PIC X(1).
        05  ctlq-cycle-id       PIC X(14).
        05  ctlq-status         PIC X(2).
