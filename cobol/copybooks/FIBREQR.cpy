                                PIC X(9).
        05  fr-requestor        PIC X(3).
        05  fr-seq              PIC X(1).
        05  fr-priority         PIC X(1).
    01  fib-request-control.
        05  frc-type            PIC X(1).
        05  frc-count           PIC 9(9).
        05  frc-hash            PIC 9(9).
        05  frc-partition       PIC X(1).
        05  FILLER              PIC X(4).
