    01  fib-gl-journal-record.
        05  glj-type            PIC X(1).
        05  glj-cost-center     PIC X(10).
        05  glj-account         PIC X(8).
        05  glj-dr-cr           PIC X(1).
        05  glj-amount          PIC 9(11)V99.
        05  glj-period          PIC X(6).
        05  glj-dept            PIC X(3).
        05  glj-description     PIC X(30).
        05  FILLER              PIC X(8).
    01  fib-gl-journal-control.
        05  gljc-type           PIC X(1).
        05  gljc-source         PIC X(8).
        05  gljc-period         PIC X(6).
        05  gljc-run-date       PIC X(8).
        05  gljc-count          PIC 9(9).
        05  gljc-debit-total    PIC 9(13)V99.
        05  gljc-credit-total   PIC 9(13)V99.
        05  FILLER              PIC X(18).
