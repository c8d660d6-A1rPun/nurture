    01  fib-master-change-record.
        05  mchg-type           PIC X(1).
        05  mchg-seq            PIC X(1).
        05  mchg-n              PIC 9(9).
        05  mchg-result         PIC 9(31).
        05  mchg-source         PIC X(1).
        05  mchg-cycle-id       PIC X(14).
        05  mchg-stamp          PIC X(14).
        05  FILLER              PIC X(9).
    01  fib-master-change-control.
        05  mchgc-type          PIC X(1).
        05  mchgc-feed-type     PIC X(1).
        05  mchgc-feed-seq      PIC 9(9).
        05  mchgc-feed-date     PIC 9(8).
        05  mchgc-count         PIC 9(9).
        05  mchgc-hash          PIC 9(9).
        05  FILLER              PIC X(43).
