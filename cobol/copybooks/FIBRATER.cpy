    01  fib-rate-record.
        05  rate-eff-date       PIC 9(8).
        05  rate-eff-date-x REDEFINES rate-eff-date
                                PIC X(8).
        05  rate-seq            PIC X(1).
        05  rate-dept           PIC X(3).
        05  rate-hit            PIC 9(3)V9(4).
        05  rate-hit-x REDEFINES rate-hit
                                PIC X(7).
        05  rate-computed       PIC 9(3)V9(4).
        05  rate-computed-x REDEFINES rate-computed
                                PIC X(7).
        05  FILLER              PIC X(14).
