        05  chg-requests        PIC 9(9).
        05  chg-cache-hits      PIC 9(9).
        05  chg-errors          PIC 9(9).
        05  chg-seq             PIC X(1).
