        05  stat-high-n         PIC 9(9).
        05  stat-return-code    PIC 9(4).
        05  stat-cycle-id       PIC X(14).
        05  stat-prio-records   PIC 9(9).
        05  stat-prio-terms     PIC 9(9).
