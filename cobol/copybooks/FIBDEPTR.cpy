        05  dept-name           PIC X(20).
        05  dept-active         PIC X(1).
        05  dept-route-id       PIC X(1).
        05  dept-cost-center    PIC X(10).
        05  dept-month-quota    PIC 9(9).
        05  dept-warn-terms     PIC 9(9).
