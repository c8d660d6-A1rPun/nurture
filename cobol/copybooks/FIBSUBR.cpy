        05  sub-seq             PIC X(1).
        05  sub-frequency       PIC X(1).
        05  sub-active          PIC X(1).
        05  sub-priority        PIC X(1).
