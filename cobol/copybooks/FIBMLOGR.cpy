    01  fib-maint-log-record.
        05  mlog-stamp          PIC X(14).
        05  mlog-user           PIC X(8).
        05  mlog-master         PIC X(1).
        05  mlog-action         PIC X(1).
        05  mlog-key            PIC X(13).
        05  mlog-before         PIC X(60).
        05  mlog-after          PIC X(60).
        05  FILLER              PIC X(3).
