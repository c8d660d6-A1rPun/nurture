    01  fib-audit-anchor.
        05  anc-cycle-id        PIC X(14).
        05  anc-start-chain     PIC 9(15).
        05  anc-end-chain       PIC 9(15).
        05  anc-row-count       PIC 9(9).
        05  anc-source          PIC X(8).
            88  anc-src-batch       VALUE "BATCH".
            88  anc-src-interact    VALUE "INTERACT".
            88  anc-src-merge       VALUE "MERGE".
            88  anc-src-seal        VALUE "SEAL".
            88  anc-src-expired     VALUE "EXPIRED".
        05  anc-timestamp       PIC X(14).
        05  FILLER              PIC X(5).
