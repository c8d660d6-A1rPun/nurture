        05  aud-source          PIC X(1).
        05  aud-cycle-id        PIC X(14).
        05  aud-requestor       PIC X(3).
        05  aud-chain           PIC 9(15).
