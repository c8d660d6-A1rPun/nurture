    01  fib-chain-request.
        05  chnq-prev-chain     PIC 9(15).
        05  chnq-row-image      PIC X(85).
        05  chnq-chain          PIC 9(15).
