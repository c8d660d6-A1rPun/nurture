IDENTIFICATION DIVISION.
PROGRAM-ID. fibchain.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  ws-chain-prime       PIC 9(15)   VALUE 999999999999989.
01  ws-chain-work        PIC 9(18) COMP.
01  ws-chain-quot        PIC 9(18) COMP.
01  ws-chain-value       PIC 9(15) COMP.
01  ws-bx                PIC 9(4) COMP.

LINKAGE SECTION.
COPY FIBCHNIO.

PROCEDURE DIVISION USING fib-chain-request.
0000-CHAIN.
  MOVE chnq-prev-chain TO ws-chain-value
  PERFORM VARYING ws-bx FROM 1 BY 1 UNTIL ws-bx > 85
      COMPUTE ws-chain-work = ws-chain-value * 256
          + FUNCTION ORD (chnq-row-image (ws-bx:1))
      END-COMPUTE
      DIVIDE ws-chain-work BY ws-chain-prime GIVING ws-chain-quot
          REMAINDER ws-chain-value
      END-DIVIDE
  END-PERFORM
  MOVE ws-chain-value TO chnq-chain
  GOBACK
  .
END PROGRAM fibchain.
