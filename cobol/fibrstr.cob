IDENTIFICATION DIVISION.
PROGRAM-ID. fibrstr.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT arch-result-file ASSIGN TO "FIBRESAR"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-arch-res-status.
  SELECT arch-audit-file ASSIGN TO "FIBAUDAR"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-arch-aud-status.
  SELECT arch-report-file ASSIGN TO "FIBRPTAR"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-arch-rpt-status.
  SELECT fib-anchor-file ASSIGN TO "FIBAUDAN"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-anchor-status.
  SELECT rest-result-file ASSIGN TO "FIBRESRS"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-rest-res-status.
  SELECT rest-audit-file ASSIGN TO "FIBAUDRS"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-rest-aud-status.
  SELECT rest-report-file ASSIGN TO "FIBRPTRS"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-rest-rpt-status.

DATA DIVISION.
FILE SECTION.
FD  arch-result-file
    RECORD CONTAINS 59 CHARACTERS.
    COPY FIBRESR.

FD  arch-audit-file
    RECORD CONTAINS 100 CHARACTERS.
    COPY FIBAUDR.

FD  arch-report-file
    RECORD CONTAINS 81 CHARACTERS.
    COPY FIBRPT.

FD  fib-anchor-file
    RECORD CONTAINS 80 CHARACTERS.
    COPY FIBANCR.

FD  rest-result-file
    RECORD CONTAINS 59 CHARACTERS.
01  rest-result-record      PIC X(59).

FD  rest-audit-file
    RECORD CONTAINS 100 CHARACTERS.
01  rest-audit-record       PIC X(100).

FD  rest-report-file
    RECORD CONTAINS 81 CHARACTERS.
01  rest-report-record      PIC X(81).

WORKING-STORAGE SECTION.
01  ws-arch-res-status   PIC X(2).
01  ws-arch-aud-status   PIC X(2).
01  ws-arch-rpt-status   PIC X(2).
01  ws-anchor-status     PIC X(2).
01  ws-rest-res-status   PIC X(2).
01  ws-rest-aud-status   PIC X(2).
01  ws-rest-rpt-status   PIC X(2).
01  ws-restore-card.
    05  ws-rc-function   PIC X(8).
    05  ws-rc-cycle      PIC X(14).
    05  FILLER           PIC X(58).
01  ws-restore-cycle     PIC X(14).
01  ws-arch-eof          PIC X(1).
01  ws-res-rows          PIC 9(9) COMP VALUE 0.
01  ws-res-ctl-rows      PIC 9(9) COMP VALUE 0.
01  ws-res-hash          PIC 9(9) COMP VALUE 0.
01  ws-res-trl-seen      PIC X(1)    VALUE "N".
01  ws-res-trl-count     PIC 9(9) COMP VALUE 0.
01  ws-res-trl-hash      PIC 9(9) COMP VALUE 0.
01  ws-aud-rows          PIC 9(9) COMP VALUE 0.
01  ws-aud-read          PIC 9(9) COMP VALUE 0.
01  ws-aud-breaks        PIC 9(9) COMP VALUE 0.
01  ws-aud-prev-chain    PIC 9(15)   VALUE 0.
01  ws-aud-last-chain    PIC 9(15)   VALUE 0.
01  ws-anc-found         PIC X(1)    VALUE "N".
01  ws-anc-start         PIC 9(15)   VALUE 0.
01  ws-anc-end           PIC 9(15)   VALUE 0.
01  ws-anc-count         PIC 9(9) COMP VALUE 0.
01  ws-anc-source        PIC X(8)    VALUE SPACES.
01  ws-rpt-rows          PIC 9(9) COMP VALUE 0.
01  ws-rpt-hash          PIC 9(9) COMP VALUE 0.
01  ws-rstr-return-code  PIC 9(4) COMP VALUE 0.
COPY FIBCTLIO.
COPY FIBCTLR.
COPY FIBCHNIO.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0100-READ-CARD
  IF ws-rstr-return-code = 0
      PERFORM 0200-CHECK-CYCLE
  END-IF
  IF ws-rstr-return-code = 0
      PERFORM 0400-LOAD-ANCHOR
  END-IF
  IF ws-rstr-return-code = 0
      PERFORM 0300-OPEN-FILES
  END-IF
  IF ws-rstr-return-code = 0
      PERFORM 1000-RESTORE-RESULTS
      PERFORM 2000-RESTORE-AUDIT
      PERFORM 3000-RESTORE-REPORT
      PERFORM 0600-CLOSE-FILES
      PERFORM 8000-SHOW-COUNTS
  END-IF
  MOVE ws-rstr-return-code TO RETURN-CODE
  GOBACK
  .

0100-READ-CARD.
  DISPLAY "RESTORE and cycle id to restore" END-DISPLAY
  MOVE SPACES TO ws-restore-card
  ACCEPT ws-restore-card END-ACCEPT
  MOVE ws-rc-cycle TO ws-restore-cycle
  IF ws-rc-function NOT = "RESTORE" OR ws-restore-cycle = SPACES
      DISPLAY "FIBRSTR - SYSIN card must read RESTORE and a cycle id"
          " - nothing restored" END-DISPLAY
      MOVE 8 TO ws-rstr-return-code
  END-IF
  .

0200-CHECK-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "G" TO ctlq-function
  MOVE ws-restore-cycle TO ctlq-cycle-id
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBRSTR - cycle " ws-restore-cycle
              " is not on FIBCTL" END-DISPLAY
          MOVE 12 TO ws-rstr-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-rstr-return-code
      WHEN ctl-stg-status (8) NOT = "C"
          AND ctl-stg-status (8) NOT = "W"
          DISPLAY "FIBRSTR - cycle " ws-restore-cycle
              " has not been archived - its rows are still on the"
              " live files" END-DISPLAY
          MOVE 12 TO ws-rstr-return-code
      WHEN OTHER
          DISPLAY "FIBRSTR - restoring cycle " ws-restore-cycle
              END-DISPLAY
  END-EVALUATE
  .

0300-OPEN-FILES.
  OPEN INPUT arch-result-file
  OPEN INPUT arch-audit-file
  OPEN INPUT arch-report-file
  OPEN OUTPUT rest-result-file
  OPEN OUTPUT rest-audit-file
  OPEN OUTPUT rest-report-file
  IF ws-arch-res-status NOT = "00"
      OR ws-arch-aud-status NOT = "00"
      OR ws-arch-rpt-status NOT = "00"
      OR ws-rest-res-status NOT = "00"
      OR ws-rest-aud-status NOT = "00"
      OR ws-rest-rpt-status NOT = "00"
      DISPLAY "FIBRSTR open failed, file status "
          ws-arch-res-status " " ws-arch-aud-status " "
          ws-arch-rpt-status " " ws-rest-res-status " "
          ws-rest-aud-status " " ws-rest-rpt-status END-DISPLAY
      MOVE 16 TO ws-rstr-return-code
  END-IF
  .

0400-LOAD-ANCHOR.
  OPEN INPUT fib-anchor-file
  EVALUATE ws-anchor-status
      WHEN "00"
          MOVE "N" TO ws-arch-eof
          PERFORM UNTIL ws-arch-eof = "Y"
              READ fib-anchor-file
                  AT END
                      MOVE "Y" TO ws-arch-eof
                  NOT AT END
                      IF anc-cycle-id = ws-restore-cycle
                          MOVE "Y" TO ws-anc-found
                          MOVE anc-start-chain TO ws-anc-start
                          MOVE anc-end-chain TO ws-anc-end
                          MOVE anc-row-count TO ws-anc-count
                          MOVE anc-source TO ws-anc-source
                      END-IF
              END-READ
          END-PERFORM
          CLOSE fib-anchor-file
      WHEN "35"
          CONTINUE
      WHEN OTHER
          DISPLAY "FIBAUDAN open failed, file status "
              ws-anchor-status END-DISPLAY
          MOVE 16 TO ws-rstr-return-code
  END-EVALUATE
  .

0600-CLOSE-FILES.
  CLOSE arch-result-file
  CLOSE arch-audit-file
  CLOSE arch-report-file
  CLOSE rest-result-file
  CLOSE rest-audit-file
  CLOSE rest-report-file
  .

1000-RESTORE-RESULTS.
  MOVE "N" TO ws-arch-eof
  PERFORM UNTIL ws-arch-eof = "Y"
      READ arch-result-file
          AT END
              MOVE "Y" TO ws-arch-eof
          NOT AT END
              IF fib-result-record (1:1) = "H"
                  OR fib-result-record (1:1) = "T"
                  IF fresc-cycle-id = ws-restore-cycle
                      MOVE fib-result-record TO rest-result-record
                      WRITE rest-result-record
                      ADD 1 TO ws-res-ctl-rows
                      IF fresc-type = "T"
                          MOVE "Y" TO ws-res-trl-seen
                          MOVE fresc-count TO ws-res-trl-count
                          MOVE fresc-hash TO ws-res-trl-hash
                      END-IF
                  END-IF
              ELSE
                  IF fres-cycle-id = ws-restore-cycle
                      MOVE fib-result-record TO rest-result-record
                      WRITE rest-result-record
                      ADD 1 TO ws-res-rows
                      ADD fres-n TO ws-res-hash
                      PERFORM UNTIL ws-res-hash < 1000000000
                          SUBTRACT 1000000000 FROM ws-res-hash
                      END-PERFORM
                  END-IF
              END-IF
      END-READ
  END-PERFORM
  EVALUATE TRUE
      WHEN ws-res-rows = 0 AND ws-res-ctl-rows = 0
          DISPLAY "FIBRSTR - no FIBRES rows for cycle "
              ws-restore-cycle " on the archive or offload"
              END-DISPLAY
          IF ws-rstr-return-code < 4
              MOVE 4 TO ws-rstr-return-code
          END-IF
      WHEN ws-res-trl-seen = "N"
      WHEN ws-res-trl-count NOT = ws-res-rows
      WHEN ws-res-trl-hash NOT = ws-res-hash
          DISPLAY "FIBRSTR - FIBRES rows for cycle " ws-restore-cycle
              " do not balance to its trailer - count " ws-res-rows
              " hash " ws-res-hash " trailer " ws-res-trl-count
              " hash " ws-res-trl-hash END-DISPLAY
          IF ws-rstr-return-code < 8
              MOVE 8 TO ws-rstr-return-code
          END-IF
      WHEN OTHER
          CONTINUE
  END-EVALUATE
  .

2000-RESTORE-AUDIT.
  MOVE "N" TO ws-arch-eof
  PERFORM UNTIL ws-arch-eof = "Y"
      READ arch-audit-file
          AT END
              MOVE "Y" TO ws-arch-eof
          NOT AT END
              ADD 1 TO ws-aud-read
              IF aud-cycle-id = ws-restore-cycle
                  PERFORM 2100-RESTORE-ONE-AUDIT
              END-IF
              MOVE aud-chain TO ws-aud-prev-chain
      END-READ
  END-PERFORM
  EVALUATE TRUE
      WHEN ws-aud-rows = 0
          DISPLAY "FIBRSTR - no FIBAUD rows for cycle "
              ws-restore-cycle " on the archive or offload"
              END-DISPLAY
          IF ws-rstr-return-code < 4
              MOVE 4 TO ws-rstr-return-code
          END-IF
      WHEN ws-anc-found = "N"
          DISPLAY "FIBRSTR - cycle " ws-restore-cycle
              " has no audit anchor - FIBAUD rows restored"
              " unverified" END-DISPLAY
          IF ws-rstr-return-code < 4
              MOVE 4 TO ws-rstr-return-code
          END-IF
      WHEN ws-aud-breaks > 0
      WHEN ws-aud-rows NOT = ws-anc-count
      WHEN ws-aud-last-chain NOT = ws-anc-end
          DISPLAY "FIBRSTR - FIBAUD rows for cycle " ws-restore-cycle
              " do not match the audit chain - rows " ws-aud-rows
              " anchor rows " ws-anc-count " breaks " ws-aud-breaks
              END-DISPLAY
          IF ws-rstr-return-code < 8
              MOVE 8 TO ws-rstr-return-code
          END-IF
      WHEN OTHER
          CONTINUE
  END-EVALUATE
  .

2100-RESTORE-ONE-AUDIT.
  IF ws-aud-rows = 0
      MOVE ws-anc-start TO ws-aud-prev-chain
  END-IF
  ADD 1 TO ws-aud-rows
  IF ws-anc-found = "Y"
      MOVE ws-aud-prev-chain TO chnq-prev-chain
      MOVE fib-audit-record (1:85) TO chnq-row-image
      CALL "fibchain" USING fib-chain-request
      END-CALL
      IF aud-chain NOT = chnq-chain
          ADD 1 TO ws-aud-breaks
      END-IF
  END-IF
  MOVE aud-chain TO ws-aud-last-chain
  MOVE fib-audit-record TO rest-audit-record
  WRITE rest-audit-record
  .

3000-RESTORE-REPORT.
  MOVE "N" TO ws-arch-eof
  PERFORM UNTIL ws-arch-eof = "Y"
      READ arch-report-file
          AT END
              MOVE "Y" TO ws-arch-eof
          NOT AT END
              IF rpt-cycle-id = ws-restore-cycle
                  MOVE fib-report-record TO rest-report-record
                  WRITE rest-report-record
                  ADD 1 TO ws-rpt-rows
                  ADD rpt-n TO ws-rpt-hash
                  PERFORM UNTIL ws-rpt-hash < 1000000000
                      SUBTRACT 1000000000 FROM ws-rpt-hash
                  END-PERFORM
              END-IF
      END-READ
  END-PERFORM
  IF ws-rpt-rows = 0
      DISPLAY "FIBRSTR - no FIBRPT rows for cycle "
          ws-restore-cycle " on the archive or offload" END-DISPLAY
      IF ws-rstr-return-code < 4
          MOVE 4 TO ws-rstr-return-code
      END-IF
  END-IF
  .

8000-SHOW-COUNTS.
  DISPLAY "FIBRSTR cycle " ws-restore-cycle END-DISPLAY
  DISPLAY "FIBRES rows restored " ws-res-rows " hash " ws-res-hash
      " header/trailer " ws-res-ctl-rows END-DISPLAY
  DISPLAY "FIBAUD rows restored " ws-aud-rows " of " ws-aud-read
      " read, anchor " ws-anc-source END-DISPLAY
  DISPLAY "FIBRPT rows restored " ws-rpt-rows " hash " ws-rpt-hash
      END-DISPLAY
  .
END PROGRAM fibrstr.
