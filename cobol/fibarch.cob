    COPY FIBRESR.

FD  fib-audit-file
    RECORD CONTAINS 100 CHARACTERS.
    COPY FIBAUDR.

FD  fib-report-file
01  arch-result-record      PIC X(59).

FD  arch-audit-file
    RECORD CONTAINS 100 CHARACTERS.
01  arch-audit-record       PIC X(100).

FD  arch-report-file
    RECORD CONTAINS 81 CHARACTERS.
01  keep-result-record      PIC X(59).

FD  keep-audit-file
    RECORD CONTAINS 100 CHARACTERS.
01  keep-audit-record       PIC X(100).

FD  keep-report-file
    RECORD CONTAINS 81 CHARACTERS.
01  ws-keep-res-status   PIC X(2).
01  ws-keep-aud-status   PIC X(2).
01  ws-keep-rpt-status   PIC X(2).
01  ws-cutoff-cycle      PIC X(14)   VALUE SPACES.
01  ws-latest-cycle      PIC X(14).
01  ws-ctl-eof           PIC X(1).
01  ws-arch-blocked      PIC X(1)    VALUE "N".
01  ws-cycle-arch-count  PIC 9(9) COMP VALUE 0.
01  ws-row-cycle         PIC X(14).
01  ws-arch-eof          PIC X(1).
01  ws-res-arch-count    PIC 9(9) COMP VALUE 0.
01  ws-res-keep-count    PIC 9(9) COMP VALUE 0.
01  ws-aud-arch-count    PIC 9(9) COMP VALUE 0.
01  ws-aud-keep-count    PIC 9(9) COMP VALUE 0.
01  ws-aud-held-count    PIC 9(9) COMP VALUE 0.
01  ws-aud-keeping       PIC X(1)    VALUE "N".
01  ws-rpt-arch-count    PIC 9(9) COMP VALUE 0.
01  ws-rpt-keep-count    PIC 9(9) COMP VALUE 0.
01  ws-arch-return-code  PIC 9(4) COMP VALUE 0.
COPY FIBCTLIO.
COPY FIBCTLR.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0100-FIND-CUTOFF
  IF ws-arch-return-code = 0
      PERFORM 1000-ARCHIVE-RESULTS
      PERFORM 2000-ARCHIVE-AUDIT
      PERFORM 3000-ARCHIVE-REPORT
      PERFORM 8000-SHOW-COUNTS
      IF ws-arch-return-code = 0
          PERFORM 0900-POST-CYCLES
      END-IF
  END-IF
  MOVE ws-arch-return-code TO RETURN-CODE
  GOBACK
  .

0100-FIND-CUTOFF.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE ctlq-status
      WHEN "00"
          MOVE ctl-cycle-id TO ws-latest-cycle
          PERFORM 0150-SCAN-CYCLES
      WHEN "23"
          DISPLAY "FIBARCH - no cycles on FIBCTL" END-DISPLAY
          MOVE 4 TO ws-arch-return-code
      WHEN OTHER
          MOVE 16 TO ws-arch-return-code
  END-EVALUATE
  IF ws-arch-return-code = 0
      IF ws-cutoff-cycle = SPACES
          MOVE ws-latest-cycle TO ws-cutoff-cycle
      END-IF
      IF ws-cycle-arch-count = 0
          IF ws-arch-blocked = "Y"
              DISPLAY "FIBARCH - oldest cycle " ws-cutoff-cycle
                  " is not through FIBSTMT - nothing archived"
                  END-DISPLAY
              MOVE 12 TO ws-arch-return-code
          ELSE
              DISPLAY "FIBARCH - no completed cycles to archive"
                  END-DISPLAY
              MOVE 4 TO ws-arch-return-code
          END-IF
      ELSE
          DISPLAY "FIBARCH - archiving " ws-cycle-arch-count
              " cycle(s) below " ws-cutoff-cycle END-DISPLAY
      END-IF
  END-IF
  .

0150-SCAN-CYCLES.
  INITIALIZE fib-ctl-request
  MOVE LOW-VALUES TO ctlq-cycle-id
  MOVE "N" TO ws-ctl-eof
  PERFORM UNTIL ws-ctl-eof = "Y"
      MOVE "N" TO ctlq-function
      CALL "fibctl" USING fib-ctl-request fib-control-record
      END-CALL
      EVALUATE TRUE
          WHEN ctlq-status = "23"
              MOVE "Y" TO ws-ctl-eof
          WHEN ctlq-status NOT = "00"
              MOVE "Y" TO ws-ctl-eof
              MOVE 16 TO ws-arch-return-code
          WHEN ctl-cycle-id NOT < ws-latest-cycle
              MOVE "Y" TO ws-ctl-eof
          WHEN ctl-stg-status (8) = "C"
          WHEN ctl-stg-status (8) = "W"
              CONTINUE
          WHEN ctl-state = "X"
              ADD 1 TO ws-cycle-arch-count
          WHEN ctl-stg-status (4) = "C"
              AND (ctl-stg-status (6) = "C"
                  OR ctl-stg-status (6) = "W")
              ADD 1 TO ws-cycle-arch-count
          WHEN OTHER
              MOVE ctl-cycle-id TO ws-cutoff-cycle
              MOVE "Y" TO ws-arch-blocked
              MOVE "Y" TO ws-ctl-eof
      END-EVALUATE
  END-PERFORM
  .

0900-POST-CYCLES.
  INITIALIZE fib-ctl-request
  MOVE LOW-VALUES TO ctlq-cycle-id
  MOVE "N" TO ws-ctl-eof
  PERFORM UNTIL ws-ctl-eof = "Y"
      MOVE "N" TO ctlq-function
      CALL "fibctl" USING fib-ctl-request fib-control-record
      END-CALL
      IF ctlq-status NOT = "00"
          OR ctl-cycle-id NOT < ws-cutoff-cycle
          MOVE "Y" TO ws-ctl-eof
      ELSE
          IF ctl-stg-status (8) NOT = "C"
              AND ctl-stg-status (8) NOT = "W"
              PERFORM 0910-POST-ONE-CYCLE
          END-IF
      END-IF
  END-PERFORM
  .

0910-POST-ONE-CYCLE.
  MOVE "P" TO ctlq-function
  MOVE 8 TO ctlq-stage
  MOVE ws-arch-return-code TO ctlq-stage-rc
  MOVE SPACE TO ctlq-stage-status
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status NOT = "00"
      DISPLAY "FIBARCH - archive of cycle " ctlq-cycle-id
          " not recorded on FIBCTL" END-DISPLAY
      MOVE 16 TO ws-arch-return-code
      MOVE "Y" TO ws-ctl-eof
  END-IF
  .

1000-ARCHIVE-RESULTS.
  OPEN INPUT fib-result-file
  PERFORM 1100-OPEN-RESULT-OUT
                  MOVE "Y" TO ws-arch-eof
              NOT AT END
                  IF aud-cycle-id < ws-cutoff-cycle
                      AND ws-aud-keeping = "Y"
                      ADD 1 TO ws-aud-held-count
                  END-IF
                  IF aud-cycle-id < ws-cutoff-cycle
                      AND ws-aud-keeping = "N"
                      MOVE fib-audit-record TO arch-audit-record
                      WRITE arch-audit-record
                      ADD 1 TO ws-aud-arch-count
                  ELSE
                      MOVE "Y" TO ws-aud-keeping
                      MOVE fib-audit-record TO keep-audit-record
                      WRITE keep-audit-record
                      ADD 1 TO ws-aud-keep-count
      " kept " ws-res-keep-count END-DISPLAY
  DISPLAY "FIBAUD rows archived " ws-aud-arch-count
      " kept " ws-aud-keep-count END-DISPLAY
  IF ws-aud-held-count > 0
      DISPLAY "FIBAUD rows below cutoff kept behind a newer row "
          ws-aud-held-count " - archived once the rows ahead of them"
          " are" END-DISPLAY
  END-IF
  DISPLAY "FIBRPT rows archived " ws-rpt-arch-count
      " kept " ws-rpt-keep-count END-DISPLAY
  .
