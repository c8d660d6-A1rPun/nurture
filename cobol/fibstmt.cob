  SELECT routed-result-file ASSIGN TO "FIBRESIN"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-result-status.
  SELECT fib-release-file ASSIGN TO "FIBRESP"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-release-status.
  SELECT fib-dept-file ASSIGN TO "FIBDEPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-dept-status.
    RECORD CONTAINS 59 CHARACTERS.
    COPY FIBRESR.

FD  fib-release-file
    RECORD CONTAINS 59 CHARACTERS.
01  fib-release-record      PIC X(59).

FD  fib-dept-file
    RECORD CONTAINS 53 CHARACTERS.
    COPY FIBDEPTR.

FD  stmt-report-file
WORKING-STORAGE SECTION.
01  ws-result-status     PIC X(2).
01  ws-dept-status       PIC X(2).
01  ws-release-status    PIC X(2).
01  ws-report-status     PIC X(2).
01  ws-stmt-eof          PIC X(1).
01  ws-dept-eof          PIC X(1)    VALUE "N".
01  ws-current-cycle     PIC X(14)   VALUE SPACES.
01  ws-restore-card.
    05  ws-rc-function   PIC X(8).
    05  ws-rc-cycle      PIC X(14).
    05  FILLER           PIC X(58).
01  ws-restore-mode      PIC X(1)    VALUE "N".
01  ws-priority-mode     PIC X(1)    VALUE "N".
01  ws-released          PIC X(1)    VALUE "N".
01  ws-rel-eof           PIC X(1)    VALUE "N".
01  ws-rel-row-count     PIC 9(9) COMP VALUE 0.
01  ws-rel-skip-count    PIC 9(9) COMP VALUE 0.
01  ws-row-pos           PIC 9(9) COMP.
01  ws-row-first         PIC 9(9) COMP.
01  ws-row-last          PIC 9(9) COMP.
01  ws-dept-table.
    05  ws-dept-entry OCCURS 100 TIMES.
        10  ws-de-code       PIC X(3).
01  ws-req-table.
    05  ws-req-entry OCCURS 100 TIMES.
        10  ws-rq-code       PIC X(3).
        10  ws-rq-rows       PIC 9(9) COMP.
        10  ws-rq-released   PIC 9(9) COMP.
01  ws-req-used          PIC 9(4) COMP VALUE 0.
01  ws-req-slot          PIC 9(4) COMP.
01  ws-rx                PIC 9(4) COMP.
01  ws-prior-count       PIC 9(9) COMP VALUE 0.
01  ws-stmt-count        PIC 9(9) COMP VALUE 0.
01  ws-stmt-return-code  PIC 9(4) COMP VALUE 0.
COPY FIBCTLIO.
COPY FIBCTLR.
01  st-title-line.
    05  FILLER           PIC X(62)
        VALUE "FIBONACCI SERVICE - RESULT STATEMENT".
    05  st-dt-date       PIC X(8).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  st-dt-cont       PIC X(11).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  st-dt-reprint    PIC X(8).
    05  FILLER           PIC X(37)   VALUE SPACES.
01  st-head-line         PIC X(80)
        VALUE "SEQ          N                                     RESULT  STATUS".
01  st-detail-line.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0050-READ-FUNCTION
  IF ws-stmt-return-code = 0
      EVALUATE TRUE
          WHEN ws-restore-mode = "Y"
              PERFORM 0150-GET-RESTORED-CYCLE
          WHEN ws-priority-mode = "Y"
              PERFORM 0170-GET-PRIORITY-CYCLE
          WHEN OTHER
              PERFORM 0100-GET-CYCLE
      END-EVALUATE
  END-IF
  IF ws-stmt-return-code = 0
      PERFORM 0200-LOAD-DEPT
  IF ws-stmt-return-code = 0
      PERFORM 1000-SCAN-REQUESTORS
  END-IF
  IF ws-stmt-return-code < 12 AND ws-released = "Y"
      PERFORM 0400-LOAD-RELEASED
  END-IF
  IF ws-stmt-return-code < 12
      PERFORM 2000-WRITE-ONE-STATEMENT
          VARYING ws-rx FROM 1 BY 1 UNTIL ws-rx > ws-req-used
      CLOSE stmt-report-file
          ", rows in cycle " ws-cycle-count
          ", other-cycle rows skipped " ws-prior-count
          ", statements produced " ws-stmt-count END-DISPLAY
      IF ws-released = "Y"
          DISPLAY "FIBSTMT - released priority rows on this file "
              ws-rel-skip-count END-DISPLAY
      END-IF
      EVALUATE TRUE
          WHEN ws-cycle-count = 0
              DISPLAY "FIBSTMT - no rows for that cycle on this"
                  " routed file" END-DISPLAY
              MOVE 4 TO ws-stmt-return-code
          WHEN ws-stmt-count = 0
              DISPLAY "FIBSTMT - no rows left to state for that"
                  " cycle on this routed file" END-DISPLAY
              MOVE 4 TO ws-stmt-return-code
          WHEN OTHER
              CONTINUE
      END-EVALUATE
  END-IF
  IF ws-current-cycle NOT = SPACES AND ws-restore-mode = "N"
      PERFORM 0900-POST-CYCLE
  END-IF
  MOVE ws-stmt-return-code TO RETURN-CODE
  GOBACK
  .

0050-READ-FUNCTION.
  MOVE SPACES TO ws-restore-card
  ACCEPT ws-restore-card END-ACCEPT
  EVALUATE ws-rc-function
      WHEN SPACES
          CONTINUE
      WHEN "RESTORE"
          IF ws-rc-cycle = SPACES
              DISPLAY "FIBSTMT - RESTORE card has no cycle id"
                  END-DISPLAY
              MOVE 16 TO ws-stmt-return-code
          ELSE
              MOVE "Y" TO ws-restore-mode
          END-IF
      WHEN "PRIORITY"
          MOVE "Y" TO ws-priority-mode
      WHEN OTHER
          DISPLAY "FIBSTMT - unknown function '" ws-rc-function "'"
              END-DISPLAY
          MOVE 16 TO ws-stmt-return-code
  END-EVALUATE
  .

0100-GET-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBSTMT - no cycle open on FIBCTL" END-DISPLAY
          MOVE 12 TO ws-stmt-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-stmt-return-code
      WHEN ctl-stg-status (5) NOT = "C"
          AND ctl-stg-status (5) NOT = "W"
          DISPLAY "FIBSTMT - cycle " ctl-cycle-id " FIBSPLIT status '"
              ctl-stg-status (5) "' - results not routed"
              END-DISPLAY
          MOVE 12 TO ws-stmt-return-code
      WHEN (ctl-stg-status (11) = "C" OR ctl-stg-status (11) = "W")
          AND ctl-stg-status (12) NOT = "C"
          AND ctl-stg-status (12) NOT = "W"
          DISPLAY "FIBSTMT - cycle " ctl-cycle-id " priority FIBSTMT"
              " status '" ctl-stg-status (12) "' - released rows not"
              " stated" END-DISPLAY
          MOVE 12 TO ws-stmt-return-code
      WHEN OTHER
          MOVE ctl-cycle-id TO ws-current-cycle
          IF ctl-stg-status (11) = "C" OR ctl-stg-status (11) = "W"
              MOVE "Y" TO ws-released
          END-IF
  END-EVALUATE
  .

0150-GET-RESTORED-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "G" TO ctlq-function
  MOVE ws-rc-cycle TO ctlq-cycle-id
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBSTMT - cycle " ws-rc-cycle " is not on FIBCTL"
              END-DISPLAY
          MOVE 12 TO ws-stmt-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-stmt-return-code
      WHEN ctl-stg-status (8) NOT = "C"
          AND ctl-stg-status (8) NOT = "W"
          DISPLAY "FIBSTMT - cycle " ws-rc-cycle " has not been"
              " archived - reprint it with the normal run" END-DISPLAY
          MOVE 12 TO ws-stmt-return-code
      WHEN OTHER
          MOVE ws-rc-cycle TO ws-current-cycle
          DISPLAY "FIBSTMT - reprinting restored cycle "
              ws-current-cycle " - FIBCTL not updated" END-DISPLAY
  END-EVALUATE
  .

0170-GET-PRIORITY-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBSTMT - no cycle open on FIBCTL" END-DISPLAY
          MOVE 12 TO ws-stmt-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-stmt-return-code
      WHEN ctl-stg-status (11) NOT = "C"
          AND ctl-stg-status (11) NOT = "W"
          DISPLAY "FIBSTMT - cycle " ctl-cycle-id " priority"
              " FIBSPLIT status '" ctl-stg-status (11)
              "' - priority rows not routed" END-DISPLAY
          MOVE 12 TO ws-stmt-return-code
      WHEN OTHER
          MOVE ctl-cycle-id TO ws-current-cycle
          MOVE "Y" TO ws-released
  END-EVALUATE
  .

0400-LOAD-RELEASED.
  OPEN INPUT fib-release-file
  IF ws-release-status NOT = "00"
      DISPLAY "FIBRESP open failed, file status " ws-release-status
          " - released priority rows cannot be told apart"
          END-DISPLAY
      MOVE 16 TO ws-stmt-return-code
  ELSE
      PERFORM UNTIL ws-rel-eof = "Y"
          READ fib-release-file
              AT END
                  MOVE "Y" TO ws-rel-eof
              NOT AT END
                  MOVE fib-release-record TO fib-result-record
                  IF fresc-type NOT = "H" AND fresc-type NOT = "T"
                      AND fres-cycle-id = ws-current-cycle
                      ADD 1 TO ws-rel-row-count
                      PERFORM 0410-POST-ONE-RELEASED
                  END-IF
          END-READ
      END-PERFORM
      CLOSE fib-release-file
  END-IF
  .

0410-POST-ONE-RELEASED.
  PERFORM VARYING ws-qx FROM 1 BY 1 UNTIL ws-qx > ws-req-used
      IF ws-rq-code (ws-qx) = fres-requestor
          ADD 1 TO ws-rq-released (ws-qx)
      END-IF
  END-PERFORM
  .

0900-POST-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "M" TO ctlq-function
  MOVE ws-current-cycle TO ctlq-cycle-id
  IF ws-priority-mode = "Y"
      MOVE 12 TO ctlq-stage
  ELSE
      MOVE 6 TO ctlq-stage
  END-IF
  MOVE ws-stmt-return-code TO ctlq-stage-rc
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status NOT = "00"
      DISPLAY "FIBSTMT - statements for cycle " ws-current-cycle
          " not recorded on FIBCTL" END-DISPLAY
      MOVE 16 TO ws-stmt-return-code
  END-IF
  .

0200-LOAD-DEPT.
  OPEN INPUT fib-dept-file
  IF ws-dept-status NOT = "00"
      IF ws-req-used < 100
          ADD 1 TO ws-req-used
          MOVE fres-requestor TO ws-rq-code (ws-req-used)
          MOVE 1 TO ws-rq-rows (ws-req-used)
          MOVE 0 TO ws-rq-released (ws-req-used)
      ELSE
          DISPLAY "FIBSTMT - requestor table full, code "
              fres-requestor " gets no statement" END-DISPLAY
          MOVE 8 TO ws-stmt-return-code
      END-IF
  ELSE
      ADD 1 TO ws-rq-rows (ws-req-slot)
  END-IF
  .

2000-WRITE-ONE-STATEMENT.
  MOVE 1 TO ws-row-first
  MOVE ws-rq-rows (ws-rx) TO ws-row-last
  IF ws-released = "Y"
      IF ws-rq-released (ws-rx) > ws-rq-rows (ws-rx)
          MOVE ws-rq-rows (ws-rx) TO ws-rq-released (ws-rx)
      END-IF
      ADD ws-rq-released (ws-rx) TO ws-rel-skip-count
      IF ws-priority-mode = "Y"
          MOVE ws-rq-released (ws-rx) TO ws-row-last
      ELSE
          COMPUTE ws-row-first = ws-rq-released (ws-rx) + 1
          END-COMPUTE
      END-IF
  END-IF
  IF ws-row-first NOT > ws-row-last
      PERFORM 2010-WRITE-STATEMENT-ROWS
  END-IF
  .

2010-WRITE-STATEMENT-ROWS.
  MOVE ws-rq-code (ws-rx) TO ws-cur-requestor
  MOVE ws-current-cycle (1:8) TO ws-cur-run-date
  PERFORM 2050-FIND-DEPT-NAME
      MOVE 16 TO ws-stmt-return-code
  ELSE
      MOVE "N" TO ws-stmt-eof
      MOVE 0 TO ws-row-pos
      PERFORM UNTIL ws-stmt-eof = "Y"
          READ routed-result-file
              AT END
              NOT AT END
                  IF fres-requestor = ws-cur-requestor
                      AND fres-cycle-id = ws-current-cycle
                      ADD 1 TO ws-row-pos
                      IF ws-row-pos NOT < ws-row-first
                          AND ws-row-pos NOT > ws-row-last
                          PERFORM 2100-WRITE-DETAIL-LINE
                      END-IF
                  END-IF
          END-READ
      END-PERFORM
  ELSE
      MOVE SPACES TO st-dt-cont
  END-IF
  EVALUATE TRUE
      WHEN ws-restore-mode = "Y"
          MOVE "REPRINT" TO st-dt-reprint
      WHEN ws-priority-mode = "Y"
          MOVE "PRIORITY" TO st-dt-reprint
      WHEN OTHER
          MOVE SPACES TO st-dt-reprint
  END-EVALUATE
  MOVE st-date-line TO stmt-report-record
  WRITE stmt-report-record
  MOVE st-head-line TO stmt-report-record
