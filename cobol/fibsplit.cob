  SELECT fib-result-file ASSIGN TO "FIBRES"
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

FD  route-a-file
WORKING-STORAGE SECTION.
01  ws-result-status     PIC X(2).
01  ws-dept-status       PIC X(2).
01  ws-release-status    PIC X(2).
01  ws-route-a-status    PIC X(2).
01  ws-route-b-status    PIC X(2).
01  ws-route-c-status    PIC X(2).
01  ws-route-h-status    PIC X(2).
01  ws-route-x-status    PIC X(2).
01  ws-split-eof         PIC X(1)    VALUE "N".
01  ws-dept-eof          PIC X(1)    VALUE "N".
01  ws-current-cycle     PIC X(14)   VALUE LOW-VALUES.
01  ws-restore-card.
    05  ws-rc-function   PIC X(8).
    05  ws-rc-cycle      PIC X(14).
    05  FILLER           PIC X(58).
01  ws-restore-mode      PIC X(1)    VALUE "N".
01  ws-priority-mode     PIC X(1)    VALUE "N".
01  ws-released          PIC X(1)    VALUE "N".
01  ws-rel-eof           PIC X(1)    VALUE "N".
01  ws-rel-trl-seen      PIC X(1)    VALUE "N".
01  ws-rel-trl-count     PIC 9(9) COMP VALUE 0.
01  ws-rel-trl-hash      PIC 9(10) COMP VALUE 0.
01  ws-rel-skip-count    PIC 9(9) COMP VALUE 0.
01  ws-rel-skip-hash     PIC 9(10) COMP VALUE 0.
01  ws-dept-table.
    05  ws-dept-entry OCCURS 100 TIMES.
        10  ws-de-code       PIC X(3).
01  ws-rx                PIC 9(4) COMP.
01  ws-route-id-list     PIC X(8)    VALUE "ABCDEFGH".
01  ws-split-return-code PIC 9(4) COMP VALUE 0.
COPY FIBCTLIO.
COPY FIBCTLR.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM VARYING ws-rx FROM 1 BY 1 UNTIL ws-rx > 8
      MOVE 0 TO ws-route-count (ws-rx)
  END-PERFORM
  PERFORM 0150-READ-FUNCTION
  IF ws-split-return-code = 0
      PERFORM 0200-LOAD-DEPT
  END-IF
  IF ws-split-return-code = 0
      EVALUATE TRUE
          WHEN ws-restore-mode = "Y"
              PERFORM 0260-FIND-RESTORED-CYCLE
          WHEN ws-priority-mode = "Y"
              PERFORM 0270-FIND-PRIORITY-CYCLE
          WHEN OTHER
              PERFORM 0250-FIND-CYCLE
      END-EVALUATE
  END-IF
  IF ws-split-return-code = 0 AND ws-released = "Y"
      PERFORM 0280-READ-RELEASE
  END-IF
  IF ws-split-return-code = 0
      PERFORM 0300-OPEN-FILES
                      ADD 1 TO ws-control-count
                  ELSE
                      IF fres-cycle-id = ws-current-cycle
                          IF ws-rel-skip-count < ws-rel-trl-count
                              PERFORM 1050-SKIP-RELEASED-ROW
                          ELSE
                              PERFORM 1100-ROUTE-ONE-ROW
                          END-IF
                      ELSE
                          ADD 1 TO ws-prior-count
                      END-IF
      PERFORM 1300-SHOW-COUNTS
      PERFORM 0900-CLOSE-FILES
  END-IF
  IF ws-current-cycle NOT = LOW-VALUES AND ws-restore-mode = "N"
      PERFORM 0950-POST-CYCLE
  END-IF
  MOVE ws-split-return-code TO RETURN-CODE
  GOBACK
  .

0150-READ-FUNCTION.
  MOVE SPACES TO ws-restore-card
  ACCEPT ws-restore-card END-ACCEPT
  EVALUATE ws-rc-function
      WHEN SPACES
          CONTINUE
      WHEN "RESTORE"
          IF ws-rc-cycle = SPACES
              DISPLAY "FIBSPLIT - RESTORE card has no cycle id"
                  END-DISPLAY
              MOVE 16 TO ws-split-return-code
          ELSE
              MOVE "Y" TO ws-restore-mode
          END-IF
      WHEN "PRIORITY"
          MOVE "Y" TO ws-priority-mode
      WHEN OTHER
          DISPLAY "FIBSPLIT - unknown function '" ws-rc-function "'"
              END-DISPLAY
          MOVE 16 TO ws-split-return-code
  END-EVALUATE
  .

0200-LOAD-DEPT.
  OPEN INPUT fib-dept-file
  IF ws-dept-status NOT = "00"
  .

0250-FIND-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBSPLIT - no cycle open on FIBCTL" END-DISPLAY
          MOVE 12 TO ws-split-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-split-return-code
      WHEN ctl-stg-status (4) NOT = "C"
          DISPLAY "FIBSPLIT - cycle " ctl-cycle-id " FIBRECON status '"
              ctl-stg-status (4) "' - results not released"
              END-DISPLAY
          MOVE 12 TO ws-split-return-code
      WHEN ctl-stg-status (5) = "C"
      WHEN ctl-stg-status (5) = "W"
          DISPLAY "FIBSPLIT - cycle " ctl-cycle-id " has already"
              " been routed - not routed again" END-DISPLAY
          MOVE 12 TO ws-split-return-code
      WHEN OTHER
          MOVE ctl-cycle-id TO ws-current-cycle
          IF ctl-stg-status (11) = "C" OR ctl-stg-status (11) = "W"
              MOVE "Y" TO ws-released
          END-IF
  END-EVALUATE
  .

0260-FIND-RESTORED-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "G" TO ctlq-function
  MOVE ws-rc-cycle TO ctlq-cycle-id
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBSPLIT - cycle " ws-rc-cycle " is not on FIBCTL"
              END-DISPLAY
          MOVE 12 TO ws-split-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-split-return-code
      WHEN ctl-stg-status (8) NOT = "C"
          AND ctl-stg-status (8) NOT = "W"
          DISPLAY "FIBSPLIT - cycle " ws-rc-cycle " has not been"
              " archived - route it with the normal run" END-DISPLAY
          MOVE 12 TO ws-split-return-code
      WHEN OTHER
          MOVE ws-rc-cycle TO ws-current-cycle
          DISPLAY "FIBSPLIT - routing restored cycle "
              ws-current-cycle " - FIBCTL not updated" END-DISPLAY
  END-EVALUATE
  .

0270-FIND-PRIORITY-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBSPLIT - no cycle open on FIBCTL" END-DISPLAY
          MOVE 12 TO ws-split-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-split-return-code
      WHEN ctl-stg-status (11) = "C"
      WHEN ctl-stg-status (11) = "W"
          DISPLAY "FIBSPLIT - priority rows of cycle " ctl-cycle-id
              " have already been routed - not routed again"
              END-DISPLAY
          MOVE 12 TO ws-split-return-code
      WHEN ctl-stg-status (4) NOT = SPACE
          DISPLAY "FIBSPLIT - cycle " ctl-cycle-id " has reached"
              " FIBRECON - priority rows are delivered with the cycle"
              END-DISPLAY
          MOVE 12 TO ws-split-return-code
      WHEN ctl-stg-status (10) NOT = "C"
          DISPLAY "FIBSPLIT - cycle " ctl-cycle-id " priority"
              " FIBRECON status '" ctl-stg-status (10)
              "' - priority rows not released" END-DISPLAY
          MOVE 12 TO ws-split-return-code
      WHEN OTHER
          MOVE ctl-cycle-id TO ws-current-cycle
          DISPLAY "FIBSPLIT - routing priority rows of cycle "
              ws-current-cycle END-DISPLAY
  END-EVALUATE
  .

0280-READ-RELEASE.
  OPEN INPUT fib-release-file
  IF ws-release-status NOT = "00"
      DISPLAY "FIBRESP open failed, file status " ws-release-status
          " - released priority rows cannot be skipped" END-DISPLAY
      MOVE 16 TO ws-split-return-code
  ELSE
      PERFORM UNTIL ws-rel-eof = "Y"
          READ fib-release-file
              AT END
                  MOVE "Y" TO ws-rel-eof
              NOT AT END
                  MOVE fib-release-record TO fib-result-record
                  IF fresc-type = "T"
                      AND fresc-cycle-id = ws-current-cycle
                      MOVE "Y" TO ws-rel-trl-seen
                      MOVE fresc-count TO ws-rel-trl-count
                      MOVE fresc-hash TO ws-rel-trl-hash
                  END-IF
          END-READ
      END-PERFORM
      CLOSE fib-release-file
      IF ws-rel-trl-seen NOT = "Y"
          DISPLAY "FIBSPLIT - FIBRESP has no trailer for cycle "
              ws-current-cycle " - released priority rows cannot be"
              " skipped" END-DISPLAY
          MOVE 16 TO ws-split-return-code
      ELSE
          DISPLAY "FIBSPLIT - " ws-rel-trl-count " priority row(s)"
              " already released are not routed again" END-DISPLAY
      END-IF
  END-IF
  .

  CLOSE fib-result-file
  .

0950-POST-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "P" TO ctlq-function
  MOVE ws-current-cycle TO ctlq-cycle-id
  IF ws-priority-mode = "Y"
      MOVE 11 TO ctlq-stage
  ELSE
      MOVE 5 TO ctlq-stage
  END-IF
  MOVE ws-split-return-code TO ctlq-stage-rc
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status NOT = "00"
      DISPLAY "FIBSPLIT - routing of cycle " ws-current-cycle
          " not recorded on FIBCTL" END-DISPLAY
      MOVE 16 TO ws-split-return-code
  END-IF
  .

1050-SKIP-RELEASED-ROW.
  ADD 1 TO ws-rel-skip-count
  ADD fres-n TO ws-rel-skip-hash
  PERFORM UNTIL ws-rel-skip-hash < 1000000000
      SUBTRACT 1000000000 FROM ws-rel-skip-hash
  END-PERFORM
  IF ws-rel-skip-count = ws-rel-trl-count
      AND ws-rel-skip-hash NOT = ws-rel-trl-hash
      DISPLAY "FIBSPLIT - the first " ws-rel-skip-count " rows of"
          " cycle " ws-current-cycle " do not match the released"
          " FIBRESP rows - hash " ws-rel-skip-hash ", released "
          ws-rel-trl-hash " - nothing more routed" END-DISPLAY
      MOVE 16 TO ws-split-return-code
      MOVE "Y" TO ws-split-eof
  END-IF
  .

1100-ROUTE-ONE-ROW.
  MOVE 0 TO ws-dept-slot
  PERFORM VARYING ws-dept-x FROM 1 BY 1
  DISPLAY "control records bypassed " ws-control-count END-DISPLAY
  DISPLAY "prior-cycle rows skipped " ws-prior-count END-DISPLAY
  DISPLAY "cycle routed             " ws-current-cycle END-DISPLAY
  IF ws-released = "Y"
      DISPLAY "released rows skipped    " ws-rel-skip-count
          END-DISPLAY
      IF ws-rel-skip-count NOT = ws-rel-trl-count
          DISPLAY "FIBSPLIT - FIBRES holds fewer rows of cycle "
              ws-current-cycle " than were released early"
              END-DISPLAY
          MOVE 16 TO ws-split-return-code
      END-IF
  END-IF
  IF ws-route-x-count > 0 AND ws-split-return-code < 4
      MOVE 4 TO ws-split-return-code
  END-IF
  .
