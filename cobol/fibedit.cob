  SELECT fib-dept-file ASSIGN TO "FIBDEPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-dept-status.
  SELECT fib-charge-file ASSIGN TO "FIBCHG"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-charge-status.

DATA DIVISION.
FILE SECTION.
FD  edit-request-file
    RECORD CONTAINS 24 CHARACTERS.
01  edit-request-record.
    05  er-image            PIC X(24).
    05  er-fields REDEFINES er-image.
        10  er-rec-type     PIC X(1).
        10  er-n            PIC 9(9).
                            PIC X(9).
        10  er-requestor    PIC X(3).
        10  er-seq          PIC X(1).
        10  er-priority     PIC X(1).

FD  edit-clean-file
    RECORD CONTAINS 24 CHARACTERS.
    COPY FIBREQR.

FD  edit-reject-file
    RECORD CONTAINS 26 CHARACTERS.
01  edit-reject-record.
    05  rej-reason          PIC X(2).
    05  rej-image           PIC X(24).

FD  edit-report-file
    RECORD CONTAINS 44 CHARACTERS.
    COPY FIBPARMR.

FD  fib-dept-file
    RECORD CONTAINS 53 CHARACTERS.
    COPY FIBDEPTR.

FD  fib-charge-file
    RECORD CONTAINS 52 CHARACTERS.
    COPY FIBCHGR.

WORKING-STORAGE SECTION.
01  ws-request-status    PIC X(2).
01  ws-clean-status      PIC X(2).
01  ws-report-status     PIC X(2).
01  ws-parm-status       PIC X(2).
01  ws-dept-status       PIC X(2).
01  ws-charge-status     PIC X(2).
01  ws-edit-eof          PIC X(1)    VALUE "N".
01  ws-dept-eof          PIC X(1)    VALUE "N".
01  ws-charge-eof        PIC X(1)    VALUE "N".
01  ws-calc-mode         PIC X(1)    VALUE "I".
01  ws-max-n             PIC 9(9) COMP VALUE 150.
01  ws-max-n-recursive   PIC 9(9) COMP VALUE 35.
    05  ws-hw-entry OCCURS 60 TIMES.
        10  ws-hw-requestor  PIC X(3).
        10  ws-hw-seq        PIC X(1).
        10  ws-hw-class      PIC X(1).
        10  ws-hw-n          PIC 9(9) COMP.
01  ws-hw-used           PIC 9(4) COMP VALUE 0.
01  ws-hw-slot           PIC 9(4) COMP.
    05  ws-dept-entry OCCURS 100 TIMES.
        10  ws-de-code       PIC X(3).
        10  ws-de-active     PIC X(1).
        10  ws-de-quota      PIC 9(9).
        10  ws-de-warn       PIC 9(9).
        10  ws-de-used-mtd   PIC 9(11) COMP.
        10  ws-de-deck-terms PIC 9(11) COMP.
        10  ws-de-held       PIC 9(9) COMP.
01  ws-dept-used         PIC 9(4) COMP VALUE 0.
01  ws-dept-slot         PIC 9(4) COMP.
01  ws-dept-x            PIC 9(4) COMP.
01  ws-norm-seq          PIC X(1).
01  ws-pass-class        PIC X(1).
01  ws-rec-class         PIC X(1).
01  ws-reject-reason     PIC X(2).
01  ws-read-count        PIC 9(9) COMP VALUE 0.
01  ws-accept-count      PIC 9(9) COMP VALUE 0.
01  ws-prio-accept-count PIC 9(9) COMP VALUE 0.
01  ws-reject-count      PIC 9(9) COMP VALUE 0.
01  ws-nonnum-count      PIC 9(9) COMP VALUE 0.
01  ws-ceiling-count     PIC 9(9) COMP VALUE 0.
01  ws-seqcode-count     PIC 9(9) COMP VALUE 0.
01  ws-range-count       PIC 9(9) COMP VALUE 0.
01  ws-dept-count        PIC 9(9) COMP VALUE 0.
01  ws-quota-count       PIC 9(9) COMP VALUE 0.
01  ws-prio-code-count   PIC 9(9) COMP VALUE 0.
01  ws-warn-dept-count   PIC 9(9) COMP VALUE 0.
01  ws-cycle-month       PIC X(6).
01  ws-history-rows      PIC 9(9) COMP VALUE 0.
01  ws-req-terms         PIC 9(11) COMP.
01  ws-dept-month-used   PIC 9(11) COMP.
01  ws-high-end-n        PIC 9(9) COMP.
01  ws-clean-hash        PIC 9(10) COMP VALUE 0.
01  ws-edit-return-code  PIC 9(4) COMP VALUE 0.
01  ws-current-cycle     PIC X(14)   VALUE SPACES.
01  ed-title-line        PIC X(44)
        VALUE "FIBEDIT - REQUEST DECK EDIT REPORT".
01  ed-date-line.
    05  ed-cl-label      PIC X(33).
    05  ed-cl-count      PIC 9(9).
    05  FILLER           PIC X(2)    VALUE SPACES.
01  ed-quota-title-line  PIC X(44)
        VALUE "MONTHLY QUOTA - MONTH-TO-DATE TERMS".
01  ed-quota-head-line   PIC X(44)
        VALUE "DEP     QUOTA      USED REMAINING  HELD FLAG".
01  ed-quota-line.
    05  ed-ql-code       PIC X(3).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  ed-ql-quota      PIC Z(8)9.
    05  ed-ql-quota-x REDEFINES ed-ql-quota
                         PIC X(9).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  ed-ql-used       PIC Z(8)9.
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  ed-ql-remaining  PIC Z(8)9.
    05  ed-ql-remaining-x REDEFINES ed-ql-remaining
                         PIC X(9).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  ed-ql-held       PIC Z(4)9.
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  ed-ql-flag       PIC X(4).
COPY FIBCTLIO.
COPY FIBCTLR.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0030-GET-CYCLE
  PERFORM 0050-READ-PARM
  IF ws-edit-return-code = 0
      PERFORM 0100-OPEN-FILES
  END-IF
  PERFORM 0200-LOAD-DEPT
  PERFORM 0250-LOAD-MONTH-USAGE
  IF ws-edit-return-code = 0
      MOVE "P" TO ws-pass-class
      PERFORM 1000-EDIT-PASS
      PERFORM 1050-REWIND-REQUESTS
  END-IF
  IF ws-edit-return-code = 0
      MOVE "N" TO ws-pass-class
      PERFORM 1000-EDIT-PASS
      DISPLAY "FIBEDIT - " ws-prio-accept-count " priority record(s)"
          " placed at the front of the deck" END-DISPLAY
      PERFORM 1250-WRITE-CLEAN-TRAILER
      PERFORM 1300-WRITE-REPORT
      IF ws-reject-count > 0
      CLOSE edit-reject-file
      CLOSE edit-report-file
  END-IF
  IF ws-current-cycle NOT = SPACES
      PERFORM 0900-POST-CYCLE
  END-IF
  MOVE ws-edit-return-code TO RETURN-CODE
  GOBACK
  .

0030-GET-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBEDIT - no cycle open on FIBCTL - run GENSTEP"
              " or FIBCYCLE OPEN first" END-DISPLAY
          MOVE 12 TO ws-edit-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-edit-return-code
      WHEN ctl-stg-status (1) NOT = "C"
          AND ctl-stg-status (1) NOT = "W"
          AND ctl-stg-status (1) NOT = "B"
          DISPLAY "FIBEDIT - cycle " ctl-cycle-id " GENSTEP status '"
              ctl-stg-status (1) "' - deck not ready for edit"
              END-DISPLAY
          MOVE 12 TO ws-edit-return-code
      WHEN ctl-stg-status (3) NOT = SPACE
          DISPLAY "FIBEDIT - cycle " ctl-cycle-id " FIBSTEP has"
              " already started - the edited deck is pinned by the"
              " checkpoint and must not be rebuilt" END-DISPLAY
          MOVE 12 TO ws-edit-return-code
      WHEN OTHER
          MOVE ctl-cycle-id TO ws-current-cycle
          DISPLAY "FIBEDIT - editing deck for cycle "
              ws-current-cycle END-DISPLAY
  END-EVALUATE
  .

0050-READ-PARM.
  OPEN INPUT fib-parm-file
  IF ws-parm-status = "00"
                              TO ws-de-code (ws-dept-used)
                          MOVE dept-active
                              TO ws-de-active (ws-dept-used)
                          PERFORM 0210-LOAD-DEPT-QUOTA
                      ELSE
                          DISPLAY "WARNING - department table full,"
                              " code " dept-code " not loaded"
  END-IF
  .

0210-LOAD-DEPT-QUOTA.
  IF dept-month-quota IS NUMERIC
      MOVE dept-month-quota TO ws-de-quota (ws-dept-used)
  ELSE
      MOVE 0 TO ws-de-quota (ws-dept-used)
  END-IF
  IF dept-warn-terms IS NUMERIC
      MOVE dept-warn-terms TO ws-de-warn (ws-dept-used)
  ELSE
      MOVE 0 TO ws-de-warn (ws-dept-used)
  END-IF
  MOVE 0 TO ws-de-used-mtd (ws-dept-used)
  MOVE 0 TO ws-de-deck-terms (ws-dept-used)
  MOVE 0 TO ws-de-held (ws-dept-used)
  .

0250-LOAD-MONTH-USAGE.
  IF ws-edit-return-code = 0
      MOVE ws-current-cycle (1:6) TO ws-cycle-month
      OPEN INPUT fib-charge-file
      IF ws-charge-status NOT = "00"
          DISPLAY "FIBCHG open failed, file status " ws-charge-status
              " - month-to-date quota usage unknown" END-DISPLAY
          MOVE 16 TO ws-edit-return-code
      ELSE
          PERFORM UNTIL ws-charge-eof = "Y"
              READ fib-charge-file
                  AT END
                      MOVE "Y" TO ws-charge-eof
                  NOT AT END
                      IF chg-timestamp (1:6) = ws-cycle-month
                          PERFORM 0260-ADD-MONTH-USAGE
                      END-IF
              END-READ
          END-PERFORM
          CLOSE fib-charge-file
          DISPLAY "FIBEDIT - " ws-history-rows " FIBCHG row(s) for "
              ws-cycle-month " counted against quotas" END-DISPLAY
      END-IF
  END-IF
  .

0260-ADD-MONTH-USAGE.
  ADD 1 TO ws-history-rows
  MOVE 0 TO ws-dept-slot
  PERFORM VARYING ws-dept-x FROM 1 BY 1
      UNTIL ws-dept-x > ws-dept-used OR ws-dept-slot > 0
      IF ws-de-code (ws-dept-x) = chg-requestor
          MOVE ws-dept-x TO ws-dept-slot
      END-IF
  END-PERFORM
  IF ws-dept-slot > 0
      ADD chg-requests TO ws-de-used-mtd (ws-dept-slot)
  END-IF
  .

1000-EDIT-PASS.
  MOVE "N" TO ws-edit-eof
  PERFORM UNTIL ws-edit-eof = "Y"
      READ edit-request-file
          AT END
              MOVE "Y" TO ws-edit-eof
          NOT AT END
              IF er-priority = "P"
                  MOVE "P" TO ws-rec-class
              ELSE
                  MOVE "N" TO ws-rec-class
              END-IF
              IF ws-rec-class = ws-pass-class
                  ADD 1 TO ws-read-count
                  PERFORM 1100-EDIT-ONE-RECORD
              END-IF
      END-READ
  END-PERFORM
  .

1050-REWIND-REQUESTS.
  CLOSE edit-request-file
  OPEN INPUT edit-request-file
  IF ws-request-status NOT = "00"
      DISPLAY "FIBREQ reopen failed, file status " ws-request-status
          END-DISPLAY
      MOVE 16 TO ws-edit-return-code
      CLOSE edit-clean-file
      CLOSE edit-reject-file
      CLOSE edit-report-file
  END-IF
  .

1100-EDIT-ONE-RECORD.
  MOVE SPACES TO ws-reject-reason
  EVALUATE er-seq
          MOVE "F" TO ws-norm-seq
  END-EVALUATE
  PERFORM 1110-CHECK-FIELDS
  IF ws-reject-reason = SPACES
      AND er-priority NOT = "P" AND er-priority NOT = " "
      MOVE "PR" TO ws-reject-reason
      ADD 1 TO ws-prio-code-count
  END-IF
  IF ws-reject-reason = SPACES
      PERFORM 1112-CHECK-REQUESTOR
  END-IF
      PERFORM 1115-FIND-HW-SLOT
      PERFORM 1120-CHECK-SEQUENCE
  END-IF
  IF ws-reject-reason = SPACES
      PERFORM 1125-CHECK-QUOTA
  END-IF
  IF ws-reject-reason = SPACES
      MOVE er-rec-type TO fr-rec-type
      MOVE er-n TO fr-n
      END-IF
      MOVE er-requestor TO fr-requestor
      MOVE er-seq TO fr-seq
      MOVE er-priority TO fr-priority
      WRITE fib-request-record
      ADD 1 TO ws-accept-count
      IF ws-rec-class = "P"
          ADD 1 TO ws-prio-accept-count
      END-IF
      ADD ws-req-terms TO ws-de-deck-terms (ws-dept-slot)
      ADD fr-n TO ws-clean-hash
      ADD fr-to-n TO ws-clean-hash
      PERFORM UNTIL ws-clean-hash < 1000000000
          MOVE ws-hw-used TO ws-hw-slot
          MOVE er-requestor TO ws-hw-requestor (ws-hw-slot)
          MOVE ws-norm-seq TO ws-hw-seq (ws-hw-slot)
          MOVE ws-rec-class TO ws-hw-class (ws-hw-slot)
      END-IF
      IF ws-hw-slot > 0
          MOVE ws-high-end-n TO ws-hw-n (ws-hw-slot)
      UNTIL ws-hw-x > ws-hw-used OR ws-hw-slot > 0
      IF ws-hw-requestor (ws-hw-x) = er-requestor
          AND ws-hw-seq (ws-hw-x) = ws-norm-seq
          AND ws-hw-class (ws-hw-x) = ws-rec-class
          MOVE ws-hw-x TO ws-hw-slot
      END-IF
  END-PERFORM
  END-IF
  .

1125-CHECK-QUOTA.
  IF er-rec-type = "R"
      COMPUTE ws-req-terms = er-to-n - er-n + 1
      END-COMPUTE
  ELSE
      MOVE 1 TO ws-req-terms
  END-IF
  IF ws-de-quota (ws-dept-slot) > 0
      COMPUTE ws-dept-month-used = ws-de-used-mtd (ws-dept-slot)
          + ws-de-deck-terms (ws-dept-slot) + ws-req-terms
      END-COMPUTE
      IF ws-dept-month-used > ws-de-quota (ws-dept-slot)
          MOVE "QT" TO ws-reject-reason
          ADD 1 TO ws-quota-count
          ADD 1 TO ws-de-held (ws-dept-slot)
      END-IF
  END-IF
  .

1250-WRITE-CLEAN-TRAILER.
  MOVE SPACES TO fib-request-control
  MOVE "T" TO frc-type
  MOVE "RECORDS ACCEPTED" TO ed-cl-label
  MOVE ws-accept-count TO ed-cl-count
  PERFORM 1310-WRITE-COUNT-LINE
  MOVE "PRIORITY RECORDS ACCEPTED" TO ed-cl-label
  MOVE ws-prio-accept-count TO ed-cl-count
  PERFORM 1310-WRITE-COUNT-LINE
  MOVE "RECORDS REJECTED" TO ed-cl-label
  MOVE ws-reject-count TO ed-cl-count
  PERFORM 1310-WRITE-COUNT-LINE
  MOVE "  DP - UNKNOWN/INACTIVE REQUESTOR" TO ed-cl-label
  MOVE ws-dept-count TO ed-cl-count
  PERFORM 1310-WRITE-COUNT-LINE
  MOVE "  QT - OVER MONTHLY TERM QUOTA" TO ed-cl-label
  MOVE ws-quota-count TO ed-cl-count
  PERFORM 1310-WRITE-COUNT-LINE
  MOVE "  PR - BAD PRIORITY CODE" TO ed-cl-label
  MOVE ws-prio-code-count TO ed-cl-count
  PERFORM 1310-WRITE-COUNT-LINE
  PERFORM 1400-WRITE-QUOTA-SECTION
  .

1310-WRITE-COUNT-LINE.
  MOVE ed-count-line TO edit-report-record
  WRITE edit-report-record
  .

1400-WRITE-QUOTA-SECTION.
  MOVE SPACES TO edit-report-record
  WRITE edit-report-record
  MOVE ed-quota-title-line TO edit-report-record
  WRITE edit-report-record
  MOVE ed-quota-head-line TO edit-report-record
  WRITE edit-report-record
  PERFORM VARYING ws-dept-x FROM 1 BY 1 UNTIL ws-dept-x > ws-dept-used
      IF ws-de-quota (ws-dept-x) > 0 OR ws-de-warn (ws-dept-x) > 0
          PERFORM 1410-WRITE-QUOTA-LINE
      END-IF
  END-PERFORM
  MOVE "DEPTS AT/OVER WARNING OR QUOTA" TO ed-cl-label
  MOVE ws-warn-dept-count TO ed-cl-count
  PERFORM 1310-WRITE-COUNT-LINE
  .

1410-WRITE-QUOTA-LINE.
  COMPUTE ws-dept-month-used = ws-de-used-mtd (ws-dept-x)
      + ws-de-deck-terms (ws-dept-x)
  END-COMPUTE
  MOVE ws-de-code (ws-dept-x) TO ed-ql-code
  MOVE ws-dept-month-used TO ed-ql-used
  MOVE ws-de-held (ws-dept-x) TO ed-ql-held
  IF ws-de-quota (ws-dept-x) > 0
      MOVE ws-de-quota (ws-dept-x) TO ed-ql-quota
      IF ws-dept-month-used < ws-de-quota (ws-dept-x)
          COMPUTE ed-ql-remaining = ws-de-quota (ws-dept-x)
              - ws-dept-month-used
          END-COMPUTE
      ELSE
          MOVE 0 TO ed-ql-remaining
      END-IF
  ELSE
      MOVE "     NONE" TO ed-ql-quota-x
      MOVE SPACES TO ed-ql-remaining-x
  END-IF
  MOVE SPACES TO ed-ql-flag
  IF ws-de-warn (ws-dept-x) > 0
      AND ws-dept-month-used NOT < ws-de-warn (ws-dept-x)
      MOVE "WARN" TO ed-ql-flag
      ADD 1 TO ws-warn-dept-count
  END-IF
  IF ws-de-held (ws-dept-x) > 0
      MOVE "HELD" TO ed-ql-flag
      IF ws-de-warn (ws-dept-x) = 0
          OR ws-dept-month-used < ws-de-warn (ws-dept-x)
          ADD 1 TO ws-warn-dept-count
      END-IF
  END-IF
  MOVE ed-quota-line TO edit-report-record
  WRITE edit-report-record
  .

0900-POST-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "P" TO ctlq-function
  MOVE ws-current-cycle TO ctlq-cycle-id
  MOVE 2 TO ctlq-stage
  MOVE ws-edit-return-code TO ctlq-stage-rc
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status NOT = "00"
      DISPLAY "FIBEDIT - edit completion not recorded on FIBCTL"
          END-DISPLAY
      MOVE 16 TO ws-edit-return-code
  END-IF
  .
END PROGRAM fibedit.
