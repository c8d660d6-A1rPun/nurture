  SELECT fib-audit-file ASSIGN TO "FIBAUD"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-audit-status.
  SELECT fib-release-file ASSIGN TO "FIBRESP"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-release-status.
  SELECT recon-report-file ASSIGN TO "FIBRCRPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-report-status.
DATA DIVISION.
FILE SECTION.
FD  fib-request-file
    RECORD CONTAINS 24 CHARACTERS.
    COPY FIBREQR.

FD  fib-result-file
    COPY FIBRESR.

FD  fib-audit-file
    RECORD CONTAINS 100 CHARACTERS.
    COPY FIBAUDR.

FD  fib-release-file
    RECORD CONTAINS 59 CHARACTERS.
01  fib-release-record      PIC X(59).

FD  recon-report-file
    RECORD CONTAINS 44 CHARACTERS.
01  recon-report-record     PIC X(44).
01  ws-result-status     PIC X(2).
01  ws-audit-status      PIC X(2).
01  ws-report-status     PIC X(2).
01  ws-release-status    PIC X(2).
01  ws-function-card.
    05  ws-fc-function   PIC X(8).
    05  FILLER           PIC X(72).
01  ws-priority-mode     PIC X(1)    VALUE "N".
01  ws-released          PIC X(1)    VALUE "N".
01  ws-normal-seen       PIC X(1)    VALUE "N".
01  ws-rec-class         PIC X(1).
01  ws-rel-eof           PIC X(1)    VALUE "N".
01  ws-rel-trl-seen      PIC X(1)    VALUE "N".
01  ws-rel-trl-count     PIC 9(9) COMP VALUE 0.
01  ws-rel-trl-hash      PIC 9(10) COMP VALUE 0.
01  ws-rel-row-count     PIC 9(9) COMP VALUE 0.
01  ws-rel-row-hash      PIC 9(10) COMP VALUE 0.
01  ws-rel-req-count     PIC 9(9) COMP VALUE 0.
01  ws-rel-res-count     PIC 9(9) COMP VALUE 0.
01  ws-rel-res-hash      PIC 9(10) COMP VALUE 0.
01  ws-rel-ok            PIC X(1)    VALUE "Y".
01  ws-held-req-count    PIC 9(9) COMP VALUE 0.
01  ws-req-eof           PIC X(1)    VALUE "N".
01  ws-res-eof           PIC X(1)    VALUE "N".
01  ws-aud-eof           PIC X(1)    VALUE "N".
01  ws-res2-eof          PIC X(1).
01  ws-cycle-eof         PIC X(1).
01  ws-current-cycle     PIC X(14)   VALUE LOW-VALUES.
01  ws-grp-count         PIC 9(9) COMP VALUE 0.
01  ws-grp-hash          PIC 9(10) COMP VALUE 0.
01  ws-res-trl-seen      PIC X(1)    VALUE "N".
01  ws-aud-e-count       PIC 9(9) COMP VALUE 0.
01  ws-in-balance        PIC X(1)    VALUE "Y".
01  ws-recon-return-code PIC 9(4) COMP VALUE 0.
01  ws-prior-stage-ok    PIC X(1)    VALUE "Y".
01  rc-title-line        PIC X(44)
        VALUE "FIBRECON - RUN BALANCING REPORT".
01  rc-prio-title-line   PIC X(44)
        VALUE "FIBRECON - PRIORITY RELEASE BALANCING REPORT".
01  rc-date-line.
    05  rc-dl-label      PIC X(15)   VALUE "RUN DATE       ".
    05  rc-dl-date       PIC 9(8).
    05  rc-cy-cycle      PIC X(14).
    05  FILLER           PIC X(15)   VALUE SPACES.
01  rc-verdict-line      PIC X(44).
COPY FIBCTLIO.
COPY FIBCTLR.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0030-READ-FUNCTION
  IF ws-recon-return-code = 0
      PERFORM 0050-GET-CYCLE
  END-IF
  IF ws-recon-return-code = 0
      PERFORM 0100-OPEN-FILES
  END-IF
  IF ws-recon-return-code = 0 AND ws-released = "Y"
      PERFORM 0150-READ-RELEASE
  END-IF
  IF ws-recon-return-code = 0
      PERFORM 0500-FIND-CYCLE
      PERFORM 1000-MATCH-PASS
      CLOSE fib-request-file
      CLOSE fib-result-file
      IF ws-priority-mode = "N"
          PERFORM 2000-COUNT-AUDIT
          PERFORM 2500-TALLY-AUDIT
      END-IF
      PERFORM 2900-JUDGE-BALANCE
      PERFORM 3000-WRITE-REPORT
      CLOSE recon-report-file
  END-IF
  IF ws-current-cycle NOT = LOW-VALUES
      PERFORM 0900-POST-CYCLE
  END-IF
  MOVE ws-recon-return-code TO RETURN-CODE
  GOBACK
  .

0030-READ-FUNCTION.
  MOVE SPACES TO ws-function-card
  ACCEPT ws-function-card END-ACCEPT
  EVALUATE ws-fc-function
      WHEN SPACES
          CONTINUE
      WHEN "PRIORITY"
          MOVE "Y" TO ws-priority-mode
      WHEN OTHER
          DISPLAY "FIBRECON - unknown function '" ws-fc-function "'"
              END-DISPLAY
          MOVE 16 TO ws-recon-return-code
  END-EVALUATE
  .

0050-GET-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBRECON - no cycle open on FIBCTL" END-DISPLAY
          MOVE 12 TO ws-recon-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-recon-return-code
      WHEN ws-priority-mode = "Y"
          PERFORM 0060-CHECK-PRIORITY-STAGES
      WHEN OTHER
          IF ctl-stg-status (11) = "C" OR ctl-stg-status (11) = "W"
              MOVE "Y" TO ws-released
          END-IF
          MOVE ctl-cycle-id TO ws-current-cycle
          IF ctl-stg-status (3) NOT = "C"
              AND ctl-stg-status (3) NOT = "W"
              MOVE "N" TO ws-prior-stage-ok
              DISPLAY "FIBRECON - cycle " ws-current-cycle
                  " FIBSTEP status '" ctl-stg-status (3)
                  "' - balancing report only, cycle not released"
                  END-DISPLAY
          END-IF
  END-EVALUATE
  .

0060-CHECK-PRIORITY-STAGES.
  EVALUATE TRUE
      WHEN ctl-stg-status (11) = "C"
      WHEN ctl-stg-status (11) = "W"
          DISPLAY "FIBRECON - priority rows of cycle " ctl-cycle-id
              " have already been released" END-DISPLAY
          MOVE 12 TO ws-recon-return-code
      WHEN ctl-stg-status (4) NOT = SPACE
          DISPLAY "FIBRECON - cycle " ctl-cycle-id " has reached"
              " FIBRECON - priority rows are delivered with the cycle"
              END-DISPLAY
          MOVE 12 TO ws-recon-return-code
      WHEN ctl-stg-status (9) NOT = "C"
          AND ctl-stg-status (9) NOT = "W"
          DISPLAY "FIBRECON - cycle " ctl-cycle-id " FIBPREL status '"
              ctl-stg-status (9) "' - priority rows not released"
              END-DISPLAY
          MOVE 12 TO ws-recon-return-code
      WHEN OTHER
          MOVE ctl-cycle-id TO ws-current-cycle
          DISPLAY "FIBRECON - balancing priority rows of cycle "
              ws-current-cycle END-DISPLAY
  END-EVALUATE
  .

0100-OPEN-FILES.
  OPEN INPUT fib-request-file
  OPEN INPUT fib-result-file
  END-IF
  .

0150-READ-RELEASE.
  OPEN INPUT fib-release-file
  IF ws-release-status NOT = "00"
      DISPLAY "FIBRESP open failed, file status " ws-release-status
          " - released priority rows cannot be balanced" END-DISPLAY
      MOVE "N" TO ws-rel-ok
  ELSE
      PERFORM UNTIL ws-rel-eof = "Y"
          READ fib-release-file
              AT END
                  MOVE "Y" TO ws-rel-eof
              NOT AT END
                  PERFORM 0160-SIFT-ONE-RELEASED
          END-READ
      END-PERFORM
      CLOSE fib-release-file
      IF ws-rel-trl-seen NOT = "Y"
          OR ws-rel-trl-count NOT = ws-rel-row-count
          OR ws-rel-trl-hash NOT = ws-rel-row-hash
          DISPLAY "FIBRECON - FIBRESP trailer for cycle "
              ws-current-cycle " missing or does not balance -"
              " released priority rows cannot be balanced"
              END-DISPLAY
          MOVE "N" TO ws-rel-ok
      END-IF
  END-IF
  .

0160-SIFT-ONE-RELEASED.
  MOVE fib-release-record TO fib-result-record
  EVALUATE fib-result-record (1:1)
      WHEN "H"
          CONTINUE
      WHEN "T"
          IF fresc-cycle-id = ws-current-cycle
              MOVE "Y" TO ws-rel-trl-seen
              MOVE fresc-count TO ws-rel-trl-count
              MOVE fresc-hash TO ws-rel-trl-hash
          END-IF
      WHEN OTHER
          IF fres-cycle-id = ws-current-cycle
              ADD 1 TO ws-rel-row-count
              ADD fres-n TO ws-rel-row-hash
              PERFORM UNTIL ws-rel-row-hash < 1000000000
                  SUBTRACT 1000000000 FROM ws-rel-row-hash
              END-PERFORM
          END-IF
  END-EVALUATE
  .

0500-FIND-CYCLE.
  MOVE "N" TO ws-cycle-eof
  PERFORM UNTIL ws-cycle-eof = "Y"
              PERFORM 0550-SIFT-ONE-RESULT
      END-READ
  END-PERFORM
  IF ws-res-trl-seen = "Y"
      AND ws-res-trl-count = ws-grp-count
      AND ws-res-trl-hash = ws-grp-hash
      MOVE "Y" TO ws-res-trailer-ok
      WHEN "H"
          CONTINUE
      WHEN "T"
          IF fresc-cycle-id = ws-current-cycle
              MOVE "Y" TO ws-res-trl-seen
              MOVE fresc-count TO ws-res-trl-count
              MOVE fresc-hash TO ws-res-trl-hash
          END-IF
      WHEN OTHER
          IF fres-cycle-id = ws-current-cycle
              ADD 1 TO ws-grp-count
              ADD fres-n TO ws-grp-hash
              PERFORM UNTIL ws-grp-hash < 1000000000
                  SUBTRACT 1000000000 FROM ws-grp-hash
              END-PERFORM
          END-IF
  END-EVALUATE
  .
                  WHEN OTHER
                      ADD 1 TO ws-req-count
                      PERFORM 1055-POST-REQ-HASH
                      PERFORM 1065-SET-REQUEST-CLASS
                      IF ws-priority-mode = "Y"
                          AND ws-rec-class NOT = "P"
                          ADD 1 TO ws-held-req-count
                      ELSE
                          PERFORM 1050-SET-REQUEST-SPAN
                          PERFORM VARYING ws-expect-n
                              FROM ws-req-from BY 1
                              UNTIL ws-expect-n > ws-req-to
                              ADD 1 TO ws-term-count
                              PERFORM 1080-READ-ONE-RESULT
                              PERFORM 1100-MATCH-ONE
                          END-PERFORM
                      END-IF
              END-EVALUATE
      END-READ
  END-PERFORM
  END-IF
  .

1065-SET-REQUEST-CLASS.
  IF fr-priority = "P" AND ws-normal-seen = "N"
      MOVE "P" TO ws-rec-class
      IF ws-released = "Y"
          ADD 1 TO ws-rel-req-count
      END-IF
  ELSE
      MOVE "N" TO ws-rec-class
      MOVE "Y" TO ws-normal-seen
  END-IF
  .

1050-SET-REQUEST-SPAN.
  MOVE "N" TO ws-span-bad
  MOVE fr-n TO ws-req-from
  .

1100-MATCH-ONE.
  IF ws-res-got = "Y" AND ws-released = "Y" AND ws-rec-class = "P"
      ADD 1 TO ws-rel-res-count
      ADD fres-n TO ws-rel-res-hash
      PERFORM UNTIL ws-rel-res-hash < 1000000000
          SUBTRACT 1000000000 FROM ws-rel-res-hash
      END-PERFORM
  END-IF
  IF ws-res-got = "Y"
      IF fres-n = ws-expect-n
          ADD 1 TO ws-match-count
  IF ws-mismatch-count > 0 OR ws-res-bad-count > 0
      MOVE "N" TO ws-in-balance
  END-IF
  IF ws-priority-mode = "N"
      IF ws-aud-run-count NOT = ws-res-count
          MOVE "N" TO ws-in-balance
      END-IF
      IF ws-aud-o-count NOT = ws-res-o-count
          OR ws-aud-x-count NOT = ws-res-x-count
          OR ws-aud-e-count NOT = ws-res-e-count
          MOVE "N" TO ws-in-balance
      END-IF
      IF ws-aud-align-count > 0
          MOVE "N" TO ws-in-balance
      END-IF
  END-IF
  IF ws-released = "Y"
      IF ws-rel-ok = "N"
          OR ws-rel-res-count NOT = ws-rel-trl-count
          OR ws-rel-res-hash NOT = ws-rel-trl-hash
          MOVE "N" TO ws-rel-ok
          MOVE "N" TO ws-in-balance
          DISPLAY "FIBRECON - priority rows at the head of FIBRES "
              ws-rel-res-count " hash " ws-rel-res-hash
              " do not match the released FIBRESP rows "
              ws-rel-trl-count " hash " ws-rel-trl-hash END-DISPLAY
      END-IF
  END-IF
  IF ws-req-trailer-ok = "N" OR ws-res-trailer-ok = "N"
      MOVE "N" TO ws-in-balance
  IF ws-in-balance = "N" AND ws-recon-return-code < 8
      MOVE 8 TO ws-recon-return-code
  END-IF
  IF ws-prior-stage-ok = "N" AND ws-recon-return-code < 12
      MOVE 12 TO ws-recon-return-code
  END-IF
  .

3000-WRITE-REPORT.
  IF ws-priority-mode = "Y"
      MOVE rc-prio-title-line TO recon-report-record
  ELSE
      MOVE rc-title-line TO recon-report-record
  END-IF
  WRITE recon-report-record
  MOVE FUNCTION CURRENT-DATE(1:8) TO rc-dl-date
  MOVE rc-date-line TO recon-report-record
  MOVE "FIBRES STATUS UNRECOGNIZED" TO rc-cl-label
  MOVE ws-res-bad-count TO rc-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  IF ws-priority-mode = "Y"
      PERFORM 3200-WRITE-PRIORITY-LINES
  ELSE
      PERFORM 3300-WRITE-AUDIT-LINES
  END-IF
  MOVE "MALFORMED RANGE RECORDS ON DECK" TO rc-cl-label
  MOVE ws-badspan-count TO rc-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "FIBREQ TRAILER BALANCED (1=YES)" TO rc-cl-label
  IF ws-req-trailer-ok = "Y"
      MOVE 1 TO rc-cl-count
  ELSE
      MOVE 0 TO rc-cl-count
  END-IF
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "FIBRES TRAILER BALANCED (1=YES)" TO rc-cl-label
  IF ws-res-trailer-ok = "Y"
      MOVE 1 TO rc-cl-count
  ELSE
      MOVE 0 TO rc-cl-count
  END-IF
  PERFORM 3100-WRITE-COUNT-LINE
  IF ws-released = "Y"
      PERFORM 3400-WRITE-RELEASED-LINES
  END-IF
  EVALUATE TRUE
      WHEN ws-priority-mode = "Y" AND ws-in-balance = "Y"
          MOVE "PRIORITY RELEASE IS IN BALANCE" TO rc-verdict-line
      WHEN ws-priority-mode = "Y"
          MOVE "*** PRIORITY RELEASE IS OUT OF BALANCE ***"
              TO rc-verdict-line
      WHEN ws-in-balance = "Y"
          MOVE "RUN IS IN BALANCE" TO rc-verdict-line
      WHEN OTHER
          MOVE "*** RUN IS OUT OF BALANCE ***" TO rc-verdict-line
  END-EVALUATE
  MOVE rc-verdict-line TO recon-report-record
  WRITE recon-report-record
  .

3100-WRITE-COUNT-LINE.
  MOVE rc-count-line TO recon-report-record
  WRITE recon-report-record
  .

3200-WRITE-PRIORITY-LINES.
  MOVE "NORMAL RECORDS LEFT FOR THE CYCLE" TO rc-cl-label
  MOVE ws-held-req-count TO rc-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "FIBAUD CROSS-CHECK LEFT TO THE CYCLE RUN"
      TO recon-report-record
  WRITE recon-report-record
  .

3300-WRITE-AUDIT-LINES.
  MOVE "FIBAUD ROWS ON FILE" TO rc-cl-label
  MOVE ws-aud-total-count TO rc-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "AUDIT ROWS NOT ALIGNED TO FIBRES" TO rc-cl-label
  MOVE ws-aud-align-count TO rc-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  .

3400-WRITE-RELEASED-LINES.
  MOVE "PRIORITY RECORDS RELEASED EARLY" TO rc-cl-label
  MOVE ws-rel-req-count TO rc-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "PRIORITY ROWS RELEASED EARLY" TO rc-cl-label
  MOVE ws-rel-res-count TO rc-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "ROWS LEFT TO DELIVER WITH CYCLE" TO rc-cl-label
  COMPUTE rc-cl-count = ws-res-count - ws-rel-res-count
  END-COMPUTE
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "RELEASED ROWS BALANCED (1=YES)" TO rc-cl-label
  IF ws-rel-ok = "Y"
      MOVE 1 TO rc-cl-count
  ELSE
      MOVE 0 TO rc-cl-count
  END-IF
  PERFORM 3100-WRITE-COUNT-LINE
  .

0900-POST-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "P" TO ctlq-function
  MOVE ws-current-cycle TO ctlq-cycle-id
  IF ws-priority-mode = "Y"
      MOVE 10 TO ctlq-stage
  ELSE
      MOVE 4 TO ctlq-stage
  END-IF
  MOVE ws-recon-return-code TO ctlq-stage-rc
  EVALUATE TRUE
      WHEN ws-prior-stage-ok = "N"
      WHEN ws-recon-return-code > 8
          MOVE "F" TO ctlq-stage-status
      WHEN ws-in-balance = "N"
          MOVE "O" TO ctlq-stage-status
      WHEN OTHER
          MOVE "C" TO ctlq-stage-status
  END-EVALUATE
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status NOT = "00"
      DISPLAY "FIBRECON - balancing result not recorded on FIBCTL"
          END-DISPLAY
      MOVE 16 TO ws-recon-return-code
  END-IF
  .
END PROGRAM fibrecon.
