IDENTIFICATION DIVISION.
PROGRAM-ID. fibcycle.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT cycle-report-file ASSIGN TO "FIBCYRPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-report-status.

DATA DIVISION.
FILE SECTION.
FD  cycle-report-file
    RECORD CONTAINS 80 CHARACTERS.
01  cycle-report-record     PIC X(80).

WORKING-STORAGE SECTION.
01  ws-report-status     PIC X(2).
01  cycle-function-card.
    05  cf-verb          PIC X(8).
    05  cf-operand       PIC X(14).
01  ws-scan-eof          PIC X(1).
01  ws-latest-id         PIC X(14)   VALUE SPACES.
01  ws-cycle-class       PIC X(6).
01  ws-stuck             PIC X(1).
01  ws-last-stamp        PIC X(14).
01  ws-next-stage        PIC X(8).
01  ws-cyc-table.
    05  ws-cyc-entry OCCURS 40 TIMES.
        10  ws-cy-image      PIC X(320).
01  ws-hold-image        PIC X(320).
01  ws-cyc-used          PIC 9(4) COMP VALUE 0.
01  ws-cx                PIC 9(4) COMP.
01  ws-sx                PIC 9(4) COMP.
01  ws-stage-names.
    05  FILLER           PIC X(32)
        VALUE "GENSTEP FIBEDIT FIBSTEP FIBRECON".
    05  FILLER           PIC X(32)
        VALUE "FIBSPLITFIBSTMT FIBBILL FIBARCH ".
    05  FILLER           PIC X(32)
        VALUE "FIBPREL PRIRECONPRISPLITPRISTMT ".
01  ws-stage-name-table REDEFINES ws-stage-names.
    05  ws-stage-name    PIC X(8) OCCURS 12 TIMES.
01  ws-open-count        PIC 9(9) COMP VALUE 0.
01  ws-stuck-count       PIC 9(9) COMP VALUE 0.
01  ws-closed-count      PIC 9(9) COMP VALUE 0.
01  ws-cancel-count      PIC 9(9) COMP VALUE 0.
01  ws-older-count       PIC 9(9) COMP VALUE 0.
01  ws-older-stuck       PIC 9(9) COMP VALUE 0.
01  ws-cycle-return-code PIC 9(4) COMP VALUE 0.
01  ws-today-stamp       PIC X(21).
01  cy-title-line.
    05  FILLER           PIC X(52)
        VALUE "FIBONACCI SERVICE - CYCLE CONTROL STATUS".
    05  FILLER           PIC X(9)    VALUE "RUN DATE ".
    05  cy-tl-date       PIC X(8).
    05  FILLER           PIC X(11)   VALUE SPACES.
01  cy-head-line         PIC X(80)
        VALUE "CYCLE ID        O  STATUS  G E S R P M B A 1 2 3 4  LAST ACTIVITY   NEXT STAGE".
01  cy-detail-line.
    05  cy-dl-cycle      PIC X(14).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  cy-dl-origin     PIC X(1).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  cy-dl-class      PIC X(6).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  cy-dl-stages.
        10  cy-dl-stage OCCURS 12 TIMES.
            15  cy-dl-code   PIC X(1).
            15  FILLER       PIC X(1).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  cy-dl-last       PIC X(14).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  cy-dl-next       PIC X(8).
    05  FILLER           PIC X(4)    VALUE SPACES.
01  cy-count-line.
    05  cy-cl-label      PIC X(33).
    05  cy-cl-count      PIC ZZZZZZZZ9.
    05  FILLER           PIC X(38)   VALUE SPACES.
01  cy-legend-1          PIC X(80)
        VALUE "STAGES  G=GENSTEP E=FIBEDIT S=FIBSTEP R=FIBRECON P=FIBSPLIT M=FIBSTMT B=FIBBILL".
01  cy-legend-2          PIC X(80)
        VALUE "        A=FIBARCH  EARLY RELEASE 1=FIBPREL 2=FIBRECON 3=FIBSPLIT 4=FIBSTMT".
01  cy-legend-3          PIC X(80)
        VALUE "CODES   C=DONE W=RC 4 F=FAILED O=OUT OF BALANCE R=STARTED B=BYPASSED .=NOT RUN".
COPY FIBCTLIO.
COPY FIBCTLR.

PROCEDURE DIVISION.
0000-MAIN.
  DISPLAY "Function - REPORT, OPEN o or CANCEL yyyymmddhhmmss"
      END-DISPLAY
  ACCEPT cycle-function-card END-ACCEPT
  EVALUATE cf-verb
      WHEN "REPORT"
      WHEN SPACES
          PERFORM 1000-STATUS-REPORT
      WHEN "OPEN"
          PERFORM 3000-OPEN-CYCLE
      WHEN "CANCEL"
          PERFORM 4000-CANCEL-CYCLE
      WHEN OTHER
          DISPLAY "FIBCYCLE - unknown function " cf-verb
              END-DISPLAY
          MOVE 16 TO ws-cycle-return-code
  END-EVALUATE
  MOVE ws-cycle-return-code TO RETURN-CODE
  GOBACK
  .

1000-STATUS-REPORT.
  OPEN OUTPUT cycle-report-file
  IF ws-report-status NOT = "00"
      DISPLAY "FIBCYRPT open failed, file status "
          ws-report-status END-DISPLAY
      MOVE 16 TO ws-cycle-return-code
  ELSE
      PERFORM 1100-LOAD-CYCLES
      IF ws-cycle-return-code = 0
          PERFORM 2000-WRITE-REPORT
      END-IF
      CLOSE cycle-report-file
  END-IF
  .

1100-LOAD-CYCLES.
  MOVE "N" TO ws-scan-eof
  INITIALIZE fib-ctl-request
  MOVE LOW-VALUES TO ctlq-cycle-id
  PERFORM UNTIL ws-scan-eof = "Y"
      MOVE "N" TO ctlq-function
      CALL "fibctl" USING fib-ctl-request fib-control-record
      END-CALL
      EVALUATE ctlq-status
          WHEN "00"
              PERFORM 1200-KEEP-ONE-CYCLE
          WHEN "23"
              MOVE "Y" TO ws-scan-eof
          WHEN OTHER
              MOVE "Y" TO ws-scan-eof
              MOVE 16 TO ws-cycle-return-code
      END-EVALUATE
  END-PERFORM
  .

1200-KEEP-ONE-CYCLE.
  IF ctl-state NOT = "X"
      MOVE ctl-cycle-id TO ws-latest-id
  END-IF
  IF ws-cyc-used = 40
      MOVE fib-control-record TO ws-hold-image
      MOVE ws-cy-image (1) TO fib-control-record
      PERFORM 2100-CLASSIFY-CYCLE
      ADD 1 TO ws-older-count
      IF ws-cycle-class = "STUCK"
          ADD 1 TO ws-older-stuck
      END-IF
      PERFORM VARYING ws-cx FROM 1 BY 1 UNTIL ws-cx >= 40
          MOVE ws-cy-image (ws-cx + 1) TO ws-cy-image (ws-cx)
      END-PERFORM
      MOVE ws-hold-image TO fib-control-record
  ELSE
      ADD 1 TO ws-cyc-used
  END-IF
  MOVE fib-control-record TO ws-cy-image (ws-cyc-used)
  .

2000-WRITE-REPORT.
  MOVE FUNCTION CURRENT-DATE TO ws-today-stamp
  MOVE ws-today-stamp (1:8) TO cy-tl-date
  MOVE cy-title-line TO cycle-report-record
  WRITE cycle-report-record
  MOVE SPACES TO cycle-report-record
  WRITE cycle-report-record
  MOVE cy-head-line TO cycle-report-record
  WRITE cycle-report-record
  PERFORM VARYING ws-cx FROM 1 BY 1 UNTIL ws-cx > ws-cyc-used
      MOVE ws-cy-image (ws-cx) TO fib-control-record
      PERFORM 2100-CLASSIFY-CYCLE
      PERFORM 2200-WRITE-DETAIL-LINE
  END-PERFORM
  MOVE SPACES TO cycle-report-record
  WRITE cycle-report-record
  MOVE "CYCLES OPEN                      " TO cy-cl-label
  MOVE ws-open-count TO cy-cl-count
  PERFORM 2300-WRITE-COUNT-LINE
  MOVE "CYCLES STUCK                     " TO cy-cl-label
  MOVE ws-stuck-count TO cy-cl-count
  PERFORM 2300-WRITE-COUNT-LINE
  MOVE "CYCLES CLOSED                    " TO cy-cl-label
  MOVE ws-closed-count TO cy-cl-count
  PERFORM 2300-WRITE-COUNT-LINE
  MOVE "CYCLES CANCELLED                 " TO cy-cl-label
  MOVE ws-cancel-count TO cy-cl-count
  PERFORM 2300-WRITE-COUNT-LINE
  MOVE "OLDER CYCLES NOT LISTED          " TO cy-cl-label
  MOVE ws-older-count TO cy-cl-count
  PERFORM 2300-WRITE-COUNT-LINE
  MOVE "  OF WHICH STUCK                 " TO cy-cl-label
  MOVE ws-older-stuck TO cy-cl-count
  PERFORM 2300-WRITE-COUNT-LINE
  MOVE SPACES TO cycle-report-record
  WRITE cycle-report-record
  MOVE cy-legend-1 TO cycle-report-record
  WRITE cycle-report-record
  MOVE cy-legend-2 TO cycle-report-record
  WRITE cycle-report-record
  MOVE cy-legend-3 TO cycle-report-record
  WRITE cycle-report-record
  IF ws-stuck-count > 0 OR ws-older-stuck > 0
      MOVE 4 TO ws-cycle-return-code
  END-IF
  DISPLAY "FIBCYCLE - open " ws-open-count ", stuck "
      ws-stuck-count ", closed " ws-closed-count ", cancelled "
      ws-cancel-count ", older not listed " ws-older-count
      END-DISPLAY
  .

2100-CLASSIFY-CYCLE.
  EVALUATE ctl-state
      WHEN "X"
          MOVE "CANCEL" TO ws-cycle-class
      WHEN "C"
          MOVE "CLOSED" TO ws-cycle-class
      WHEN OTHER
          MOVE "N" TO ws-stuck
          PERFORM VARYING ws-sx FROM 1 BY 1 UNTIL ws-sx > 12
              IF ctl-stg-status (ws-sx) = "F"
                  OR ctl-stg-status (ws-sx) = "O"
                  MOVE "Y" TO ws-stuck
              END-IF
              IF ctl-stg-status (ws-sx) = "R"
                  AND ctl-cycle-id NOT = ws-latest-id
                  MOVE "Y" TO ws-stuck
              END-IF
          END-PERFORM
          IF ctl-cycle-id NOT = ws-latest-id
              AND ctl-stg-status (6) NOT = "C"
              AND ctl-stg-status (6) NOT = "W"
              MOVE "Y" TO ws-stuck
          END-IF
          IF ws-stuck = "Y"
              MOVE "STUCK" TO ws-cycle-class
          ELSE
              MOVE "OPEN" TO ws-cycle-class
          END-IF
  END-EVALUATE
  .

2200-WRITE-DETAIL-LINE.
  EVALUATE ws-cycle-class
      WHEN "CANCEL"
          ADD 1 TO ws-cancel-count
      WHEN "CLOSED"
          ADD 1 TO ws-closed-count
      WHEN "STUCK"
          ADD 1 TO ws-stuck-count
      WHEN OTHER
          ADD 1 TO ws-open-count
  END-EVALUATE
  MOVE ctl-cycle-id TO cy-dl-cycle
  MOVE ctl-origin TO cy-dl-origin
  MOVE ws-cycle-class TO cy-dl-class
  MOVE SPACES TO cy-dl-stages
  MOVE ctl-opened-stamp TO ws-last-stamp
  MOVE SPACES TO ws-next-stage
  PERFORM VARYING ws-sx FROM 1 BY 1 UNTIL ws-sx > 12
      IF ctl-stg-status (ws-sx) = SPACE
          MOVE "." TO cy-dl-code (ws-sx)
      ELSE
          MOVE ctl-stg-status (ws-sx) TO cy-dl-code (ws-sx)
          IF ctl-stg-stamp (ws-sx) > ws-last-stamp
              MOVE ctl-stg-stamp (ws-sx) TO ws-last-stamp
          END-IF
      END-IF
      IF ws-next-stage = SPACES AND ws-sx NOT > 8
          AND ctl-stg-status (ws-sx) NOT = "C"
          AND ctl-stg-status (ws-sx) NOT = "W"
          AND ctl-stg-status (ws-sx) NOT = "B"
          MOVE ws-stage-name (ws-sx) TO ws-next-stage
      END-IF
  END-PERFORM
  IF ws-cycle-class = "CLOSED" OR ws-cycle-class = "CANCEL"
      MOVE SPACES TO ws-next-stage
  END-IF
  MOVE ws-last-stamp TO cy-dl-last
  MOVE ws-next-stage TO cy-dl-next
  MOVE cy-detail-line TO cycle-report-record
  WRITE cycle-report-record
  .

2300-WRITE-COUNT-LINE.
  MOVE cy-count-line TO cycle-report-record
  WRITE cycle-report-record
  .

3000-OPEN-CYCLE.
  IF cf-operand (1:1) NOT = "R" AND cf-operand (1:1) NOT = "P"
      DISPLAY "FIBCYCLE - OPEN needs origin R (requeue rerun) or"
          " P (repair deck), not " cf-operand (1:1) END-DISPLAY
      MOVE 16 TO ws-cycle-return-code
  ELSE
      INITIALIZE fib-ctl-request
      MOVE "O" TO ctlq-function
      MOVE cf-operand (1:1) TO ctlq-origin
      CALL "fibctl" USING fib-ctl-request fib-control-record
      END-CALL
      EVALUATE ctlq-status
          WHEN "00"
              DISPLAY "FIBCYCLE - cycle " ctlq-cycle-id " opened"
                  END-DISPLAY
          WHEN "12"
              MOVE 12 TO ws-cycle-return-code
          WHEN OTHER
              MOVE 16 TO ws-cycle-return-code
      END-EVALUATE
  END-IF
  .

4000-CANCEL-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "G" TO ctlq-function
  MOVE cf-operand TO ctlq-cycle-id
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBCYCLE - cycle " cf-operand " not on FIBCTL"
              END-DISPLAY
          MOVE 16 TO ws-cycle-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-cycle-return-code
      WHEN ctl-state = "C"
          DISPLAY "FIBCYCLE - cycle " cf-operand " is closed and"
              " archived - it cannot be cancelled" END-DISPLAY
          MOVE 12 TO ws-cycle-return-code
      WHEN ctl-state = "X"
          DISPLAY "FIBCYCLE - cycle " cf-operand
              " is already cancelled" END-DISPLAY
          MOVE 4 TO ws-cycle-return-code
      WHEN OTHER
          MOVE "X" TO ctl-state
          MOVE "U" TO ctlq-function
          CALL "fibctl" USING fib-ctl-request fib-control-record
          END-CALL
          IF ctlq-status = "00"
              DISPLAY "FIBCYCLE - cycle " cf-operand " cancelled;"
                  " its rows stay on FIBRES and are archived with"
                  " the next closed cycle" END-DISPLAY
          ELSE
              MOVE 16 TO ws-cycle-return-code
          END-IF
  END-EVALUATE
  .
END PROGRAM fibcycle.
