  SELECT bill-report-file ASSIGN TO "FIBBLRPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-report-status.
  SELECT fib-rate-file ASSIGN TO "FIBRATE"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-rate-status.
  SELECT fib-gl-journal-file ASSIGN TO "FIBGLJ"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-glj-status.

DATA DIVISION.
FILE SECTION.
FD  fib-charge-file
    RECORD CONTAINS 52 CHARACTERS.
    COPY FIBCHGR.

FD  fib-dept-file
    RECORD CONTAINS 53 CHARACTERS.
    COPY FIBDEPTR.

FD  bill-report-file
    RECORD CONTAINS 90 CHARACTERS.
01  bill-report-record      PIC X(90).

FD  fib-rate-file
    RECORD CONTAINS 40 CHARACTERS.
    COPY FIBRATER.

FD  fib-gl-journal-file
    RECORD CONTAINS 80 CHARACTERS.
    COPY FIBGLJR.

WORKING-STORAGE SECTION.
01  ws-charge-status     PIC X(2).
01  ws-dept-status       PIC X(2).
01  ws-report-status     PIC X(2).
01  ws-rate-status       PIC X(2).
01  ws-glj-status        PIC X(2).
01  ws-bill-month        PIC X(6)    VALUE SPACES.
01  ws-this-month        PIC X(6).
01  ws-ctl-eof           PIC X(1).
01  ws-month-cycles      PIC 9(9) COMP VALUE 0.
01  ws-unreconciled      PIC 9(9) COMP VALUE 0.
01  ws-files-open        PIC X(1)    VALUE "N".
01  ws-charge-eof        PIC X(1)    VALUE "N".
01  ws-dept-eof          PIC X(1)    VALUE "N".
01  ws-dept-table.
    05  ws-dept-entry OCCURS 100 TIMES.
        10  ws-de-code       PIC X(3).
        10  ws-de-name       PIC X(20).
        10  ws-de-cost-center PIC X(10).
01  ws-dept-used         PIC 9(4) COMP VALUE 0.
01  ws-dept-slot         PIC 9(4) COMP.
01  ws-dept-x            PIC 9(4) COMP.
        10  ws-be-requests   PIC 9(9) COMP.
        10  ws-be-hits       PIC 9(9) COMP.
        10  ws-be-errors     PIC 9(9) COMP.
        10  ws-be-amount     PIC 9(11)V99.
        10  ws-be-dept-slot  PIC 9(4) COMP.
01  ws-bill-used         PIC 9(4) COMP VALUE 0.
01  ws-bill-slot         PIC 9(4) COMP.
01  ws-bx                PIC 9(4) COMP.
01  ws-rate-eof          PIC X(1)    VALUE "N".
01  ws-rate-error        PIC X(1)    VALUE "N".
01  ws-rate-table.
    05  ws-rate-entry OCCURS 200 TIMES.
        10  ws-re-eff-date   PIC 9(8).
        10  ws-re-seq        PIC X(1).
        10  ws-re-dept       PIC X(3).
        10  ws-re-hit        PIC 9(3)V9(4).
        10  ws-re-computed   PIC 9(3)V9(4).
        10  ws-re-rows       PIC 9(9) COMP.
01  ws-rate-used         PIC 9(4) COMP VALUE 0.
01  ws-rate-read         PIC 9(9) COMP VALUE 0.
01  ws-rate-slot         PIC 9(4) COMP.
01  ws-rx                PIC 9(4) COMP.
01  ws-ry                PIC 9(4) COMP.
01  ws-rate-level        PIC 9(1).
01  ws-best-level        PIC 9(1).
01  ws-best-date         PIC 9(8).
01  ws-row-date          PIC 9(8).
01  ws-row-computed      PIC 9(9) COMP.
01  ws-row-amount        PIC 9(11)V99.
01  ws-unpriced-count    PIC 9(9) COMP VALUE 0.
01  ws-computed          PIC 9(9) COMP.
01  ws-gl-card.
    05  ws-gl-service-cc PIC X(10).
    05  ws-gl-debit-acct PIC X(8).
    05  ws-gl-credit-acct PIC X(8).
    05  FILLER           PIC X(54).
01  ws-journal-ok        PIC X(1)    VALUE "N".
01  ws-journal-written   PIC X(1)    VALUE "N".
01  ws-no-cost-center    PIC 9(9) COMP VALUE 0.
01  ws-glj-count         PIC 9(9) COMP VALUE 0.
01  ws-glj-debits        PIC 9(13)V99 VALUE 0.
01  ws-glj-credits       PIC 9(13)V99 VALUE 0.
01  ws-read-count        PIC 9(9) COMP VALUE 0.
01  ws-month-count       PIC 9(9) COMP VALUE 0.
01  ws-tot-requests      PIC 9(9) COMP VALUE 0.
01  ws-tot-hits          PIC 9(9) COMP VALUE 0.
01  ws-tot-computed      PIC 9(9) COMP VALUE 0.
01  ws-tot-errors        PIC 9(9) COMP VALUE 0.
01  ws-tot-amount        PIC 9(11)V99 VALUE 0.
01  ws-bill-return-code  PIC 9(4) COMP VALUE 0.
COPY FIBCTLIO.
COPY FIBCTLR.
01  bl-title-line        PIC X(90)
        VALUE "FIBBILL - MONTHLY CHARGEBACK BILLING STATEMENT".
01  bl-month-line.
    05  bl-ml-month      PIC X(6).
    05  FILLER           PIC X(69)   VALUE SPACES.
01  bl-rate-line         PIC X(90)
        VALUE "CHARGE = HITS X HIT RATE + COMPUTED TERMS X COMPUTED RATE IN FORCE ON EACH CHARGE ROW DATE".
01  bl-rate-line-2       PIC X(90)
        VALUE "RATES FROM FIBRATE BY EFFECTIVE DATE, SEQUENCE AND DEPARTMENT - ERROR TERMS NOT BILLED".
01  bl-head-line         PIC X(90)
        VALUE "DEP DEPARTMENT NAME       REQUESTS   HITS       COMPUTED   ERRORS             CHARGE".
01  bl-detail-line.
    05  bl-dl-code       PIC X(3).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  bl-dl-errors     PIC 9(9).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  bl-dl-amount     PIC Z(10)9.99.
    05  FILLER           PIC X(6)    VALUE SPACES.
01  bl-blank-line        PIC X(90)   VALUE SPACES.
01  bl-rate-head-line    PIC X(90)
        VALUE "RATES APPLIED   EFF DATE S DEP  HIT RATE  CMP RATE      ROWS".
01  bl-rate-detail-line.
    05  FILLER           PIC X(16)   VALUE SPACES.
    05  bl-rd-eff-date   PIC 9(8).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  bl-rd-seq        PIC X(1).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  bl-rd-dept       PIC X(3).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  bl-rd-hit        PIC ZZ9.9999.
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  bl-rd-computed   PIC ZZ9.9999.
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  bl-rd-rows       PIC Z(8)9.
    05  FILLER           PIC X(29)   VALUE SPACES.
01  bl-gl-head-line      PIC X(90)
        VALUE "GL JOURNAL      COST CTR   ACCOUNT DC         AMOUNT  DEP".
01  bl-gl-detail-line.
    05  FILLER           PIC X(16)   VALUE SPACES.
    05  bl-gd-cost-center PIC X(10).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  bl-gd-account    PIC X(8).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  bl-gd-dr-cr      PIC X(1).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  bl-gd-amount     PIC Z(10)9.99.
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  bl-gd-dept       PIC X(3).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  bl-gd-note       PIC X(31).
01  bl-gl-status-line    PIC X(90).

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0100-FIND-BILL-MONTH
  IF ws-bill-return-code = 0
      PERFORM 0200-LOAD-DEPT
      PERFORM 0250-LOAD-RATES
      PERFORM 0260-READ-GL-CARD
  END-IF
  IF ws-bill-return-code = 0 OR ws-bill-return-code = 8
      PERFORM 0300-OPEN-FILES
  END-IF
  IF ws-files-open = "Y"
      PERFORM UNTIL ws-charge-eof = "Y"
          READ fib-charge-file
              AT END
                  END-IF
          END-READ
      END-PERFORM
      PERFORM 1500-MATCH-DEPARTMENTS
      IF ws-month-count > 0
          PERFORM 3000-CHECK-JOURNAL
          IF ws-journal-ok = "Y"
              PERFORM 3100-WRITE-JOURNAL
          END-IF
      END-IF
      PERFORM 2000-WRITE-STATEMENT
      CLOSE fib-charge-file
      CLOSE bill-report-file
      IF ws-month-count = 0
          DISPLAY "FIBBILL - no FIBCHG history for month "
              ws-bill-month END-DISPLAY
          IF ws-bill-return-code < 4
              MOVE 4 TO ws-bill-return-code
          END-IF
      END-IF
      IF ws-bill-return-code < 8
          PERFORM 0900-POST-CYCLES
      END-IF
  END-IF
  MOVE ws-bill-return-code TO RETURN-CODE
  GOBACK
  .

0100-FIND-BILL-MONTH.
  MOVE FUNCTION CURRENT-DATE (1:6) TO ws-this-month
  INITIALIZE fib-ctl-request
  MOVE LOW-VALUES TO ctlq-cycle-id
  MOVE "N" TO ws-ctl-eof
  PERFORM UNTIL ws-ctl-eof = "Y"
      MOVE "N" TO ctlq-function
      CALL "fibctl" USING fib-ctl-request fib-control-record
      END-CALL
      EVALUATE ctlq-status
          WHEN "00"
              PERFORM 0110-SIFT-ONE-CYCLE
          WHEN "23"
              MOVE "Y" TO ws-ctl-eof
          WHEN OTHER
              MOVE "Y" TO ws-ctl-eof
              MOVE 16 TO ws-bill-return-code
      END-EVALUATE
  END-PERFORM
  EVALUATE TRUE
      WHEN ws-bill-return-code NOT = 0
          CONTINUE
      WHEN ws-bill-month = SPACES
          DISPLAY "FIBBILL - every cycle on FIBCTL has been billed"
              END-DISPLAY
          MOVE 4 TO ws-bill-return-code
      WHEN ws-bill-month NOT < ws-this-month
          DISPLAY "FIBBILL - oldest unbilled month " ws-bill-month
              " is not over yet - not billed" END-DISPLAY
          MOVE 12 TO ws-bill-return-code
      WHEN ws-unreconciled > 0
          DISPLAY "FIBBILL - " ws-unreconciled " cycle(s) in month "
              ws-bill-month " not balanced by FIBRECON - not billed"
              END-DISPLAY
          MOVE 12 TO ws-bill-return-code
      WHEN OTHER
          DISPLAY "FIBBILL - billing month " ws-bill-month ", "
              ws-month-cycles " cycle(s)" END-DISPLAY
  END-EVALUATE
  .

0110-SIFT-ONE-CYCLE.
  IF ctl-state NOT = "X"
      IF ws-bill-month = SPACES
          AND ctl-stg-status (7) = SPACE
          MOVE ctl-cycle-id (1:6) TO ws-bill-month
      END-IF
      IF ctl-cycle-id (1:6) = ws-bill-month
          ADD 1 TO ws-month-cycles
          IF ctl-stg-status (4) NOT = "C"
              ADD 1 TO ws-unreconciled
              DISPLAY "FIBBILL - cycle " ctl-cycle-id
                  " FIBRECON status '" ctl-stg-status (4) "'"
                  END-DISPLAY
          END-IF
      END-IF
  END-IF
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
          OR ctl-cycle-id (1:6) > ws-bill-month
          MOVE "Y" TO ws-ctl-eof
      ELSE
          IF ctl-state NOT = "X"
              AND ctl-cycle-id (1:6) = ws-bill-month
              PERFORM 0910-POST-ONE-CYCLE
          END-IF
      END-IF
  END-PERFORM
  .

0910-POST-ONE-CYCLE.
  MOVE "P" TO ctlq-function
  MOVE 7 TO ctlq-stage
  MOVE ws-bill-return-code TO ctlq-stage-rc
  MOVE SPACE TO ctlq-stage-status
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status NOT = "00"
      DISPLAY "FIBBILL - billing of cycle " ctlq-cycle-id
          " not recorded on FIBCTL" END-DISPLAY
      MOVE 16 TO ws-bill-return-code
      MOVE "Y" TO ws-ctl-eof
  END-IF
  .

0200-LOAD-DEPT.
  OPEN INPUT fib-dept-file
  IF ws-dept-status NOT = "00"
      DISPLAY "FIBDEPT open failed, file status " ws-dept-status
          " - department names and cost centers not available"
          END-DISPLAY
  ELSE
      PERFORM UNTIL ws-dept-eof = "Y"
          READ fib-dept-file
                      ADD 1 TO ws-dept-used
                      MOVE dept-code TO ws-de-code (ws-dept-used)
                      MOVE dept-name TO ws-de-name (ws-dept-used)
                      MOVE dept-cost-center
                          TO ws-de-cost-center (ws-dept-used)
                  END-IF
          END-READ
      END-PERFORM
  END-IF
  .

0250-LOAD-RATES.
  OPEN INPUT fib-rate-file
  IF ws-rate-status NOT = "00"
      DISPLAY "FIBRATE open failed, file status " ws-rate-status
          " - charges cannot be priced" END-DISPLAY
      MOVE 16 TO ws-bill-return-code
  ELSE
      PERFORM UNTIL ws-rate-eof = "Y"
          READ fib-rate-file
              AT END
                  MOVE "Y" TO ws-rate-eof
              NOT AT END
                  ADD 1 TO ws-rate-read
                  PERFORM 0255-LOAD-ONE-RATE
          END-READ
      END-PERFORM
      CLOSE fib-rate-file
      IF ws-rate-used = 0
          DISPLAY "FIBBILL - FIBRATE holds no usable rates" END-DISPLAY
          MOVE "Y" TO ws-rate-error
      END-IF
      IF ws-rate-error = "Y"
          MOVE 8 TO ws-bill-return-code
      END-IF
  END-IF
  .

0255-LOAD-ONE-RATE.
  EVALUATE TRUE
      WHEN rate-eff-date-x NOT NUMERIC
          OR rate-hit-x NOT NUMERIC
          OR rate-computed-x NOT NUMERIC
          OR (rate-seq NOT = SPACE AND rate-seq NOT = "F"
              AND rate-seq NOT = "L" AND rate-seq NOT = "T")
          DISPLAY "FIBBILL - FIBRATE record " ws-rate-read
              " is invalid: " fib-rate-record END-DISPLAY
          MOVE "Y" TO ws-rate-error
      WHEN ws-rate-used NOT < 200
          DISPLAY "FIBBILL - rate table full at FIBRATE record "
              ws-rate-read END-DISPLAY
          MOVE "Y" TO ws-rate-error
      WHEN OTHER
          MOVE 0 TO ws-rate-slot
          PERFORM VARYING ws-rx FROM 1 BY 1
              UNTIL ws-rx > ws-rate-used OR ws-rate-slot > 0
              IF ws-re-eff-date (ws-rx) = rate-eff-date
                  AND ws-re-seq (ws-rx) = rate-seq
                  AND ws-re-dept (ws-rx) = rate-dept
                  MOVE ws-rx TO ws-rate-slot
              END-IF
          END-PERFORM
          IF ws-rate-slot > 0
              DISPLAY "FIBBILL - FIBRATE record " ws-rate-read
                  " duplicates date " rate-eff-date " sequence '"
                  rate-seq "' department '" rate-dept "'" END-DISPLAY
              MOVE "Y" TO ws-rate-error
          ELSE
              ADD 1 TO ws-rate-used
              MOVE rate-eff-date TO ws-re-eff-date (ws-rate-used)
              MOVE rate-seq TO ws-re-seq (ws-rate-used)
              MOVE rate-dept TO ws-re-dept (ws-rate-used)
              MOVE rate-hit TO ws-re-hit (ws-rate-used)
              MOVE rate-computed TO ws-re-computed (ws-rate-used)
              MOVE 0 TO ws-re-rows (ws-rate-used)
          END-IF
  END-EVALUATE
  .

0260-READ-GL-CARD.
  MOVE SPACES TO ws-gl-card
  ACCEPT ws-gl-card END-ACCEPT
  .

0300-OPEN-FILES.
  OPEN INPUT fib-charge-file
  OPEN OUTPUT bill-report-file
      DISPLAY "FIBBILL open failed, file status " ws-charge-status
          " " ws-report-status END-DISPLAY
      MOVE 16 TO ws-bill-return-code
  ELSE
      MOVE "Y" TO ws-files-open
  END-IF
  .

      MOVE 0 TO ws-be-requests (ws-bill-slot)
      MOVE 0 TO ws-be-hits (ws-bill-slot)
      MOVE 0 TO ws-be-errors (ws-bill-slot)
      MOVE 0 TO ws-be-amount (ws-bill-slot)
      MOVE 0 TO ws-be-dept-slot (ws-bill-slot)
  END-IF
  IF ws-bill-slot > 0
      ADD chg-requests TO ws-be-requests (ws-bill-slot)
      ADD chg-cache-hits TO ws-be-hits (ws-bill-slot)
      ADD chg-errors TO ws-be-errors (ws-bill-slot)
      PERFORM 1200-PRICE-ONE-CHARGE
  ELSE
      DISPLAY "FIBBILL - billing table full, requestor "
          chg-requestor " not billed" END-DISPLAY
  END-IF
  .

1200-PRICE-ONE-CHARGE.
  MOVE chg-timestamp (1:8) TO ws-row-date
  MOVE 0 TO ws-rate-slot
  MOVE 9 TO ws-best-level
  MOVE 0 TO ws-best-date
  PERFORM VARYING ws-rx FROM 1 BY 1 UNTIL ws-rx > ws-rate-used
      IF ws-re-eff-date (ws-rx) NOT > ws-row-date
          AND (ws-re-dept (ws-rx) = chg-requestor
              OR ws-re-dept (ws-rx) = SPACES)
          AND (ws-re-seq (ws-rx) = chg-seq
              OR ws-re-seq (ws-rx) = SPACE)
          MOVE 0 TO ws-rate-level
          IF ws-re-dept (ws-rx) = SPACES
              ADD 2 TO ws-rate-level
          END-IF
          IF ws-re-seq (ws-rx) = SPACE
              ADD 1 TO ws-rate-level
          END-IF
          IF ws-rate-level < ws-best-level
              OR (ws-rate-level = ws-best-level
                  AND ws-re-eff-date (ws-rx) > ws-best-date)
              MOVE ws-rx TO ws-rate-slot
              MOVE ws-rate-level TO ws-best-level
              MOVE ws-re-eff-date (ws-rx) TO ws-best-date
          END-IF
      END-IF
  END-PERFORM
  IF ws-rate-slot = 0
      DISPLAY "FIBBILL - no rate in force on " ws-row-date
          " for requestor " chg-requestor " sequence '" chg-seq
          "' - row not priced" END-DISPLAY
      ADD 1 TO ws-unpriced-count
      MOVE 8 TO ws-bill-return-code
  ELSE
      COMPUTE ws-row-computed = chg-requests - chg-cache-hits
          - chg-errors
      END-COMPUTE
      COMPUTE ws-row-amount ROUNDED =
          chg-cache-hits * ws-re-hit (ws-rate-slot)
          + ws-row-computed * ws-re-computed (ws-rate-slot)
      END-COMPUTE
      ADD ws-row-amount TO ws-be-amount (ws-bill-slot)
      ADD ws-row-amount TO ws-tot-amount
      ADD 1 TO ws-re-rows (ws-rate-slot)
  END-IF
  .

1500-MATCH-DEPARTMENTS.
  PERFORM VARYING ws-bx FROM 1 BY 1 UNTIL ws-bx > ws-bill-used
      MOVE 0 TO ws-dept-slot
      PERFORM VARYING ws-dept-x FROM 1 BY 1
          UNTIL ws-dept-x > ws-dept-used OR ws-dept-slot > 0
          IF ws-de-code (ws-dept-x) = ws-be-requestor (ws-bx)
              MOVE ws-dept-x TO ws-dept-slot
          END-IF
      END-PERFORM
      MOVE ws-dept-slot TO ws-be-dept-slot (ws-bx)
  END-PERFORM
  .

2000-WRITE-STATEMENT.
  MOVE bl-title-line TO bill-report-record
  WRITE bill-report-record
  WRITE bill-report-record
  MOVE bl-rate-line TO bill-report-record
  WRITE bill-report-record
  MOVE bl-rate-line-2 TO bill-report-record
  WRITE bill-report-record
  MOVE bl-head-line TO bill-report-record
  WRITE bill-report-record
  PERFORM VARYING ws-bx FROM 1 BY 1 UNTIL ws-bx > ws-bill-used
      PERFORM 2100-WRITE-DEPT-LINE
  END-PERFORM
  PERFORM 2200-WRITE-TOTAL-LINE
  PERFORM 2300-WRITE-RATE-SECTION
  IF ws-month-count > 0
      PERFORM 2400-WRITE-GL-SECTION
  END-IF
  .

2100-WRITE-DEPT-LINE.
  COMPUTE ws-computed = ws-be-requests (ws-bx)
      - ws-be-hits (ws-bx) - ws-be-errors (ws-bx)
  END-COMPUTE
  MOVE ws-be-requests (ws-bx) TO bl-dl-requests
  MOVE ws-be-hits (ws-bx) TO bl-dl-hits
  MOVE ws-computed TO bl-dl-computed
  MOVE ws-be-errors (ws-bx) TO bl-dl-errors
  MOVE ws-be-amount (ws-bx) TO bl-dl-amount
  ADD ws-be-requests (ws-bx) TO ws-tot-requests
  ADD ws-be-hits (ws-bx) TO ws-tot-hits
  ADD ws-computed TO ws-tot-computed
  ADD ws-be-errors (ws-bx) TO ws-tot-errors
  MOVE bl-detail-line TO bill-report-record
  WRITE bill-report-record
  .

2150-FIND-DEPT-NAME.
  MOVE ws-be-dept-slot (ws-bx) TO ws-dept-slot
  IF ws-dept-slot > 0
      MOVE ws-de-name (ws-dept-slot) TO bl-dl-name
  ELSE
  MOVE ws-tot-hits TO bl-dl-hits
  MOVE ws-tot-computed TO bl-dl-computed
  MOVE ws-tot-errors TO bl-dl-errors
  MOVE ws-tot-amount TO bl-dl-amount
  MOVE bl-detail-line TO bill-report-record
  WRITE bill-report-record
  .

2300-WRITE-RATE-SECTION.
  MOVE bl-blank-line TO bill-report-record
  WRITE bill-report-record
  MOVE bl-rate-head-line TO bill-report-record
  WRITE bill-report-record
  PERFORM VARYING ws-rx FROM 1 BY 1 UNTIL ws-rx > ws-rate-used
      IF ws-re-rows (ws-rx) > 0
          MOVE ws-re-eff-date (ws-rx) TO bl-rd-eff-date
          MOVE ws-re-seq (ws-rx) TO bl-rd-seq
          IF ws-re-seq (ws-rx) = SPACE
              MOVE "*" TO bl-rd-seq
          END-IF
          MOVE ws-re-dept (ws-rx) TO bl-rd-dept
          IF ws-re-dept (ws-rx) = SPACES
              MOVE "ALL" TO bl-rd-dept
          END-IF
          MOVE ws-re-hit (ws-rx) TO bl-rd-hit
          MOVE ws-re-computed (ws-rx) TO bl-rd-computed
          MOVE ws-re-rows (ws-rx) TO bl-rd-rows
          MOVE bl-rate-detail-line TO bill-report-record
          WRITE bill-report-record
      END-IF
  END-PERFORM
  .

2400-WRITE-GL-SECTION.
  MOVE bl-blank-line TO bill-report-record
  WRITE bill-report-record
  MOVE bl-gl-head-line TO bill-report-record
  WRITE bill-report-record
  PERFORM VARYING ws-bx FROM 1 BY 1 UNTIL ws-bx > ws-bill-used
      IF ws-be-amount (ws-bx) > 0
          MOVE ws-be-dept-slot (ws-bx) TO ws-dept-slot
          MOVE SPACES TO bl-gd-cost-center
          MOVE SPACES TO bl-gd-note
          EVALUATE TRUE
              WHEN ws-dept-slot = 0
                  MOVE "** NOT ON FIBDEPT" TO bl-gd-note
              WHEN ws-de-cost-center (ws-dept-slot) = SPACES
                  MOVE "** NO COST CENTER ON FIBDEPT" TO bl-gd-note
              WHEN OTHER
                  MOVE ws-de-cost-center (ws-dept-slot)
                      TO bl-gd-cost-center
          END-EVALUATE
          MOVE ws-gl-debit-acct TO bl-gd-account
          MOVE "D" TO bl-gd-dr-cr
          MOVE ws-be-amount (ws-bx) TO bl-gd-amount
          MOVE ws-be-requestor (ws-bx) TO bl-gd-dept
          MOVE bl-gl-detail-line TO bill-report-record
          WRITE bill-report-record
      END-IF
  END-PERFORM
  IF ws-tot-amount > 0
      MOVE ws-gl-service-cc TO bl-gd-cost-center
      MOVE ws-gl-credit-acct TO bl-gd-account
      MOVE "C" TO bl-gd-dr-cr
      MOVE ws-tot-amount TO bl-gd-amount
      MOVE SPACES TO bl-gd-dept
      MOVE "SERVICE CENTER RECOVERY" TO bl-gd-note
      MOVE bl-gl-detail-line TO bill-report-record
      WRITE bill-report-record
  END-IF
  IF ws-journal-written = "Y"
      MOVE "GL JOURNAL WRITTEN TO FIBGLJ - BALANCED, DEBITS = CREDITS"
          TO bl-gl-status-line
  ELSE
      MOVE "GL JOURNAL NOT WRITTEN - SEE JOB LOG; CORRECT AND RERUN THE MONTH"
          TO bl-gl-status-line
  END-IF
  MOVE bl-gl-status-line TO bill-report-record
  WRITE bill-report-record
  .

3000-CHECK-JOURNAL.
  MOVE "Y" TO ws-journal-ok
  IF ws-gl-service-cc = SPACES OR ws-gl-debit-acct = SPACES
      OR ws-gl-credit-acct = SPACES
      DISPLAY "FIBBILL - GL card incomplete: service center '"
          ws-gl-service-cc "' debit '" ws-gl-debit-acct
          "' credit '" ws-gl-credit-acct "'" END-DISPLAY
      MOVE "N" TO ws-journal-ok
  END-IF
  IF ws-rate-error = "Y" OR ws-unpriced-count > 0
      DISPLAY "FIBBILL - " ws-unpriced-count " FIBCHG row(s) not priced"
          " or FIBRATE in error" END-DISPLAY
      MOVE "N" TO ws-journal-ok
  END-IF
  IF ws-bill-return-code NOT < 8
      MOVE "N" TO ws-journal-ok
  END-IF
  PERFORM VARYING ws-bx FROM 1 BY 1 UNTIL ws-bx > ws-bill-used
      IF ws-be-amount (ws-bx) > 0
          MOVE ws-be-dept-slot (ws-bx) TO ws-dept-slot
          IF ws-dept-slot = 0
              DISPLAY "FIBBILL - department " ws-be-requestor (ws-bx)
                  " is not on FIBDEPT - no cost center to debit"
                  END-DISPLAY
              ADD 1 TO ws-no-cost-center
          ELSE
              IF ws-de-cost-center (ws-dept-slot) = SPACES
                  DISPLAY "FIBBILL - department "
                      ws-be-requestor (ws-bx)
                      " has no cost center on FIBDEPT" END-DISPLAY
                  ADD 1 TO ws-no-cost-center
              END-IF
          END-IF
      END-IF
  END-PERFORM
  IF ws-no-cost-center > 0
      MOVE "N" TO ws-journal-ok
  END-IF
  IF ws-journal-ok = "N"
      DISPLAY "FIBBILL - GL journal not written for month "
          ws-bill-month END-DISPLAY
      MOVE 8 TO ws-bill-return-code
  END-IF
  .

3100-WRITE-JOURNAL.
  OPEN OUTPUT fib-gl-journal-file
  IF ws-glj-status NOT = "00"
      DISPLAY "FIBGLJ open failed, file status " ws-glj-status
          END-DISPLAY
      MOVE 16 TO ws-bill-return-code
  ELSE
      MOVE SPACES TO fib-gl-journal-control
      MOVE "H" TO gljc-type
      MOVE "FIBSVC" TO gljc-source
      MOVE ws-bill-month TO gljc-period
      MOVE FUNCTION CURRENT-DATE (1:8) TO gljc-run-date
      MOVE 0 TO gljc-count
      MOVE 0 TO gljc-debit-total
      MOVE 0 TO gljc-credit-total
      WRITE fib-gl-journal-control
      PERFORM VARYING ws-bx FROM 1 BY 1 UNTIL ws-bx > ws-bill-used
          IF ws-be-amount (ws-bx) > 0
              MOVE ws-be-dept-slot (ws-bx) TO ws-dept-slot
              MOVE SPACES TO fib-gl-journal-record
              MOVE "D" TO glj-type
              MOVE ws-de-cost-center (ws-dept-slot) TO glj-cost-center
              MOVE ws-gl-debit-acct TO glj-account
              MOVE "D" TO glj-dr-cr
              MOVE ws-be-amount (ws-bx) TO glj-amount
              MOVE ws-bill-month TO glj-period
              MOVE ws-be-requestor (ws-bx) TO glj-dept
              MOVE ws-de-name (ws-dept-slot) TO glj-description
              PERFORM 3150-WRITE-JOURNAL-LINE
              ADD ws-be-amount (ws-bx) TO ws-glj-debits
          END-IF
      END-PERFORM
      IF ws-tot-amount > 0
          MOVE SPACES TO fib-gl-journal-record
          MOVE "D" TO glj-type
          MOVE ws-gl-service-cc TO glj-cost-center
          MOVE ws-gl-credit-acct TO glj-account
          MOVE "C" TO glj-dr-cr
          MOVE ws-tot-amount TO glj-amount
          MOVE ws-bill-month TO glj-period
          MOVE "FIB SERVICE CENTER RECOVERY" TO glj-description
          PERFORM 3150-WRITE-JOURNAL-LINE
          ADD ws-tot-amount TO ws-glj-credits
      END-IF
      MOVE SPACES TO fib-gl-journal-control
      MOVE "T" TO gljc-type
      MOVE "FIBSVC" TO gljc-source
      MOVE ws-bill-month TO gljc-period
      MOVE FUNCTION CURRENT-DATE (1:8) TO gljc-run-date
      MOVE ws-glj-count TO gljc-count
      MOVE ws-glj-debits TO gljc-debit-total
      MOVE ws-glj-credits TO gljc-credit-total
      WRITE fib-gl-journal-control
      IF ws-glj-status NOT = "00"
          MOVE 16 TO ws-bill-return-code
      END-IF
      CLOSE fib-gl-journal-file
      IF ws-bill-return-code < 16
          MOVE "Y" TO ws-journal-written
          DISPLAY "FIBBILL - GL journal " ws-glj-count " entries, debits "
              ws-glj-debits " credits " ws-glj-credits END-DISPLAY
      ELSE
          DISPLAY "FIBGLJ write failed, file status " ws-glj-status
              END-DISPLAY
      END-IF
  END-IF
  .

3150-WRITE-JOURNAL-LINE.
  WRITE fib-gl-journal-record
  IF ws-glj-status NOT = "00"
      MOVE 16 TO ws-bill-return-code
  END-IF
  ADD 1 TO ws-glj-count
  .
END PROGRAM fibbill.
