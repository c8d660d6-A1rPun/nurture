IDENTIFICATION DIVISION.
PROGRAM-ID. fibfulf.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT fib-sub-file ASSIGN TO "FIBSUB"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-sub-status.
  SELECT raw-request-file ASSIGN TO "FIBREQ"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-raw-status.
  SELECT clean-request-file ASSIGN TO "FIBREQE"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-clean-status.
  SELECT edit-reject-file ASSIGN TO "FIBREJ"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-reject-status.
  SELECT fib-susp-file ASSIGN TO "FIBSUSP"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-susp-status.
  SELECT fib-result-file ASSIGN TO "FIBRES"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-result-status.
  SELECT fulf-report-file ASSIGN TO "FIBFXRPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-report-status.

DATA DIVISION.
FILE SECTION.
FD  fib-sub-file
    RECORD CONTAINS 26 CHARACTERS.
    COPY FIBSUBR.

FD  raw-request-file
    RECORD CONTAINS 24 CHARACTERS.
01  raw-request-record      PIC X(24).

FD  clean-request-file
    RECORD CONTAINS 24 CHARACTERS.
    COPY FIBREQR.

FD  edit-reject-file
    RECORD CONTAINS 26 CHARACTERS.
01  edit-reject-record.
    05  rej-reason          PIC X(2).
    05  rej-image           PIC X(24).

FD  fib-susp-file
    RECORD CONTAINS 34 CHARACTERS.
    COPY FIBSUSPR.

FD  fib-result-file
    RECORD CONTAINS 59 CHARACTERS.
    COPY FIBRESR.

FD  fulf-report-file
    RECORD CONTAINS 80 CHARACTERS.
01  fulf-report-record      PIC X(80).

WORKING-STORAGE SECTION.
01  ws-sub-status        PIC X(2).
01  ws-raw-status        PIC X(2).
01  ws-clean-status      PIC X(2).
01  ws-reject-status     PIC X(2).
01  ws-susp-status       PIC X(2).
01  ws-result-status     PIC X(2).
01  ws-report-status     PIC X(2).
01  ws-file-eof          PIC X(1)    VALUE "N".
01  ws-current-cycle     PIC X(14)   VALUE SPACES.
01  ws-run-date          PIC 9(8).
01  ws-run-int           PIC 9(9) COMP.
01  ws-dow-quot          PIC 9(9) COMP.
01  ws-dow               PIC 9(1).
01  ws-due               PIC X(1).
01  ws-norm-seq          PIC X(1).
01  ws-card.
    05  ws-cd-rec-type   PIC X(1).
    05  ws-cd-n-x        PIC X(9).
    05  ws-cd-n REDEFINES ws-cd-n-x
                         PIC 9(9).
    05  ws-cd-to-n-x     PIC X(9).
    05  ws-cd-to-n REDEFINES ws-cd-to-n-x
                         PIC 9(9).
    05  ws-cd-requestor  PIC X(3).
    05  ws-cd-seq        PIC X(1).
    05  ws-cd-priority   PIC X(1).
01  ws-card-from         PIC 9(9) COMP.
01  ws-card-to           PIC 9(9) COMP.
01  ws-card-usable       PIC X(1).
01  ws-card-source       PIC X(1).
01  ws-card-reason       PIC X(2).
01  ws-term-n            PIC 9(9) COMP.
01  ws-term-table.
    05  ws-term-entry OCCURS 2000 TIMES.
        10  ws-tm-requestor  PIC X(3).
        10  ws-tm-seq        PIC X(1).
        10  ws-tm-n          PIC 9(9).
        10  ws-tm-frequency  PIC X(1).
        10  ws-tm-generated  PIC X(1).
        10  ws-tm-clean      PIC X(1).
        10  ws-tm-rej-reason PIC X(2).
        10  ws-tm-susp-reason PIC X(2).
        10  ws-tm-res-status PIC X(1).
01  ws-term-used         PIC 9(4) COMP VALUE 0.
01  ws-tx                PIC 9(4) COMP.
01  ws-sub-read-count    PIC 9(9) COMP VALUE 0.
01  ws-sub-due-count     PIC 9(9) COMP VALUE 0.
01  ws-term-lost-count   PIC 9(9) COMP VALUE 0.
01  ws-fulfilled-count   PIC 9(9) COMP VALUE 0.
01  ws-notgen-count      PIC 9(9) COMP VALUE 0.
01  ws-rejected-count    PIC 9(9) COMP VALUE 0.
01  ws-suspense-count    PIC 9(9) COMP VALUE 0.
01  ws-overflow-count    PIC 9(9) COMP VALUE 0.
01  ws-error-count       PIC 9(9) COMP VALUE 0.
01  ws-noresult-count    PIC 9(9) COMP VALUE 0.
01  ws-miss-count        PIC 9(9) COMP VALUE 0.
01  ws-fulf-return-code  PIC 9(4) COMP VALUE 0.
01  fx-title-line        PIC X(80)
        VALUE "FIBFULF - STANDING REQUEST FULFILMENT EXCEPTION REPORT".
01  fx-cycle-line.
    05  FILLER           PIC X(15)   VALUE "CYCLE          ".
    05  fx-cl-cycle      PIC X(14).
    05  FILLER           PIC X(11)   VALUE "  RUN DATE ".
    05  fx-cl-date       PIC 9(8).
    05  FILLER           PIC X(15)   VALUE "  DAY OF WEEK  ".
    05  fx-cl-dow        PIC 9(1).
    05  FILLER           PIC X(16)   VALUE " (1=MONDAY)".
01  fx-head-line         PIC X(80)
        VALUE "REQ S N         F RN CD EXCEPTION".
01  fx-detail-line.
    05  fx-dt-requestor  PIC X(3).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  fx-dt-seq        PIC X(1).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  fx-dt-n          PIC 9(9).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  fx-dt-frequency  PIC X(1).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  fx-dt-reason     PIC X(2).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  fx-dt-code       PIC X(2).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  fx-dt-text       PIC X(40).
    05  FILLER           PIC X(16)   VALUE SPACES.
01  fx-count-line.
    05  fx-cl-label      PIC X(33).
    05  fx-cl-count      PIC 9(9).
    05  FILLER           PIC X(38)   VALUE SPACES.
COPY FIBCTLIO.
COPY FIBCTLR.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0100-GET-CYCLE
  IF ws-fulf-return-code = 0
      PERFORM 0200-OPEN-FILES
  END-IF
  IF ws-fulf-return-code = 0
      PERFORM 1000-SELECT-DUE-SUBS
      MOVE "G" TO ws-card-source
      PERFORM 2000-MATCH-RAW-DECK
      MOVE "C" TO ws-card-source
      PERFORM 2100-MATCH-CLEAN-DECK
      MOVE "J" TO ws-card-source
      PERFORM 2200-MATCH-REJECTS
      MOVE "S" TO ws-card-source
      PERFORM 2300-MATCH-SUSPENSE
      PERFORM 2400-MATCH-RESULTS
      PERFORM 3000-WRITE-HEADINGS
      PERFORM 3100-WRITE-EXCEPTIONS
      PERFORM 3500-WRITE-COUNTS
      PERFORM 0900-CLOSE-FILES
      IF ws-miss-count > 0 AND ws-fulf-return-code < 4
          MOVE 4 TO ws-fulf-return-code
          DISPLAY "WARNING - " ws-miss-count " subscription term(s)"
              " due on cycle " ws-current-cycle " not fulfilled"
              " - see FIBFXRPT" END-DISPLAY
      END-IF
  END-IF
  MOVE ws-fulf-return-code TO RETURN-CODE
  GOBACK
  .

0100-GET-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBFULF - no cycle on FIBCTL" END-DISPLAY
          MOVE 12 TO ws-fulf-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-fulf-return-code
      WHEN ctl-origin NOT = "G"
          DISPLAY "FIBFULF - latest cycle " ctl-cycle-id " is a"
              " rerun or repair cycle (origin " ctl-origin ") - the"
              " GENSTEP deck has been replaced, run this job before"
              " FIBRERUN or FIBREJSP" END-DISPLAY
          MOVE 12 TO ws-fulf-return-code
      WHEN ctl-stg-status (3) NOT = "C"
          AND ctl-stg-status (3) NOT = "W"
          DISPLAY "FIBFULF - cycle " ctl-cycle-id " FIBSTEP status '"
              ctl-stg-status (3) "' - run after the batch step"
              " completes" END-DISPLAY
          MOVE 12 TO ws-fulf-return-code
      WHEN OTHER
          MOVE ctl-cycle-id TO ws-current-cycle
          MOVE ctl-opened-stamp (1:8) TO ws-run-date
          COMPUTE ws-run-int = FUNCTION INTEGER-OF-DATE (ws-run-date)
          END-COMPUTE
          SUBTRACT 1 FROM ws-run-int
          DIVIDE ws-run-int BY 7 GIVING ws-dow-quot
              REMAINDER ws-dow
          END-DIVIDE
          ADD 1 TO ws-dow
          DISPLAY "FIBFULF - checking subscriptions due on cycle "
              ws-current-cycle END-DISPLAY
  END-EVALUATE
  .

0200-OPEN-FILES.
  OPEN INPUT fib-sub-file
  OPEN INPUT raw-request-file
  OPEN INPUT clean-request-file
  OPEN INPUT edit-reject-file
  OPEN INPUT fib-susp-file
  OPEN INPUT fib-result-file
  OPEN OUTPUT fulf-report-file
  IF ws-sub-status NOT = "00"
      OR ws-raw-status NOT = "00"
      OR ws-clean-status NOT = "00"
      OR ws-reject-status NOT = "00"
      OR ws-susp-status NOT = "00"
      OR ws-result-status NOT = "00"
      OR ws-report-status NOT = "00"
      DISPLAY "FIBFULF open failed, file status "
          ws-sub-status " " ws-raw-status " " ws-clean-status " "
          ws-reject-status " " ws-susp-status " "
          ws-result-status " " ws-report-status END-DISPLAY
      MOVE 16 TO ws-fulf-return-code
  END-IF
  .

0900-CLOSE-FILES.
  CLOSE fib-sub-file
  CLOSE raw-request-file
  CLOSE clean-request-file
  CLOSE edit-reject-file
  CLOSE fib-susp-file
  CLOSE fib-result-file
  CLOSE fulf-report-file
  .

1000-SELECT-DUE-SUBS.
  MOVE "N" TO ws-file-eof
  PERFORM UNTIL ws-file-eof = "Y"
      READ fib-sub-file
          AT END
              MOVE "Y" TO ws-file-eof
          NOT AT END
              ADD 1 TO ws-sub-read-count
              IF sub-active = "Y"
                  PERFORM 1100-CHECK-DUE
                  IF ws-due = "Y"
                      ADD 1 TO ws-sub-due-count
                      PERFORM 1200-POST-DUE-TERMS
                  END-IF
              END-IF
      END-READ
  END-PERFORM
  IF ws-term-lost-count > 0
      DISPLAY "FIBFULF - due-term table full, " ws-term-lost-count
          " term(s) not checked" END-DISPLAY
      MOVE 8 TO ws-fulf-return-code
  END-IF
  .

1100-CHECK-DUE.
  EVALUATE sub-frequency
      WHEN "D"
          MOVE "Y" TO ws-due
      WHEN "1"
      WHEN "2"
      WHEN "3"
      WHEN "4"
      WHEN "5"
      WHEN "6"
      WHEN "7"
          IF sub-frequency = ws-dow
              MOVE "Y" TO ws-due
          ELSE
              MOVE "N" TO ws-due
          END-IF
      WHEN OTHER
          MOVE "N" TO ws-due
  END-EVALUATE
  .

1200-POST-DUE-TERMS.
  EVALUATE sub-seq
      WHEN "L"
      WHEN "T"
          MOVE sub-seq TO ws-norm-seq
      WHEN OTHER
          MOVE "F" TO ws-norm-seq
  END-EVALUATE
  IF sub-rec-type = "R"
      PERFORM VARYING ws-term-n FROM sub-n BY 1
          UNTIL ws-term-n > sub-to-n
          PERFORM 1210-POST-ONE-TERM
      END-PERFORM
  ELSE
      MOVE sub-n TO ws-term-n
      PERFORM 1210-POST-ONE-TERM
  END-IF
  .

1210-POST-ONE-TERM.
  IF ws-term-used < 2000
      ADD 1 TO ws-term-used
      MOVE sub-requestor TO ws-tm-requestor (ws-term-used)
      MOVE ws-norm-seq TO ws-tm-seq (ws-term-used)
      MOVE ws-term-n TO ws-tm-n (ws-term-used)
      MOVE sub-frequency TO ws-tm-frequency (ws-term-used)
      MOVE "N" TO ws-tm-generated (ws-term-used)
      MOVE "N" TO ws-tm-clean (ws-term-used)
      MOVE SPACES TO ws-tm-rej-reason (ws-term-used)
      MOVE SPACES TO ws-tm-susp-reason (ws-term-used)
      MOVE SPACE TO ws-tm-res-status (ws-term-used)
  ELSE
      ADD 1 TO ws-term-lost-count
  END-IF
  .

2000-MATCH-RAW-DECK.
  MOVE "N" TO ws-file-eof
  PERFORM UNTIL ws-file-eof = "Y"
      READ raw-request-file
          AT END
              MOVE "Y" TO ws-file-eof
          NOT AT END
              MOVE raw-request-record TO ws-card
              MOVE SPACES TO ws-card-reason
              PERFORM 2500-MATCH-ONE-CARD
      END-READ
  END-PERFORM
  .

2100-MATCH-CLEAN-DECK.
  MOVE "N" TO ws-file-eof
  PERFORM UNTIL ws-file-eof = "Y"
      READ clean-request-file
          AT END
              MOVE "Y" TO ws-file-eof
          NOT AT END
              IF frc-type NOT = "H" AND frc-type NOT = "T"
                  MOVE fib-request-record TO ws-card
                  MOVE SPACES TO ws-card-reason
                  PERFORM 2500-MATCH-ONE-CARD
              END-IF
      END-READ
  END-PERFORM
  .

2200-MATCH-REJECTS.
  MOVE "N" TO ws-file-eof
  PERFORM UNTIL ws-file-eof = "Y"
      READ edit-reject-file
          AT END
              MOVE "Y" TO ws-file-eof
          NOT AT END
              MOVE rej-image TO ws-card
              MOVE rej-reason TO ws-card-reason
              PERFORM 2500-MATCH-ONE-CARD
      END-READ
  END-PERFORM
  .

2300-MATCH-SUSPENSE.
  MOVE "N" TO ws-file-eof
  PERFORM UNTIL ws-file-eof = "Y"
      READ fib-susp-file
          AT END
              MOVE "Y" TO ws-file-eof
          NOT AT END
              MOVE susp-image TO ws-card
              MOVE susp-reason TO ws-card-reason
              PERFORM 2500-MATCH-ONE-CARD
      END-READ
  END-PERFORM
  .

2400-MATCH-RESULTS.
  MOVE "N" TO ws-file-eof
  PERFORM UNTIL ws-file-eof = "Y"
      READ fib-result-file
          AT END
              MOVE "Y" TO ws-file-eof
          NOT AT END
              IF fib-result-record (1:1) NOT = "H"
                  AND fib-result-record (1:1) NOT = "T"
                  AND fres-cycle-id = ws-current-cycle
                  PERFORM 2410-MATCH-ONE-RESULT
              END-IF
      END-READ
  END-PERFORM
  .

2410-MATCH-ONE-RESULT.
  PERFORM VARYING ws-tx FROM 1 BY 1 UNTIL ws-tx > ws-term-used
      IF ws-tm-requestor (ws-tx) = fres-requestor
          AND ws-tm-seq (ws-tx) = fres-seq
          AND ws-tm-n (ws-tx) = fres-n
          AND ws-tm-res-status (ws-tx) NOT = "O"
          MOVE fres-status TO ws-tm-res-status (ws-tx)
      END-IF
  END-PERFORM
  .

2500-MATCH-ONE-CARD.
  MOVE "Y" TO ws-card-usable
  EVALUATE ws-cd-seq
      WHEN "L"
      WHEN "T"
          MOVE ws-cd-seq TO ws-norm-seq
      WHEN OTHER
          MOVE "F" TO ws-norm-seq
  END-EVALUATE
  IF ws-cd-n-x IS NOT NUMERIC
      MOVE "N" TO ws-card-usable
  ELSE
      MOVE ws-cd-n TO ws-card-from
      IF ws-cd-rec-type = "R"
          IF ws-cd-to-n-x IS NUMERIC
              MOVE ws-cd-to-n TO ws-card-to
          ELSE
              MOVE "N" TO ws-card-usable
          END-IF
      ELSE
          MOVE ws-cd-n TO ws-card-to
      END-IF
  END-IF
  IF ws-card-usable = "Y"
      PERFORM VARYING ws-tx FROM 1 BY 1 UNTIL ws-tx > ws-term-used
          IF ws-tm-requestor (ws-tx) = ws-cd-requestor
              AND ws-tm-seq (ws-tx) = ws-norm-seq
              AND ws-tm-n (ws-tx) NOT < ws-card-from
              AND ws-tm-n (ws-tx) NOT > ws-card-to
              PERFORM 2510-FLAG-ONE-TERM
          END-IF
      END-PERFORM
  END-IF
  .

2510-FLAG-ONE-TERM.
  EVALUATE ws-card-source
      WHEN "G"
          MOVE "Y" TO ws-tm-generated (ws-tx)
      WHEN "C"
          MOVE "Y" TO ws-tm-clean (ws-tx)
      WHEN "J"
          MOVE ws-card-reason TO ws-tm-rej-reason (ws-tx)
      WHEN "S"
          MOVE ws-card-reason TO ws-tm-susp-reason (ws-tx)
  END-EVALUATE
  .

3000-WRITE-HEADINGS.
  MOVE fx-title-line TO fulf-report-record
  WRITE fulf-report-record
  MOVE ws-current-cycle TO fx-cl-cycle
  MOVE ws-run-date TO fx-cl-date
  MOVE ws-dow TO fx-cl-dow
  MOVE fx-cycle-line TO fulf-report-record
  WRITE fulf-report-record
  MOVE fx-head-line TO fulf-report-record
  WRITE fulf-report-record
  .

3100-WRITE-EXCEPTIONS.
  PERFORM VARYING ws-tx FROM 1 BY 1 UNTIL ws-tx > ws-term-used
      MOVE SPACES TO fx-dt-reason
      MOVE SPACES TO fx-dt-code
      EVALUATE TRUE
          WHEN ws-tm-res-status (ws-tx) = "O"
              ADD 1 TO ws-fulfilled-count
          WHEN ws-tm-res-status (ws-tx) = "X"
              MOVE "OV" TO fx-dt-reason
              MOVE "OVERFLOW - TERM PAST 31 DIGITS" TO fx-dt-text
              ADD 1 TO ws-overflow-count
          WHEN ws-tm-res-status (ws-tx) NOT = SPACE
              MOVE "ER" TO fx-dt-reason
              MOVE "ERROR ON FIBRES - NO RESULT" TO fx-dt-text
              ADD 1 TO ws-error-count
          WHEN ws-tm-generated (ws-tx) = "N"
              MOVE "NG" TO fx-dt-reason
              MOVE "NOT GENERATED ON THE REQUEST DECK"
                  TO fx-dt-text
              ADD 1 TO ws-notgen-count
          WHEN ws-tm-clean (ws-tx) = "Y"
              MOVE "NR" TO fx-dt-reason
              MOVE "PASSED EDIT BUT NO FIBRES ROW" TO fx-dt-text
              ADD 1 TO ws-noresult-count
          WHEN ws-tm-susp-reason (ws-tx) NOT = SPACES
              MOVE "SU" TO fx-dt-reason
              MOVE ws-tm-susp-reason (ws-tx) TO fx-dt-code
              MOVE "REJECTED IN EDIT - HELD ON FIBSUSP"
                  TO fx-dt-text
              ADD 1 TO ws-suspense-count
          WHEN OTHER
              MOVE "RJ" TO fx-dt-reason
              MOVE ws-tm-rej-reason (ws-tx) TO fx-dt-code
              MOVE "REJECTED IN EDIT" TO fx-dt-text
              ADD 1 TO ws-rejected-count
      END-EVALUATE
      IF fx-dt-reason NOT = SPACES
          ADD 1 TO ws-miss-count
          MOVE ws-tm-requestor (ws-tx) TO fx-dt-requestor
          MOVE ws-tm-seq (ws-tx) TO fx-dt-seq
          MOVE ws-tm-n (ws-tx) TO fx-dt-n
          MOVE ws-tm-frequency (ws-tx) TO fx-dt-frequency
          MOVE fx-detail-line TO fulf-report-record
          WRITE fulf-report-record
      END-IF
  END-PERFORM
  .

3500-WRITE-COUNTS.
  MOVE SPACES TO fulf-report-record
  WRITE fulf-report-record
  MOVE "SUBSCRIPTIONS READ" TO fx-cl-label
  MOVE ws-sub-read-count TO fx-cl-count
  PERFORM 3510-WRITE-COUNT-LINE
  MOVE "SUBSCRIPTIONS DUE" TO fx-cl-label
  MOVE ws-sub-due-count TO fx-cl-count
  PERFORM 3510-WRITE-COUNT-LINE
  MOVE "TERMS DUE" TO fx-cl-label
  MOVE ws-term-used TO fx-cl-count
  PERFORM 3510-WRITE-COUNT-LINE
  MOVE "TERMS FULFILLED" TO fx-cl-label
  MOVE ws-fulfilled-count TO fx-cl-count
  PERFORM 3510-WRITE-COUNT-LINE
  MOVE "TERMS MISSED OR FAILED" TO fx-cl-label
  MOVE ws-miss-count TO fx-cl-count
  PERFORM 3510-WRITE-COUNT-LINE
  MOVE "  NG - NOT GENERATED" TO fx-cl-label
  MOVE ws-notgen-count TO fx-cl-count
  PERFORM 3510-WRITE-COUNT-LINE
  MOVE "  RJ - REJECTED IN EDIT" TO fx-cl-label
  MOVE ws-rejected-count TO fx-cl-count
  PERFORM 3510-WRITE-COUNT-LINE
  MOVE "  SU - HELD ON SUSPENSE" TO fx-cl-label
  MOVE ws-suspense-count TO fx-cl-count
  PERFORM 3510-WRITE-COUNT-LINE
  MOVE "  OV - OVERFLOW" TO fx-cl-label
  MOVE ws-overflow-count TO fx-cl-count
  PERFORM 3510-WRITE-COUNT-LINE
  MOVE "  ER - ERROR" TO fx-cl-label
  MOVE ws-error-count TO fx-cl-count
  PERFORM 3510-WRITE-COUNT-LINE
  MOVE "  NR - NO RESULT ROW" TO fx-cl-label
  MOVE ws-noresult-count TO fx-cl-count
  PERFORM 3510-WRITE-COUNT-LINE
  IF ws-term-lost-count > 0
      MOVE "TERMS NOT CHECKED - TABLE FULL" TO fx-cl-label
      MOVE ws-term-lost-count TO fx-cl-count
      PERFORM 3510-WRITE-COUNT-LINE
  END-IF
  .

3510-WRITE-COUNT-LINE.
  MOVE fx-count-line TO fulf-report-record
  WRITE fulf-report-record
  .
END PROGRAM fibfulf.
