IDENTIFICATION DIVISION.
PROGRAM-ID. fibexpr.

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
  SELECT off-result-file ASSIGN TO "FIBRESOF"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-off-res-status.
  SELECT off-audit-file ASSIGN TO "FIBAUDOF"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-off-aud-status.
  SELECT off-report-file ASSIGN TO "FIBRPTOF"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-off-rpt-status.
  SELECT keep-result-file ASSIGN TO "FIBRESNW"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-keep-res-status.
  SELECT keep-audit-file ASSIGN TO "FIBAUDNW"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-keep-aud-status.
  SELECT keep-report-file ASSIGN TO "FIBRPTNW"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-keep-rpt-status.
  SELECT fib-anchor-file ASSIGN TO "FIBAUDAN"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-anchor-status.
  SELECT exp-anchor-file ASSIGN TO "FIBAUDXA"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-exp-anchor-status.
  SELECT expiry-report-file ASSIGN TO "FIBEXRPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-report-status.

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

FD  off-result-file
    RECORD CONTAINS 59 CHARACTERS.
01  off-result-record       PIC X(59).

FD  off-audit-file
    RECORD CONTAINS 100 CHARACTERS.
01  off-audit-record        PIC X(100).

FD  off-report-file
    RECORD CONTAINS 81 CHARACTERS.
01  off-report-record       PIC X(81).

FD  keep-result-file
    RECORD CONTAINS 59 CHARACTERS.
01  keep-result-record      PIC X(59).

FD  keep-audit-file
    RECORD CONTAINS 100 CHARACTERS.
01  keep-audit-record       PIC X(100).

FD  keep-report-file
    RECORD CONTAINS 81 CHARACTERS.
01  keep-report-record      PIC X(81).

FD  fib-anchor-file
    RECORD CONTAINS 80 CHARACTERS.
01  fib-anchor-record       PIC X(80).

FD  exp-anchor-file
    RECORD CONTAINS 80 CHARACTERS.
01  exp-anchor-record       PIC X(80).

FD  expiry-report-file
    RECORD CONTAINS 90 CHARACTERS.
01  expiry-report-record    PIC X(90).

WORKING-STORAGE SECTION.
01  ws-arch-res-status   PIC X(2).
01  ws-arch-aud-status   PIC X(2).
01  ws-arch-rpt-status   PIC X(2).
01  ws-off-res-status    PIC X(2).
01  ws-off-aud-status    PIC X(2).
01  ws-off-rpt-status    PIC X(2).
01  ws-keep-res-status   PIC X(2).
01  ws-keep-aud-status   PIC X(2).
01  ws-keep-rpt-status   PIC X(2).
01  ws-anchor-status     PIC X(2).
01  ws-exp-anchor-status PIC X(2).
01  ws-report-status     PIC X(2).
01  ws-retain-card.
    05  ws-rt-res-x      PIC X(5).
    05  ws-rt-res-9 REDEFINES ws-rt-res-x
                         PIC 9(5).
    05  ws-rt-aud-x      PIC X(5).
    05  ws-rt-aud-9 REDEFINES ws-rt-aud-x
                         PIC 9(5).
    05  ws-rt-rpt-x      PIC X(5).
    05  ws-rt-rpt-9 REDEFINES ws-rt-rpt-x
                         PIC 9(5).
    05  FILLER           PIC X(65).
01  ws-today-stamp       PIC X(21).
01  ws-today-int         PIC 9(9) COMP.
01  ws-row-date-x        PIC X(8).
01  ws-row-date-9 REDEFINES ws-row-date-x
                         PIC 9(8).
01  ws-row-int           PIC 9(9) COMP.
01  ws-row-cycle         PIC X(14).
01  ws-row-n             PIC 9(9).
01  ws-row-expired       PIC X(1).
01  ws-arch-eof          PIC X(1).
01  ws-fx                PIC 9(4) COMP.
01  ws-file-table.
    05  ws-file-entry OCCURS 3 TIMES.
        10  ws-ft-name       PIC X(8).
        10  ws-ft-days       PIC 9(5).
        10  ws-ft-cutoff-int PIC 9(9) COMP.
        10  ws-ft-cutoff     PIC 9(8).
        10  ws-ft-read       PIC 9(9) COMP.
        10  ws-ft-read-hash  PIC 9(9) COMP.
        10  ws-ft-off        PIC 9(9) COMP.
        10  ws-ft-off-hash   PIC 9(9) COMP.
        10  ws-ft-keep       PIC 9(9) COMP.
        10  ws-ft-keep-hash  PIC 9(9) COMP.
        10  ws-ft-undated    PIC 9(9) COMP.
        10  ws-ft-held       PIC 9(9) COMP.
01  ws-brk-cycle         PIC X(14)   VALUE SPACES.
01  ws-brk-rows          PIC 9(9) COMP VALUE 0.
01  ws-brk-hash          PIC 9(9) COMP VALUE 0.
01  ws-aud-pos           PIC 9(9) COMP.
01  ws-aud-first-kept    PIC 9(9) COMP.
01  ws-aud-moved         PIC X(1).
01  ws-aud-chain         PIC 9(15)   VALUE 0.
01  ws-cur-cycle         PIC X(14).
01  ws-cy-used           PIC 9(4) COMP VALUE 0.
01  ws-cy-max            PIC 9(4) COMP VALUE 9999.
01  ws-cy-slot           PIC 9(4) COMP.
01  ws-cx                PIC 9(4) COMP.
01  ws-cycle-table.
    05  ws-cycle-entry OCCURS 9999 TIMES.
        10  ws-cy-cycle      PIC X(14).
        10  ws-cy-first      PIC 9(9) COMP.
        10  ws-cy-last       PIC 9(9) COMP.
        10  ws-cy-anchored   PIC X(1).
        10  ws-cy-anc-start  PIC 9(15).
        10  ws-cy-row-start  PIC 9(15).
        10  ws-cy-row-end    PIC 9(15).
        10  ws-cy-rows       PIC 9(9) COMP.
01  ws-marker-count      PIC 9(9) COMP VALUE 0.
01  ws-exp-return-code   PIC 9(4) COMP VALUE 0.
01  ex-title             PIC X(90)
        VALUE "FIBEXPR - ARCHIVE EXPIRY CONTROL REPORT".
01  ex-retain-head       PIC X(90)
        VALUE "FILE     RETAIN DAYS  ROWS DATED BEFORE".
01  ex-cycle-head        PIC X(90)
        VALUE "FILE     CYCLE OFFLOADED          ROWS      HASH".
01  ex-total-head        PIC X(90)
        VALUE "FILE           READ  READ HASH  OFFLOADED   OFF HASH       KEPT  KEPT HASH    UNDATED".
01  ex-run-line.
    05  FILLER           PIC X(9)    VALUE "RUN DATE ".
    05  ex-rl-date       PIC X(8).
    05  FILLER           PIC X(73)   VALUE SPACES.
01  ex-retain-line.
    05  ex-rt-file       PIC X(8).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  ex-rt-days       PIC 9(5).
    05  FILLER           PIC X(8)    VALUE SPACES.
    05  ex-rt-cutoff     PIC 9(8).
    05  FILLER           PIC X(60)   VALUE SPACES.
01  ex-cycle-line.
    05  ex-cl-file       PIC X(8).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  ex-cl-cycle      PIC X(14).
    05  FILLER           PIC X(6)    VALUE SPACES.
    05  ex-cl-rows       PIC 9(9).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  ex-cl-hash       PIC 9(9).
    05  FILLER           PIC X(42)   VALUE SPACES.
01  ex-total-line.
    05  ex-tl-file       PIC X(8).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  ex-tl-read       PIC 9(9).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  ex-tl-read-hash  PIC 9(9).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  ex-tl-off        PIC 9(9).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  ex-tl-off-hash   PIC 9(9).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  ex-tl-keep       PIC 9(9).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  ex-tl-keep-hash  PIC 9(9).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  ex-tl-undated    PIC 9(9).
    05  FILLER           PIC X(6)    VALUE SPACES.
01  ex-count-line.
    05  ex-ct-label      PIC X(41).
    05  ex-ct-count      PIC 9(9).
    05  FILLER           PIC X(40)   VALUE SPACES.
COPY FIBANCR.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0100-READ-RETENTION
  IF ws-exp-return-code = 0
      PERFORM 0200-OPEN-REPORT
  END-IF
  IF ws-exp-return-code = 0
      PERFORM 0500-WRITE-HEADINGS
      PERFORM 1000-EXPIRE-RESULTS
      IF ws-exp-return-code = 0
          PERFORM 2000-EXPIRE-AUDIT
      END-IF
      IF ws-exp-return-code = 0
          PERFORM 3000-EXPIRE-REPORT
      END-IF
      PERFORM 8000-WRITE-TOTALS
      CLOSE expiry-report-file
  END-IF
  IF ws-exp-return-code = 0
      IF ws-ft-off (1) = 0 AND ws-ft-off (2) = 0
          AND ws-ft-off (3) = 0
          DISPLAY "FIBEXPR - no archive rows past retention"
              END-DISPLAY
          MOVE 4 TO ws-exp-return-code
      ELSE
          DISPLAY "FIBEXPR - offloaded FIBRES " ws-ft-off (1)
              " FIBAUD " ws-ft-off (2) " FIBRPT " ws-ft-off (3)
              " row(s), see FIBEXRPT" END-DISPLAY
      END-IF
  END-IF
  MOVE ws-exp-return-code TO RETURN-CODE
  GOBACK
  .

0100-READ-RETENTION.
  DISPLAY "Retention days - FIBRES, FIBAUD, FIBRPT" END-DISPLAY
  MOVE SPACES TO ws-retain-card
  ACCEPT ws-retain-card END-ACCEPT
  IF ws-rt-res-x IS NOT NUMERIC
      OR ws-rt-aud-x IS NOT NUMERIC
      OR ws-rt-rpt-x IS NOT NUMERIC
      DISPLAY "FIBEXPR - retention card '" ws-retain-card (1:15)
          "' must give three 5-digit day counts - nothing expired"
          END-DISPLAY
      MOVE 8 TO ws-exp-return-code
  ELSE
      MOVE FUNCTION CURRENT-DATE TO ws-today-stamp
      COMPUTE ws-today-int = FUNCTION INTEGER-OF-DATE
          (FUNCTION NUMVAL (ws-today-stamp (1:8)))
      END-COMPUTE
      INITIALIZE ws-file-table
      MOVE "FIBRES" TO ws-ft-name (1)
      MOVE ws-rt-res-9 TO ws-ft-days (1)
      MOVE "FIBAUD" TO ws-ft-name (2)
      MOVE ws-rt-aud-9 TO ws-ft-days (2)
      MOVE "FIBRPT" TO ws-ft-name (3)
      MOVE ws-rt-rpt-9 TO ws-ft-days (3)
      PERFORM VARYING ws-fx FROM 1 BY 1 UNTIL ws-fx > 3
          PERFORM 0150-SET-CUTOFF
      END-PERFORM
  END-IF
  .

0150-SET-CUTOFF.
  IF ws-ft-days (ws-fx) < ws-today-int
      COMPUTE ws-ft-cutoff-int (ws-fx) =
          ws-today-int - ws-ft-days (ws-fx)
      END-COMPUTE
      COMPUTE ws-ft-cutoff (ws-fx) = FUNCTION DATE-OF-INTEGER
          (ws-ft-cutoff-int (ws-fx))
      END-COMPUTE
  ELSE
      MOVE 0 TO ws-ft-cutoff-int (ws-fx)
      MOVE 0 TO ws-ft-cutoff (ws-fx)
  END-IF
  .

0200-OPEN-REPORT.
  OPEN OUTPUT expiry-report-file
  IF ws-report-status NOT = "00"
      DISPLAY "FIBEXRPT open failed, file status " ws-report-status
          END-DISPLAY
      MOVE 16 TO ws-exp-return-code
  END-IF
  .

0500-WRITE-HEADINGS.
  MOVE ex-title TO expiry-report-record
  WRITE expiry-report-record
  MOVE ws-today-stamp (1:8) TO ex-rl-date
  MOVE ex-run-line TO expiry-report-record
  WRITE expiry-report-record
  MOVE SPACES TO expiry-report-record
  WRITE expiry-report-record
  MOVE ex-retain-head TO expiry-report-record
  WRITE expiry-report-record
  PERFORM VARYING ws-fx FROM 1 BY 1 UNTIL ws-fx > 3
      MOVE ws-ft-name (ws-fx) TO ex-rt-file
      MOVE ws-ft-days (ws-fx) TO ex-rt-days
      MOVE ws-ft-cutoff (ws-fx) TO ex-rt-cutoff
      MOVE ex-retain-line TO expiry-report-record
      WRITE expiry-report-record
  END-PERFORM
  MOVE SPACES TO expiry-report-record
  WRITE expiry-report-record
  MOVE ex-cycle-head TO expiry-report-record
  WRITE expiry-report-record
  .

1000-EXPIRE-RESULTS.
  MOVE 1 TO ws-fx
  OPEN INPUT arch-result-file
  OPEN OUTPUT off-result-file
  OPEN OUTPUT keep-result-file
  IF ws-arch-res-status NOT = "00"
      OR ws-off-res-status NOT = "00"
      OR ws-keep-res-status NOT = "00"
      DISPLAY "FIBEXPR result open failed, file status "
          ws-arch-res-status " " ws-off-res-status " "
          ws-keep-res-status END-DISPLAY
      MOVE 16 TO ws-exp-return-code
  ELSE
      MOVE "N" TO ws-arch-eof
      PERFORM UNTIL ws-arch-eof = "Y"
          READ arch-result-file
              AT END
                  MOVE "Y" TO ws-arch-eof
              NOT AT END
                  IF fib-result-record (1:1) = "H"
                      OR fib-result-record (1:1) = "T"
                      MOVE fresc-cycle-id TO ws-row-cycle
                      MOVE 0 TO ws-row-n
                  ELSE
                      MOVE fres-cycle-id TO ws-row-cycle
                      MOVE fres-n TO ws-row-n
                  END-IF
                  PERFORM 5000-CHECK-ROW-AGE
                  IF ws-row-expired = "Y"
                      MOVE fib-result-record TO off-result-record
                      WRITE off-result-record
                  ELSE
                      MOVE fib-result-record TO keep-result-record
                      WRITE keep-result-record
                  END-IF
                  PERFORM 5100-TALLY-ROW
          END-READ
      END-PERFORM
      PERFORM 5200-CYCLE-BREAK
      CLOSE arch-result-file
      CLOSE off-result-file
      CLOSE keep-result-file
  END-IF
  .

2000-EXPIRE-AUDIT.
  MOVE 2 TO ws-fx
  PERFORM 2100-SCAN-AUDIT
  IF ws-exp-return-code = 0
      PERFORM 2200-LOAD-ANCHORS
  END-IF
  IF ws-exp-return-code = 0
      PERFORM 2300-FIND-PREFIX
      PERFORM 2400-SPLIT-AUDIT
  END-IF
  IF ws-exp-return-code = 0
      PERFORM 2500-WRITE-MARKERS
  END-IF
  .

2100-SCAN-AUDIT.
  MOVE 0 TO ws-aud-pos
  MOVE 0 TO ws-aud-first-kept
  MOVE SPACES TO ws-cur-cycle
  OPEN INPUT arch-audit-file
  IF ws-arch-aud-status NOT = "00"
      DISPLAY "FIBEXPR audit open failed, file status "
          ws-arch-aud-status END-DISPLAY
      MOVE 16 TO ws-exp-return-code
  ELSE
      MOVE "N" TO ws-arch-eof
      PERFORM UNTIL ws-arch-eof = "Y"
          READ arch-audit-file
              AT END
                  MOVE "Y" TO ws-arch-eof
              NOT AT END
                  ADD 1 TO ws-aud-pos
                  IF aud-cycle-id NOT = ws-cur-cycle
                      OR ws-aud-pos = 1
                      MOVE aud-cycle-id TO ws-cur-cycle
                      PERFORM 2600-FIND-CYCLE
                  END-IF
                  IF ws-cy-slot > 0
                      MOVE ws-aud-pos TO ws-cy-last (ws-cy-slot)
                  END-IF
                  IF ws-aud-first-kept = 0
                      MOVE aud-cycle-id TO ws-row-cycle
                      PERFORM 5000-CHECK-ROW-AGE
                      IF ws-row-expired = "N"
                          MOVE ws-aud-pos TO ws-aud-first-kept
                      END-IF
                  END-IF
          END-READ
      END-PERFORM
      CLOSE arch-audit-file
      IF ws-aud-first-kept = 0
          COMPUTE ws-aud-first-kept = ws-aud-pos + 1 END-COMPUTE
      END-IF
  END-IF
  .

2200-LOAD-ANCHORS.
  OPEN INPUT fib-anchor-file
  EVALUATE ws-anchor-status
      WHEN "00"
          MOVE "N" TO ws-arch-eof
          PERFORM UNTIL ws-arch-eof = "Y"
              READ fib-anchor-file
                  AT END
                      MOVE "Y" TO ws-arch-eof
                  NOT AT END
                      MOVE fib-anchor-record TO fib-audit-anchor
                      PERFORM 2250-LOAD-ONE-ANCHOR
              END-READ
          END-PERFORM
          CLOSE fib-anchor-file
      WHEN "35"
          CONTINUE
      WHEN OTHER
          DISPLAY "FIBAUDAN open failed, file status "
              ws-anchor-status END-DISPLAY
          MOVE 16 TO ws-exp-return-code
  END-EVALUATE
  .

2250-LOAD-ONE-ANCHOR.
  PERFORM VARYING ws-cx FROM 1 BY 1 UNTIL ws-cx > ws-cy-used
      IF ws-cy-cycle (ws-cx) = anc-cycle-id
          MOVE "Y" TO ws-cy-anchored (ws-cx)
          MOVE anc-start-chain TO ws-cy-anc-start (ws-cx)
      END-IF
  END-PERFORM
  .

2300-FIND-PREFIX.
  MOVE "Y" TO ws-aud-moved
  PERFORM UNTIL ws-aud-moved = "N"
      MOVE "N" TO ws-aud-moved
      PERFORM VARYING ws-cx FROM 1 BY 1 UNTIL ws-cx > ws-cy-used
          IF ws-cy-first (ws-cx) < ws-aud-first-kept
              AND ws-cy-last (ws-cx) NOT < ws-aud-first-kept
              MOVE ws-cy-first (ws-cx) TO ws-aud-first-kept
              MOVE "Y" TO ws-aud-moved
          END-IF
      END-PERFORM
  END-PERFORM
  .

2400-SPLIT-AUDIT.
  MOVE 0 TO ws-aud-pos
  MOVE SPACES TO ws-cur-cycle
  OPEN INPUT arch-audit-file
  OPEN OUTPUT off-audit-file
  OPEN OUTPUT keep-audit-file
  IF ws-arch-aud-status NOT = "00"
      OR ws-off-aud-status NOT = "00"
      OR ws-keep-aud-status NOT = "00"
      DISPLAY "FIBEXPR audit open failed, file status "
          ws-arch-aud-status " " ws-off-aud-status " "
          ws-keep-aud-status END-DISPLAY
      MOVE 16 TO ws-exp-return-code
  ELSE
      MOVE "N" TO ws-arch-eof
      PERFORM UNTIL ws-arch-eof = "Y"
          READ arch-audit-file
              AT END
                  MOVE "Y" TO ws-arch-eof
              NOT AT END
                  ADD 1 TO ws-aud-pos
                  PERFORM 2450-SPLIT-ONE-ROW
          END-READ
      END-PERFORM
      PERFORM 5200-CYCLE-BREAK
      CLOSE arch-audit-file
      CLOSE off-audit-file
      CLOSE keep-audit-file
  END-IF
  .

2450-SPLIT-ONE-ROW.
  MOVE aud-cycle-id TO ws-row-cycle
  MOVE aud-n TO ws-row-n
  IF aud-cycle-id NOT = ws-cur-cycle OR ws-aud-pos = 1
      MOVE aud-cycle-id TO ws-cur-cycle
      PERFORM 2600-FIND-CYCLE
      IF ws-aud-pos = 1 AND ws-cy-slot > 0
          IF ws-cy-anchored (ws-cy-slot) = "Y"
              MOVE ws-cy-anc-start (ws-cy-slot) TO ws-aud-chain
          END-IF
      END-IF
  END-IF
  PERFORM 5000-CHECK-ROW-AGE
  IF ws-aud-pos < ws-aud-first-kept
      MOVE "Y" TO ws-row-expired
      MOVE fib-audit-record TO off-audit-record
      WRITE off-audit-record
      IF ws-cy-slot > 0
          IF ws-cy-rows (ws-cy-slot) = 0
              MOVE ws-aud-chain TO ws-cy-row-start (ws-cy-slot)
          END-IF
          ADD 1 TO ws-cy-rows (ws-cy-slot)
          MOVE aud-chain TO ws-cy-row-end (ws-cy-slot)
      END-IF
  ELSE
      IF ws-row-expired = "Y"
          ADD 1 TO ws-ft-held (ws-fx)
      END-IF
      MOVE "N" TO ws-row-expired
      MOVE fib-audit-record TO keep-audit-record
      WRITE keep-audit-record
  END-IF
  MOVE aud-chain TO ws-aud-chain
  PERFORM 5100-TALLY-ROW
  .

2500-WRITE-MARKERS.
  OPEN OUTPUT exp-anchor-file
  IF ws-exp-anchor-status NOT = "00"
      DISPLAY "FIBAUDXA open failed, file status "
          ws-exp-anchor-status END-DISPLAY
      MOVE 16 TO ws-exp-return-code
  ELSE
      PERFORM VARYING ws-cx FROM 1 BY 1 UNTIL ws-cx > ws-cy-used
          IF ws-cy-rows (ws-cx) > 0
              MOVE SPACES TO fib-audit-anchor
              MOVE ws-cy-cycle (ws-cx) TO anc-cycle-id
              MOVE ws-cy-row-start (ws-cx) TO anc-start-chain
              MOVE ws-cy-row-end (ws-cx) TO anc-end-chain
              MOVE ws-cy-rows (ws-cx) TO anc-row-count
              SET anc-src-expired TO TRUE
              MOVE ws-today-stamp (1:14) TO anc-timestamp
              MOVE fib-audit-anchor TO exp-anchor-record
              WRITE exp-anchor-record
              ADD 1 TO ws-marker-count
          END-IF
      END-PERFORM
      CLOSE exp-anchor-file
  END-IF
  .

2600-FIND-CYCLE.
  MOVE 0 TO ws-cy-slot
  PERFORM VARYING ws-cx FROM 1 BY 1
      UNTIL ws-cx > ws-cy-used OR ws-cy-slot > 0
      IF ws-cy-cycle (ws-cx) = ws-cur-cycle
          MOVE ws-cx TO ws-cy-slot
      END-IF
  END-PERFORM
  IF ws-cy-slot = 0
      IF ws-cy-used < ws-cy-max
          ADD 1 TO ws-cy-used
          MOVE ws-cy-used TO ws-cy-slot
          MOVE ws-cur-cycle TO ws-cy-cycle (ws-cy-slot)
          MOVE ws-aud-pos TO ws-cy-first (ws-cy-slot)
          MOVE ws-aud-pos TO ws-cy-last (ws-cy-slot)
          MOVE "N" TO ws-cy-anchored (ws-cy-slot)
          MOVE 0 TO ws-cy-anc-start (ws-cy-slot)
          MOVE 0 TO ws-cy-row-start (ws-cy-slot)
          MOVE 0 TO ws-cy-row-end (ws-cy-slot)
          MOVE 0 TO ws-cy-rows (ws-cy-slot)
      ELSE
          DISPLAY "FIBEXPR - more than " ws-cy-max
              " audit cycles on the archive, table full at "
              ws-cur-cycle END-DISPLAY
          MOVE 16 TO ws-exp-return-code
      END-IF
  END-IF
  .

3000-EXPIRE-REPORT.
  MOVE 3 TO ws-fx
  OPEN INPUT arch-report-file
  OPEN OUTPUT off-report-file
  OPEN OUTPUT keep-report-file
  IF ws-arch-rpt-status NOT = "00"
      OR ws-off-rpt-status NOT = "00"
      OR ws-keep-rpt-status NOT = "00"
      DISPLAY "FIBEXPR report open failed, file status "
          ws-arch-rpt-status " " ws-off-rpt-status " "
          ws-keep-rpt-status END-DISPLAY
      MOVE 16 TO ws-exp-return-code
  ELSE
      MOVE "N" TO ws-arch-eof
      PERFORM UNTIL ws-arch-eof = "Y"
          READ arch-report-file
              AT END
                  MOVE "Y" TO ws-arch-eof
              NOT AT END
                  MOVE rpt-cycle-id TO ws-row-cycle
                  MOVE rpt-n TO ws-row-n
                  PERFORM 5000-CHECK-ROW-AGE
                  IF ws-row-expired = "Y"
                      MOVE fib-report-record TO off-report-record
                      WRITE off-report-record
                  ELSE
                      MOVE fib-report-record TO keep-report-record
                      WRITE keep-report-record
                  END-IF
                  PERFORM 5100-TALLY-ROW
          END-READ
      END-PERFORM
      PERFORM 5200-CYCLE-BREAK
      CLOSE arch-report-file
      CLOSE off-report-file
      CLOSE keep-report-file
  END-IF
  .

5000-CHECK-ROW-AGE.
  MOVE "N" TO ws-row-expired
  MOVE ws-row-cycle (1:8) TO ws-row-date-x
  IF ws-row-date-x IS NUMERIC
      COMPUTE ws-row-int = FUNCTION INTEGER-OF-DATE (ws-row-date-9)
      END-COMPUTE
  ELSE
      MOVE 0 TO ws-row-int
  END-IF
  IF ws-row-int > 0 AND ws-row-int < ws-ft-cutoff-int (ws-fx)
      MOVE "Y" TO ws-row-expired
  END-IF
  .

5100-TALLY-ROW.
  ADD 1 TO ws-ft-read (ws-fx)
  ADD ws-row-n TO ws-ft-read-hash (ws-fx)
  PERFORM UNTIL ws-ft-read-hash (ws-fx) < 1000000000
      SUBTRACT 1000000000 FROM ws-ft-read-hash (ws-fx)
  END-PERFORM
  IF ws-row-int = 0
      ADD 1 TO ws-ft-undated (ws-fx)
  END-IF
  IF ws-row-expired = "Y"
      ADD 1 TO ws-ft-off (ws-fx)
      ADD ws-row-n TO ws-ft-off-hash (ws-fx)
      PERFORM UNTIL ws-ft-off-hash (ws-fx) < 1000000000
          SUBTRACT 1000000000 FROM ws-ft-off-hash (ws-fx)
      END-PERFORM
      IF ws-row-cycle NOT = ws-brk-cycle
          PERFORM 5200-CYCLE-BREAK
          MOVE ws-row-cycle TO ws-brk-cycle
      END-IF
      ADD 1 TO ws-brk-rows
      ADD ws-row-n TO ws-brk-hash
      PERFORM UNTIL ws-brk-hash < 1000000000
          SUBTRACT 1000000000 FROM ws-brk-hash
      END-PERFORM
  ELSE
      ADD 1 TO ws-ft-keep (ws-fx)
      ADD ws-row-n TO ws-ft-keep-hash (ws-fx)
      PERFORM UNTIL ws-ft-keep-hash (ws-fx) < 1000000000
          SUBTRACT 1000000000 FROM ws-ft-keep-hash (ws-fx)
      END-PERFORM
  END-IF
  .

5200-CYCLE-BREAK.
  IF ws-brk-rows > 0
      MOVE ws-ft-name (ws-fx) TO ex-cl-file
      MOVE ws-brk-cycle TO ex-cl-cycle
      MOVE ws-brk-rows TO ex-cl-rows
      MOVE ws-brk-hash TO ex-cl-hash
      MOVE ex-cycle-line TO expiry-report-record
      WRITE expiry-report-record
  END-IF
  MOVE SPACES TO ws-brk-cycle
  MOVE 0 TO ws-brk-rows
  MOVE 0 TO ws-brk-hash
  .

8000-WRITE-TOTALS.
  MOVE SPACES TO expiry-report-record
  WRITE expiry-report-record
  MOVE ex-total-head TO expiry-report-record
  WRITE expiry-report-record
  PERFORM VARYING ws-fx FROM 1 BY 1 UNTIL ws-fx > 3
      MOVE ws-ft-name (ws-fx) TO ex-tl-file
      MOVE ws-ft-read (ws-fx) TO ex-tl-read
      MOVE ws-ft-read-hash (ws-fx) TO ex-tl-read-hash
      MOVE ws-ft-off (ws-fx) TO ex-tl-off
      MOVE ws-ft-off-hash (ws-fx) TO ex-tl-off-hash
      MOVE ws-ft-keep (ws-fx) TO ex-tl-keep
      MOVE ws-ft-keep-hash (ws-fx) TO ex-tl-keep-hash
      MOVE ws-ft-undated (ws-fx) TO ex-tl-undated
      MOVE ex-total-line TO expiry-report-record
      WRITE expiry-report-record
  END-PERFORM
  MOVE SPACES TO expiry-report-record
  WRITE expiry-report-record
  MOVE "FIBAUD ROWS PAST RETENTION HELD BEHIND" TO ex-ct-label
  MOVE ws-ft-held (2) TO ex-ct-count
  MOVE ex-count-line TO expiry-report-record
  WRITE expiry-report-record
  MOVE "FIBAUD EXPIRED ANCHORS WRITTEN" TO ex-ct-label
  MOVE ws-marker-count TO ex-ct-count
  MOVE ex-count-line TO expiry-report-record
  WRITE expiry-report-record
  IF ws-exp-return-code NOT = 0
      MOVE "*** RUN FAILED - NOTHING IS TO BE COPIED BACK ***"
          TO expiry-report-record
      WRITE expiry-report-record
  END-IF
  .
END PROGRAM fibexpr.
