IDENTIFICATION DIVISION.
PROGRAM-ID. fibaudv.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT arch-audit-file ASSIGN TO "FIBAUDAR"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-arch-aud-status.
  SELECT live-audit-file ASSIGN TO "FIBAUD"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-audit-status.
  SELECT fib-anchor-file ASSIGN TO "FIBAUDAN"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-anchor-status.
  SELECT seal-arch-file ASSIGN TO "FIBAUDAS"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-seal-arch-status.
  SELECT seal-live-file ASSIGN TO "FIBAUDS"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-seal-live-status.
  SELECT verify-report-file ASSIGN TO "FIBAVRPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-report-status.

DATA DIVISION.
FILE SECTION.
FD  arch-audit-file
    RECORD CONTAINS 100 CHARACTERS.
01  arch-audit-record       PIC X(100).

FD  live-audit-file
    RECORD CONTAINS 100 CHARACTERS.
01  live-audit-record       PIC X(100).

FD  fib-anchor-file
    RECORD CONTAINS 80 CHARACTERS.
    COPY FIBANCR.

FD  seal-arch-file
    RECORD CONTAINS 100 CHARACTERS.
01  seal-arch-record        PIC X(100).

FD  seal-live-file
    RECORD CONTAINS 100 CHARACTERS.
01  seal-live-record        PIC X(100).

FD  verify-report-file
    RECORD CONTAINS 90 CHARACTERS.
01  verify-report-record    PIC X(90).

WORKING-STORAGE SECTION.
01  ws-arch-aud-status   PIC X(2).
01  ws-audit-status      PIC X(2).
01  ws-anchor-status     PIC X(2).
01  ws-seal-arch-status  PIC X(2).
01  ws-seal-live-status  PIC X(2).
01  ws-report-status     PIC X(2).
01  ws-function-card.
    05  ws-fc-function   PIC X(8).
    05  FILLER           PIC X(72).
01  ws-walk-eof          PIC X(1).
01  ws-walk-file         PIC X(8).
01  ws-file-pos          PIC 9(9) COMP VALUE 0.
01  ws-total-pos         PIC 9(9) COMP VALUE 0.
01  ws-av-chain          PIC 9(15)   VALUE 0.
01  ws-cur-cycle         PIC X(14)   VALUE SPACES.
01  ws-an-used           PIC 9(4) COMP VALUE 0.
01  ws-an-max            PIC 9(4) COMP VALUE 9999.
01  ws-an-slot           PIC 9(4) COMP.
01  ws-ax                PIC 9(4) COMP.
01  ws-an-full           PIC X(1)    VALUE "N".
01  ws-anchor-table.
    05  ws-anchor-entry OCCURS 9999 TIMES.
        10  ws-an-cycle      PIC X(14).
        10  ws-an-start      PIC 9(15).
        10  ws-an-end        PIC 9(15).
        10  ws-an-count      PIC 9(9) COMP.
        10  ws-an-anchored   PIC X(1).
        10  ws-an-expired    PIC X(1).
        10  ws-an-seen       PIC X(1).
        10  ws-an-row-start  PIC 9(15).
        10  ws-an-row-end    PIC 9(15).
        10  ws-an-row-count  PIC 9(9) COMP.
01  ws-arch-read-count   PIC 9(9) COMP VALUE 0.
01  ws-live-read-count   PIC 9(9) COMP VALUE 0.
01  ws-anchor-read-count PIC 9(9) COMP VALUE 0.
01  ws-break-count       PIC 9(9) COMP VALUE 0.
01  ws-mismatch-count    PIC 9(9) COMP VALUE 0.
01  ws-no-rows-count     PIC 9(9) COMP VALUE 0.
01  ws-no-anchor-count   PIC 9(9) COMP VALUE 0.
01  ws-expired-count     PIC 9(9) COMP VALUE 0.
01  ws-sealed-before     PIC 9(9) COMP VALUE 0.
01  ws-anchor-out-count  PIC 9(9) COMP VALUE 0.
01  ws-av-return-code    PIC 9(4) COMP VALUE 0.
01  av-verify-title      PIC X(90)
        VALUE "FIBAUDV - AUDIT CHAIN VERIFICATION".
01  av-seal-title        PIC X(90)
        VALUE "FIBAUDV - AUDIT CHAIN SEAL".
01  av-break-head        PIC X(90)
        VALUE "         FILE        RECORD  POSITION CYCLE          EXPECTED CHAIN  FOUND CHAIN".
01  av-anchor-head       PIC X(90)
        VALUE "                    CYCLE          START CHAIN     END CHAIN            ROWS".
01  av-break-line.
    05  av-bl-label      PIC X(9).
    05  av-bl-file       PIC X(8).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  av-bl-record     PIC 9(9).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  av-bl-position   PIC 9(9).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  av-bl-cycle      PIC X(14).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  av-bl-expected   PIC 9(15).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  av-bl-found      PIC 9(15).
    05  FILLER           PIC X(6)    VALUE SPACES.
01  av-anchor-line.
    05  av-al-label      PIC X(20).
    05  av-al-cycle      PIC X(14).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  av-al-start      PIC 9(15).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  av-al-end        PIC 9(15).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  av-al-count      PIC 9(9).
    05  FILLER           PIC X(14)   VALUE SPACES.
01  av-count-line.
    05  av-cl-label      PIC X(33).
    05  av-cl-count      PIC 9(9).
    05  FILLER           PIC X(48)   VALUE SPACES.
COPY FIBAUDR.
COPY FIBCHNIO.

PROCEDURE DIVISION.
0000-MAIN.
  DISPLAY "Function - VERIFY or SEAL" END-DISPLAY
  ACCEPT ws-function-card END-ACCEPT
  IF ws-fc-function = SPACES
      MOVE "VERIFY" TO ws-fc-function
  END-IF
  IF ws-fc-function NOT = "VERIFY" AND ws-fc-function NOT = "SEAL"
      DISPLAY "FIBAUDV - unknown function '" ws-fc-function "'"
          END-DISPLAY
      MOVE 16 TO ws-av-return-code
  END-IF
  IF ws-av-return-code = 0
      PERFORM 0100-OPEN-FILES
  END-IF
  IF ws-av-return-code = 0 AND ws-fc-function = "VERIFY"
      PERFORM 0200-LOAD-ANCHORS
  END-IF
  IF ws-av-return-code = 0
      PERFORM 0500-WRITE-HEADINGS
      MOVE "FIBAUDAR" TO ws-walk-file
      PERFORM 1000-WALK-ARCHIVE
      MOVE "FIBAUD" TO ws-walk-file
      PERFORM 1100-WALK-LIVE
      IF ws-fc-function = "VERIFY"
          PERFORM 2000-CHECK-ANCHORS
      ELSE
          PERFORM 3000-WRITE-ANCHORS
      END-IF
      PERFORM 4000-WRITE-COUNTS
      PERFORM 0600-CLOSE-FILES
  END-IF
  MOVE ws-av-return-code TO RETURN-CODE
  GOBACK
  .

0100-OPEN-FILES.
  OPEN INPUT arch-audit-file
  OPEN INPUT live-audit-file
  OPEN OUTPUT verify-report-file
  IF ws-fc-function = "SEAL"
      OPEN OUTPUT seal-arch-file
      OPEN OUTPUT seal-live-file
  ELSE
      MOVE "00" TO ws-seal-arch-status
      MOVE "00" TO ws-seal-live-status
  END-IF
  IF ws-arch-aud-status NOT = "00"
      OR ws-audit-status NOT = "00"
      OR ws-report-status NOT = "00"
      OR ws-seal-arch-status NOT = "00"
      OR ws-seal-live-status NOT = "00"
      DISPLAY "FIBAUDV open failed, file status " ws-arch-aud-status
          " " ws-audit-status " " ws-report-status " "
          ws-seal-arch-status " " ws-seal-live-status END-DISPLAY
      MOVE 16 TO ws-av-return-code
  END-IF
  .

0200-LOAD-ANCHORS.
  OPEN INPUT fib-anchor-file
  EVALUATE ws-anchor-status
      WHEN "00"
          MOVE "N" TO ws-walk-eof
          PERFORM UNTIL ws-walk-eof = "Y"
              READ fib-anchor-file
                  AT END
                      MOVE "Y" TO ws-walk-eof
                  NOT AT END
                      ADD 1 TO ws-anchor-read-count
                      PERFORM 0250-LOAD-ONE-ANCHOR
              END-READ
          END-PERFORM
          CLOSE fib-anchor-file
      WHEN "35"
          DISPLAY "FIBAUDAN not found - chain checked without anchors"
              END-DISPLAY
      WHEN OTHER
          DISPLAY "FIBAUDAN open failed, file status "
              ws-anchor-status END-DISPLAY
          MOVE 16 TO ws-av-return-code
  END-EVALUATE
  .

0250-LOAD-ONE-ANCHOR.
  MOVE anc-cycle-id TO ws-cur-cycle
  PERFORM 1500-FIND-CYCLE
  IF ws-an-slot > 0
      MOVE anc-start-chain TO ws-an-start (ws-an-slot)
      MOVE anc-end-chain TO ws-an-end (ws-an-slot)
      MOVE anc-row-count TO ws-an-count (ws-an-slot)
      MOVE "Y" TO ws-an-anchored (ws-an-slot)
      IF anc-src-expired
          MOVE "Y" TO ws-an-expired (ws-an-slot)
      ELSE
          MOVE "N" TO ws-an-expired (ws-an-slot)
      END-IF
  END-IF
  MOVE SPACES TO ws-cur-cycle
  .

0500-WRITE-HEADINGS.
  IF ws-fc-function = "SEAL"
      MOVE av-seal-title TO verify-report-record
  ELSE
      MOVE av-verify-title TO verify-report-record
  END-IF
  WRITE verify-report-record
  MOVE av-break-head TO verify-report-record
  WRITE verify-report-record
  .

0600-CLOSE-FILES.
  CLOSE arch-audit-file
  CLOSE live-audit-file
  CLOSE verify-report-file
  IF ws-fc-function = "SEAL"
      CLOSE seal-arch-file
      CLOSE seal-live-file
  END-IF
  .

1000-WALK-ARCHIVE.
  MOVE 0 TO ws-file-pos
  MOVE "N" TO ws-walk-eof
  PERFORM UNTIL ws-walk-eof = "Y"
      READ arch-audit-file
          AT END
              MOVE "Y" TO ws-walk-eof
          NOT AT END
              ADD 1 TO ws-arch-read-count
              MOVE arch-audit-record TO fib-audit-record
              PERFORM 1200-CHAIN-ONE-ROW
              IF ws-fc-function = "SEAL"
                  MOVE fib-audit-record TO seal-arch-record
                  WRITE seal-arch-record
              END-IF
      END-READ
  END-PERFORM
  .

1100-WALK-LIVE.
  MOVE 0 TO ws-file-pos
  MOVE "N" TO ws-walk-eof
  PERFORM UNTIL ws-walk-eof = "Y"
      READ live-audit-file
          AT END
              MOVE "Y" TO ws-walk-eof
          NOT AT END
              ADD 1 TO ws-live-read-count
              MOVE live-audit-record TO fib-audit-record
              PERFORM 1200-CHAIN-ONE-ROW
              IF ws-fc-function = "SEAL"
                  MOVE fib-audit-record TO seal-live-record
                  WRITE seal-live-record
              END-IF
      END-READ
  END-PERFORM
  .

1200-CHAIN-ONE-ROW.
  ADD 1 TO ws-file-pos
  ADD 1 TO ws-total-pos
  IF aud-cycle-id NOT = ws-cur-cycle OR ws-total-pos = 1
      MOVE aud-cycle-id TO ws-cur-cycle
      PERFORM 1500-FIND-CYCLE
      PERFORM 1300-START-CYCLE
  END-IF
  MOVE ws-av-chain TO chnq-prev-chain
  MOVE fib-audit-record (1:85) TO chnq-row-image
  CALL "fibchain" USING fib-chain-request
  END-CALL
  IF ws-fc-function = "SEAL"
      IF aud-chain NOT = 0
          ADD 1 TO ws-sealed-before
      END-IF
      MOVE chnq-chain TO aud-chain
  ELSE
      IF aud-chain NOT = chnq-chain
          PERFORM 1400-REPORT-BREAK
      END-IF
  END-IF
  MOVE aud-chain TO ws-av-chain
  IF ws-an-slot > 0
      ADD 1 TO ws-an-row-count (ws-an-slot)
      MOVE ws-av-chain TO ws-an-row-end (ws-an-slot)
  END-IF
  .

1300-START-CYCLE.
  IF ws-an-slot > 0
      IF ws-total-pos = 1 AND ws-an-anchored (ws-an-slot) = "Y"
          MOVE ws-an-start (ws-an-slot) TO ws-av-chain
      END-IF
      IF ws-an-seen (ws-an-slot) NOT = "Y"
          MOVE "Y" TO ws-an-seen (ws-an-slot)
          MOVE ws-av-chain TO ws-an-row-start (ws-an-slot)
      END-IF
  END-IF
  .

1400-REPORT-BREAK.
  ADD 1 TO ws-break-count
  MOVE "BREAK" TO av-bl-label
  MOVE ws-walk-file TO av-bl-file
  MOVE ws-file-pos TO av-bl-record
  MOVE ws-total-pos TO av-bl-position
  MOVE aud-cycle-id TO av-bl-cycle
  MOVE chnq-chain TO av-bl-expected
  MOVE aud-chain TO av-bl-found
  MOVE av-break-line TO verify-report-record
  WRITE verify-report-record
  .

1500-FIND-CYCLE.
  MOVE 0 TO ws-an-slot
  PERFORM VARYING ws-ax FROM 1 BY 1
      UNTIL ws-ax > ws-an-used OR ws-an-slot > 0
      IF ws-an-cycle (ws-ax) = ws-cur-cycle
          MOVE ws-ax TO ws-an-slot
      END-IF
  END-PERFORM
  IF ws-an-slot = 0
      IF ws-an-used < ws-an-max
          ADD 1 TO ws-an-used
          MOVE ws-an-used TO ws-an-slot
          MOVE ws-cur-cycle TO ws-an-cycle (ws-an-slot)
          MOVE 0 TO ws-an-start (ws-an-slot)
          MOVE 0 TO ws-an-end (ws-an-slot)
          MOVE 0 TO ws-an-count (ws-an-slot)
          MOVE "N" TO ws-an-anchored (ws-an-slot)
          MOVE "N" TO ws-an-expired (ws-an-slot)
          MOVE "N" TO ws-an-seen (ws-an-slot)
          MOVE 0 TO ws-an-row-start (ws-an-slot)
          MOVE 0 TO ws-an-row-end (ws-an-slot)
          MOVE 0 TO ws-an-row-count (ws-an-slot)
      ELSE
          IF ws-an-full = "N"
              DISPLAY "FIBAUDV - more than " ws-an-max
                  " cycles, anchor table full at " ws-cur-cycle
                  END-DISPLAY
              MOVE "Y" TO ws-an-full
              MOVE 16 TO ws-av-return-code
          END-IF
      END-IF
  END-IF
  .

2000-CHECK-ANCHORS.
  MOVE SPACES TO verify-report-record
  WRITE verify-report-record
  MOVE av-anchor-head TO verify-report-record
  WRITE verify-report-record
  PERFORM VARYING ws-ax FROM 1 BY 1 UNTIL ws-ax > ws-an-used
      EVALUATE TRUE
          WHEN ws-an-anchored (ws-ax) = "N"
              ADD 1 TO ws-no-anchor-count
              MOVE "ROWS WITHOUT ANCHOR" TO av-al-label
              PERFORM 2100-WRITE-FOUND-LINE
          WHEN ws-an-expired (ws-ax) = "Y"
              AND ws-an-seen (ws-ax) = "N"
              ADD 1 TO ws-expired-count
          WHEN ws-an-expired (ws-ax) = "Y"
              ADD 1 TO ws-mismatch-count
              MOVE "EXPIRED BUT PRESENT" TO av-al-label
              PERFORM 2200-WRITE-ANCHOR-LINE
              MOVE "  ROWS FOUND" TO av-al-label
              PERFORM 2100-WRITE-FOUND-LINE
          WHEN ws-an-seen (ws-ax) = "N"
              ADD 1 TO ws-no-rows-count
              MOVE "ANCHOR WITHOUT ROWS" TO av-al-label
              PERFORM 2200-WRITE-ANCHOR-LINE
          WHEN ws-an-start (ws-ax) NOT = ws-an-row-start (ws-ax)
          WHEN ws-an-end (ws-ax) NOT = ws-an-row-end (ws-ax)
          WHEN ws-an-count (ws-ax) NOT = ws-an-row-count (ws-ax)
              ADD 1 TO ws-mismatch-count
              MOVE "ANCHOR MISMATCH" TO av-al-label
              PERFORM 2200-WRITE-ANCHOR-LINE
              MOVE "  ROWS FOUND" TO av-al-label
              PERFORM 2100-WRITE-FOUND-LINE
          WHEN OTHER
              CONTINUE
      END-EVALUATE
  END-PERFORM
  EVALUATE TRUE
      WHEN ws-break-count > 0
      WHEN ws-mismatch-count > 0
      WHEN ws-no-rows-count > 0
          DISPLAY "FIBAUDV - audit chain BROKEN, see FIBAVRPT"
              END-DISPLAY
          IF ws-av-return-code < 8
              MOVE 8 TO ws-av-return-code
          END-IF
      WHEN ws-no-anchor-count > 0
          DISPLAY "FIBAUDV - chain intact but " ws-no-anchor-count
              " cycle(s) have no anchor" END-DISPLAY
          IF ws-av-return-code < 4
              MOVE 4 TO ws-av-return-code
          END-IF
      WHEN OTHER
          DISPLAY "FIBAUDV - audit chain intact" END-DISPLAY
  END-EVALUATE
  .

2100-WRITE-FOUND-LINE.
  MOVE ws-an-cycle (ws-ax) TO av-al-cycle
  MOVE ws-an-row-start (ws-ax) TO av-al-start
  MOVE ws-an-row-end (ws-ax) TO av-al-end
  MOVE ws-an-row-count (ws-ax) TO av-al-count
  MOVE av-anchor-line TO verify-report-record
  WRITE verify-report-record
  .

2200-WRITE-ANCHOR-LINE.
  MOVE ws-an-cycle (ws-ax) TO av-al-cycle
  MOVE ws-an-start (ws-ax) TO av-al-start
  MOVE ws-an-end (ws-ax) TO av-al-end
  MOVE ws-an-count (ws-ax) TO av-al-count
  MOVE av-anchor-line TO verify-report-record
  WRITE verify-report-record
  .

3000-WRITE-ANCHORS.
  IF ws-sealed-before > 0
      DISPLAY "FIBAUDV - " ws-sealed-before " row(s) already carry"
          " a chain value - the audit trail is already sealed and"
          " will not be sealed again" END-DISPLAY
      IF ws-av-return-code < 12
          MOVE 12 TO ws-av-return-code
      END-IF
  END-IF
  IF ws-av-return-code = 0
      OPEN OUTPUT fib-anchor-file
      IF ws-anchor-status NOT = "00"
          DISPLAY "FIBAUDAN open failed, file status "
              ws-anchor-status END-DISPLAY
          MOVE 16 TO ws-av-return-code
      ELSE
          PERFORM VARYING ws-ax FROM 1 BY 1 UNTIL ws-ax > ws-an-used
              MOVE SPACES TO fib-audit-anchor
              MOVE ws-an-cycle (ws-ax) TO anc-cycle-id
              MOVE ws-an-row-start (ws-ax) TO anc-start-chain
              MOVE ws-an-row-end (ws-ax) TO anc-end-chain
              MOVE ws-an-row-count (ws-ax) TO anc-row-count
              SET anc-src-seal TO TRUE
              MOVE FUNCTION CURRENT-DATE (1:14) TO anc-timestamp
              WRITE fib-audit-anchor
              ADD 1 TO ws-anchor-out-count
          END-PERFORM
          CLOSE fib-anchor-file
      END-IF
  END-IF
  .

4000-WRITE-COUNTS.
  MOVE SPACES TO verify-report-record
  WRITE verify-report-record
  MOVE "FIBAUDAR ROWS READ" TO av-cl-label
  MOVE ws-arch-read-count TO av-cl-count
  PERFORM 4100-WRITE-COUNT-LINE
  MOVE "FIBAUD ROWS READ" TO av-cl-label
  MOVE ws-live-read-count TO av-cl-count
  PERFORM 4100-WRITE-COUNT-LINE
  IF ws-fc-function = "SEAL"
      MOVE "ROWS ALREADY CARRYING A CHAIN" TO av-cl-label
      MOVE ws-sealed-before TO av-cl-count
      PERFORM 4100-WRITE-COUNT-LINE
      MOVE "ANCHORS WRITTEN" TO av-cl-label
      MOVE ws-anchor-out-count TO av-cl-count
      PERFORM 4100-WRITE-COUNT-LINE
  ELSE
      MOVE "ANCHORS READ" TO av-cl-label
      MOVE ws-anchor-read-count TO av-cl-count
      PERFORM 4100-WRITE-COUNT-LINE
      MOVE "CHAIN BREAKS" TO av-cl-label
      MOVE ws-break-count TO av-cl-count
      PERFORM 4100-WRITE-COUNT-LINE
      MOVE "ANCHOR MISMATCHES" TO av-cl-label
      MOVE ws-mismatch-count TO av-cl-count
      PERFORM 4100-WRITE-COUNT-LINE
      MOVE "ANCHORS WITH NO ROWS" TO av-cl-label
      MOVE ws-no-rows-count TO av-cl-count
      PERFORM 4100-WRITE-COUNT-LINE
      MOVE "CYCLES WITH NO ANCHOR" TO av-cl-label
      MOVE ws-no-anchor-count TO av-cl-count
      PERFORM 4100-WRITE-COUNT-LINE
      MOVE "CYCLES EXPIRED TO OFFLOAD" TO av-cl-label
      MOVE ws-expired-count TO av-cl-count
      PERFORM 4100-WRITE-COUNT-LINE
  END-IF
  .

4100-WRITE-COUNT-LINE.
  MOVE av-count-line TO verify-report-record
  WRITE verify-report-record
  .
END PROGRAM fibaudv.
