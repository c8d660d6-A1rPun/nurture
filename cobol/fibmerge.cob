IDENTIFICATION DIVISION.
PROGRAM-ID. fibmerge.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT fib-request-file ASSIGN TO "FIBREQ"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-request-status.
  SELECT fib-result-file ASSIGN TO "FIBRES"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-result-status.
  SELECT fib-audit-file ASSIGN TO "FIBAUD"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-audit-status.
  SELECT fib-anchor-file ASSIGN TO "FIBAUDAN"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-anchor-status.
  SELECT fib-report-file ASSIGN TO "FIBRPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-report-status.
  SELECT fib-stat-file ASSIGN TO "FIBSTAT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-stat-status.
  SELECT fib-charge-file ASSIGN TO "FIBCHG"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-charge-status.
  SELECT part-charge-file ASSIGN TO "FIBCHGP"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-part-charge-status.
  SELECT fib-mchg-file ASSIGN TO "FIBMCHG"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-mchg-status.
  SELECT part-mchg-file ASSIGN TO "FIBMCHGP"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-part-mchg-status.
  SELECT part-res-f-file ASSIGN TO "FIBRESF"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-res-f-status.
  SELECT part-res-l-file ASSIGN TO "FIBRESL"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-res-l-status.
  SELECT part-res-t-file ASSIGN TO "FIBREST"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-res-t-status.
  SELECT part-aud-f-file ASSIGN TO "FIBAUDF"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-aud-f-status.
  SELECT part-aud-l-file ASSIGN TO "FIBAUDL"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-aud-l-status.
  SELECT part-aud-t-file ASSIGN TO "FIBAUDT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-aud-t-status.
  SELECT part-rpt-f-file ASSIGN TO "FIBRPTF"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-rpt-f-status.
  SELECT part-rpt-l-file ASSIGN TO "FIBRPTL"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-rpt-l-status.
  SELECT part-rpt-t-file ASSIGN TO "FIBRPTT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-rpt-t-status.

DATA DIVISION.
FILE SECTION.
FD  fib-request-file
    RECORD CONTAINS 24 CHARACTERS.
    COPY FIBREQR.

FD  fib-result-file
    RECORD CONTAINS 59 CHARACTERS.
    COPY FIBRESR.

FD  fib-audit-file
    RECORD CONTAINS 100 CHARACTERS.
    COPY FIBAUDR.

FD  fib-anchor-file
    RECORD CONTAINS 80 CHARACTERS.
    COPY FIBANCR.

FD  fib-report-file
    RECORD CONTAINS 81 CHARACTERS.
    COPY FIBRPT.

FD  fib-stat-file
    RECORD CONTAINS 120 CHARACTERS.
    COPY FIBSTATR.

FD  fib-charge-file
    RECORD CONTAINS 52 CHARACTERS.
    COPY FIBCHGR.

FD  part-charge-file
    RECORD CONTAINS 52 CHARACTERS.
01  part-charge-record      PIC X(52).

FD  fib-mchg-file
    RECORD CONTAINS 80 CHARACTERS.
    COPY FIBMCHGR.

FD  part-mchg-file
    RECORD CONTAINS 80 CHARACTERS.
01  part-mchg-record        PIC X(80).

FD  part-res-f-file
    RECORD CONTAINS 59 CHARACTERS.
01  part-res-f-record       PIC X(59).

FD  part-res-l-file
    RECORD CONTAINS 59 CHARACTERS.
01  part-res-l-record       PIC X(59).

FD  part-res-t-file
    RECORD CONTAINS 59 CHARACTERS.
01  part-res-t-record       PIC X(59).

FD  part-aud-f-file
    RECORD CONTAINS 100 CHARACTERS.
01  part-aud-f-record       PIC X(100).

FD  part-aud-l-file
    RECORD CONTAINS 100 CHARACTERS.
01  part-aud-l-record       PIC X(100).

FD  part-aud-t-file
    RECORD CONTAINS 100 CHARACTERS.
01  part-aud-t-record       PIC X(100).

FD  part-rpt-f-file
    RECORD CONTAINS 81 CHARACTERS.
01  part-rpt-f-record       PIC X(81).

FD  part-rpt-l-file
    RECORD CONTAINS 81 CHARACTERS.
01  part-rpt-l-record       PIC X(81).

FD  part-rpt-t-file
    RECORD CONTAINS 81 CHARACTERS.
01  part-rpt-t-record       PIC X(81).

WORKING-STORAGE SECTION.
01  ws-request-status    PIC X(2).
01  ws-result-status     PIC X(2).
01  ws-audit-status      PIC X(2).
01  ws-anchor-status     PIC X(2).
01  ws-report-status     PIC X(2).
01  ws-stat-status       PIC X(2).
01  ws-charge-status     PIC X(2).
01  ws-part-charge-status PIC X(2).
01  ws-mchg-status       PIC X(2).
01  ws-part-mchg-status  PIC X(2).
01  ws-res-f-status      PIC X(2).
01  ws-res-l-status      PIC X(2).
01  ws-res-t-status      PIC X(2).
01  ws-aud-f-status      PIC X(2).
01  ws-aud-l-status      PIC X(2).
01  ws-aud-t-status      PIC X(2).
01  ws-rpt-f-status      PIC X(2).
01  ws-rpt-l-status      PIC X(2).
01  ws-rpt-t-status      PIC X(2).
01  ws-run-stamp         PIC X(21).
01  ws-current-cycle     PIC X(14)   VALUE SPACES.
01  ws-req-eof           PIC X(1)    VALUE "N".
01  ws-live-eof          PIC X(1)    VALUE "N".
01  ws-chg-eof           PIC X(1)    VALUE "N".
01  ws-mchg-eof          PIC X(1)    VALUE "N".
01  ws-live-found        PIC X(1)    VALUE "N".
01  ws-req-trailer-ok    PIC X(1)    VALUE "N".
01  ws-part-incomplete   PIC X(1)    VALUE "N".
01  ws-part-bad          PIC X(1)    VALUE "N".
01  ws-post-cycle        PIC X(1)    VALUE "N".
01  ws-px                PIC 9(4) COMP.
01  ws-part-id-list      PIC X(3)    VALUE "FLT".
01  ws-part-open-status  PIC X(2).
01  ws-part-table.
    05  ws-part-entry OCCURS 3 TIMES.
        10  ws-pt-expect     PIC 9(9) COMP.
        10  ws-pt-res-count  PIC 9(9) COMP.
        10  ws-pt-res-hash   PIC 9(10) COMP.
        10  ws-pt-trl-seen   PIC X(1).
        10  ws-pt-trl-count  PIC 9(9) COMP.
        10  ws-pt-trl-hash   PIC 9(9) COMP.
        10  ws-pt-aud-count  PIC 9(9) COMP.
        10  ws-pt-rpt-count  PIC 9(9) COMP.
        10  ws-pt-res-eof    PIC X(1).
        10  ws-pt-aud-eof    PIC X(1).
        10  ws-pt-rpt-eof    PIC X(1).
01  ws-res-image         PIC X(59).
01  ws-aud-image         PIC X(100).
01  ws-rpt-image         PIC X(81).
01  ws-rec-terms         PIC 9(9) COMP.
01  ws-term-x            PIC 9(9) COMP.
01  ws-read-count        PIC 9(9) COMP VALUE 0.
01  ws-req-hash          PIC 9(10) COMP VALUE 0.
01  ws-prio-records      PIC 9(9) COMP VALUE 0.
01  ws-prio-terms        PIC 9(9) COMP VALUE 0.
01  ws-normal-seen       PIC X(1)    VALUE "N".
01  ws-res-out-count     PIC 9(9) COMP VALUE 0.
01  ws-res-out-hash      PIC 9(10) COMP VALUE 0.
01  ws-stat-ok           PIC 9(9) COMP VALUE 0.
01  ws-stat-cache-hits   PIC 9(9) COMP VALUE 0.
01  ws-stat-computed     PIC 9(9) COMP VALUE 0.
01  ws-stat-errors       PIC 9(9) COMP VALUE 0.
01  ws-stat-overflows    PIC 9(9) COMP VALUE 0.
01  ws-stat-high-n       PIC 9(9) COMP VALUE 0.
01  ws-charge-used       PIC 9(4) COMP VALUE 0.
01  ws-charge-slot       PIC 9(4) COMP.
01  ws-cx                PIC 9(4) COMP.
01  ws-charge-table.
    05  ws-charge-entry OCCURS 20 TIMES.
        10  ws-ce-requestor  PIC X(3).
        10  ws-ce-seq        PIC X(1).
        10  ws-ce-requests   PIC 9(9) COMP.
        10  ws-ce-cache-hits PIC 9(9) COMP.
        10  ws-ce-errors     PIC 9(9) COMP.
01  ws-charge-open       PIC X(1)    VALUE "N".
01  ws-mchg-copied       PIC 9(9) COMP VALUE 0.
01  ws-merge-return-code PIC 9(4) COMP VALUE 0.
01  ws-aud-chain         PIC 9(15)   VALUE 0.
01  ws-aud-chain-start   PIC 9(15)   VALUE 0.
01  ws-aud-written       PIC 9(9) COMP VALUE 0.
COPY FIBCTLIO.
COPY FIBCTLR.
COPY FIBCHNIO.

PROCEDURE DIVISION.
0000-MAIN.
  MOVE FUNCTION CURRENT-DATE TO ws-run-stamp
  INITIALIZE ws-part-table
  PERFORM 0100-GET-CYCLE
  IF ws-merge-return-code = 0
      PERFORM 0200-SCAN-DECK
  END-IF
  IF ws-merge-return-code = 0
      PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
          PERFORM 0300-CHECK-PARTITION
      END-PERFORM
      PERFORM 0350-JUDGE-PARTITIONS
  END-IF
  IF ws-merge-return-code = 0
      PERFORM 0400-CHECK-LIVE
  END-IF
  IF ws-merge-return-code = 0
      PERFORM 0500-OPEN-MERGE
  END-IF
  IF ws-merge-return-code = 0
      MOVE "Y" TO ws-post-cycle
      PERFORM 1000-MERGE-DECK
      PERFORM 1500-MERGE-CHARGES
      PERFORM 1600-WRITE-STAT
      PERFORM 1700-MERGE-MASTER-CHANGES
      PERFORM 0600-CLOSE-MERGE
      IF ws-aud-written > 0
          PERFORM 0650-WRITE-ANCHOR
      END-IF
      PERFORM 8000-SHOW-COUNTS
  END-IF
  IF ws-post-cycle = "Y"
      PERFORM 0900-POST-CYCLE
  END-IF
  MOVE ws-merge-return-code TO RETURN-CODE
  GOBACK
  .

0100-GET-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBMERGE - no cycle open on FIBCTL" END-DISPLAY
          MOVE 12 TO ws-merge-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-merge-return-code
      WHEN ctl-stg-status (2) NOT = "C"
          AND ctl-stg-status (2) NOT = "W"
          DISPLAY "FIBMERGE - cycle " ctl-cycle-id " FIBEDIT status '"
              ctl-stg-status (2) "' - edited deck not ready"
              END-DISPLAY
          MOVE 12 TO ws-merge-return-code
      WHEN ctl-stg-status (3) = "C"
      WHEN ctl-stg-status (3) = "W"
          DISPLAY "FIBMERGE - cycle " ctl-cycle-id " has already"
              " been merged - not run again" END-DISPLAY
          MOVE 12 TO ws-merge-return-code
      WHEN ctl-stg-status (3) NOT = "R"
          DISPLAY "FIBMERGE - cycle " ctl-cycle-id " FIBSTEP status '"
              ctl-stg-status (3) "' - no partition has run; run"
              " FIBSTEP for partitions F, L and T first" END-DISPLAY
          MOVE 12 TO ws-merge-return-code
      WHEN OTHER
          MOVE ctl-cycle-id TO ws-current-cycle
          DISPLAY "FIBMERGE - merging partitions for cycle "
              ws-current-cycle END-DISPLAY
  END-EVALUATE
  .

0200-SCAN-DECK.
  OPEN INPUT fib-request-file
  IF ws-request-status NOT = "00"
      DISPLAY "FIBREQ open failed, file status " ws-request-status
          END-DISPLAY
      MOVE 16 TO ws-merge-return-code
  ELSE
      PERFORM UNTIL ws-req-eof = "Y"
          READ fib-request-file
              AT END
                  MOVE "Y" TO ws-req-eof
              NOT AT END
                  EVALUATE fr-rec-type
                      WHEN "H"
                          CONTINUE
                      WHEN "T"
                          PERFORM 0220-VERIFY-REQ-TRAILER
                      WHEN OTHER
                          ADD 1 TO ws-read-count
                          PERFORM 0210-POST-REQ-HASH
                          PERFORM 0250-SET-RECORD-TERMS
                          ADD ws-rec-terms TO ws-pt-expect (ws-px)
                          PERFORM 0230-COUNT-PRIORITY
                  END-EVALUATE
          END-READ
      END-PERFORM
      CLOSE fib-request-file
      IF ws-req-trailer-ok NOT = "Y"
          DISPLAY "FIBREQ trailer missing or does not balance - deck"
              " count " ws-read-count " hash " ws-req-hash
              " - deck truncated or doubled since it was split"
              END-DISPLAY
          MOVE 16 TO ws-merge-return-code
          MOVE "Y" TO ws-post-cycle
      END-IF
  END-IF
  .

0210-POST-REQ-HASH.
  ADD fr-n TO ws-req-hash
  IF fr-to-n-x IS NUMERIC
      ADD fr-to-n TO ws-req-hash
  END-IF
  PERFORM UNTIL ws-req-hash < 1000000000
      SUBTRACT 1000000000 FROM ws-req-hash
  END-PERFORM
  .

0220-VERIFY-REQ-TRAILER.
  IF frc-count = ws-read-count AND frc-hash = ws-req-hash
      MOVE "Y" TO ws-req-trailer-ok
  ELSE
      MOVE "N" TO ws-req-trailer-ok
  END-IF
  .

0230-COUNT-PRIORITY.
  IF fr-priority = "P" AND ws-normal-seen = "N"
      ADD 1 TO ws-prio-records
      ADD ws-rec-terms TO ws-prio-terms
  ELSE
      MOVE "Y" TO ws-normal-seen
  END-IF
  .

0250-SET-RECORD-TERMS.
  MOVE 1 TO ws-rec-terms
  IF fr-rec-type = "R"
      IF fr-to-n-x IS NUMERIC AND fr-to-n NOT < fr-n
          COMPUTE ws-rec-terms = fr-to-n - fr-n + 1
          END-COMPUTE
      END-IF
  END-IF
  EVALUATE fr-seq
      WHEN "L"
          MOVE 2 TO ws-px
      WHEN "T"
          MOVE 3 TO ws-px
      WHEN OTHER
          MOVE 1 TO ws-px
  END-EVALUATE
  .

0300-CHECK-PARTITION.
  PERFORM 3000-OPEN-PARTITION
  IF ws-part-open-status NOT = "00"
      DISPLAY "partition " ws-part-id-list (ws-px:1)
          " work files could not be opened, file status "
          ws-part-open-status " - FIBSTEP has not run for it"
          END-DISPLAY
      MOVE "Y" TO ws-part-incomplete
  ELSE
      PERFORM UNTIL ws-pt-res-eof (ws-px) = "Y"
          PERFORM 3100-READ-PART-RES
          IF ws-pt-res-eof (ws-px) = "N"
              PERFORM 0310-TALLY-PART-RES
          END-IF
      END-PERFORM
      PERFORM UNTIL ws-pt-aud-eof (ws-px) = "Y"
          PERFORM 3200-READ-PART-AUD
          IF ws-pt-aud-eof (ws-px) = "N"
              IF aud-cycle-id = ws-current-cycle
                  ADD 1 TO ws-pt-aud-count (ws-px)
              END-IF
          END-IF
      END-PERFORM
      PERFORM UNTIL ws-pt-rpt-eof (ws-px) = "Y"
          PERFORM 3300-READ-PART-RPT
          IF ws-pt-rpt-eof (ws-px) = "N"
              IF rpt-cycle-id = ws-current-cycle
                  ADD 1 TO ws-pt-rpt-count (ws-px)
              END-IF
          END-IF
      END-PERFORM
      PERFORM 3900-CLOSE-PARTITION
      PERFORM 0320-CHECK-PART-COUNTS
  END-IF
  .

0310-TALLY-PART-RES.
  EVALUATE fresc-type
      WHEN "H"
          CONTINUE
      WHEN "T"
          IF fresc-cycle-id = ws-current-cycle
              MOVE "Y" TO ws-pt-trl-seen (ws-px)
              MOVE fresc-count TO ws-pt-trl-count (ws-px)
              MOVE fresc-hash TO ws-pt-trl-hash (ws-px)
          END-IF
      WHEN OTHER
          IF fres-cycle-id = ws-current-cycle
              ADD 1 TO ws-pt-res-count (ws-px)
              ADD fres-n TO ws-pt-res-hash (ws-px)
              PERFORM UNTIL ws-pt-res-hash (ws-px) < 1000000000
                  SUBTRACT 1000000000 FROM ws-pt-res-hash (ws-px)
              END-PERFORM
          END-IF
  END-EVALUATE
  .

0320-CHECK-PART-COUNTS.
  EVALUATE TRUE
      WHEN ws-pt-trl-seen (ws-px) NOT = "Y"
          DISPLAY "partition " ws-part-id-list (ws-px:1)
              " has no FIBRES trailer for cycle " ws-current-cycle
              " - FIBSTEP has not finished it; run or restart that"
              " partition" END-DISPLAY
          MOVE "Y" TO ws-part-incomplete
      WHEN ws-pt-res-count (ws-px) NOT = ws-pt-trl-count (ws-px)
      WHEN ws-pt-res-hash (ws-px) NOT = ws-pt-trl-hash (ws-px)
          DISPLAY "partition " ws-part-id-list (ws-px:1)
              " FIBRES does not balance to its trailer - rows "
              ws-pt-res-count (ws-px) " hash " ws-pt-res-hash (ws-px)
              ", trailer " ws-pt-trl-count (ws-px) " hash "
              ws-pt-trl-hash (ws-px) END-DISPLAY
          MOVE "Y" TO ws-part-bad
      WHEN ws-pt-res-count (ws-px) NOT = ws-pt-expect (ws-px)
      WHEN ws-pt-aud-count (ws-px) NOT = ws-pt-expect (ws-px)
      WHEN ws-pt-rpt-count (ws-px) NOT = ws-pt-expect (ws-px)
          DISPLAY "partition " ws-part-id-list (ws-px:1)
              " row counts do not match the edited deck - expected "
              ws-pt-expect (ws-px) ", FIBRES " ws-pt-res-count (ws-px)
              " FIBAUD " ws-pt-aud-count (ws-px) " FIBRPT "
              ws-pt-rpt-count (ws-px) END-DISPLAY
          MOVE "Y" TO ws-part-bad
      WHEN OTHER
          CONTINUE
  END-EVALUATE
  .

0350-JUDGE-PARTITIONS.
  EVALUATE TRUE
      WHEN ws-part-bad = "Y"
          DISPLAY "FIBMERGE - partitions out of balance, cycle "
              ws-current-cycle " not merged" END-DISPLAY
          MOVE 16 TO ws-merge-return-code
          MOVE "Y" TO ws-post-cycle
      WHEN ws-part-incomplete = "Y"
          DISPLAY "FIBMERGE - cycle " ws-current-cycle " not merged"
              " until every partition has completed" END-DISPLAY
          MOVE 12 TO ws-merge-return-code
      WHEN OTHER
          CONTINUE
  END-EVALUATE
  .

0400-CHECK-LIVE.
  OPEN INPUT fib-result-file
  IF ws-result-status = "00"
      MOVE "N" TO ws-live-eof
      PERFORM UNTIL ws-live-eof = "Y"
          READ fib-result-file
              AT END
                  MOVE "Y" TO ws-live-eof
              NOT AT END
                  IF fresc-type = "H" OR fresc-type = "T"
                      IF fresc-cycle-id = ws-current-cycle
                          MOVE "Y" TO ws-live-found
                      END-IF
                  ELSE
                      IF fres-cycle-id = ws-current-cycle
                          MOVE "Y" TO ws-live-found
                      END-IF
                  END-IF
          END-READ
      END-PERFORM
      CLOSE fib-result-file
  END-IF
  OPEN INPUT fib-anchor-file
  IF ws-anchor-status = "00"
      MOVE "N" TO ws-live-eof
      PERFORM UNTIL ws-live-eof = "Y"
          READ fib-anchor-file
              AT END
                  MOVE "Y" TO ws-live-eof
              NOT AT END
                  IF NOT anc-src-expired
                      MOVE anc-end-chain TO ws-aud-chain
                  END-IF
          END-READ
      END-PERFORM
      CLOSE fib-anchor-file
  END-IF
  OPEN INPUT fib-audit-file
  IF ws-audit-status = "00"
      MOVE "N" TO ws-live-eof
      PERFORM UNTIL ws-live-eof = "Y"
          READ fib-audit-file
              AT END
                  MOVE "Y" TO ws-live-eof
              NOT AT END
                  IF aud-source = "B"
                      AND aud-cycle-id = ws-current-cycle
                      MOVE "Y" TO ws-live-found
                  END-IF
                  MOVE aud-chain TO ws-aud-chain
          END-READ
      END-PERFORM
      CLOSE fib-audit-file
  END-IF
  IF ws-live-found = "Y"
      DISPLAY "FIBMERGE - rows for cycle " ws-current-cycle
          " are already on the live FIBRES or FIBAUD - a previous"
          " merge wrote them; not merged again" END-DISPLAY
      MOVE 12 TO ws-merge-return-code
  END-IF
  .

0500-OPEN-MERGE.
  OPEN EXTEND fib-result-file
  IF ws-result-status = "35"
      OPEN OUTPUT fib-result-file
      CLOSE fib-result-file
      OPEN EXTEND fib-result-file
  END-IF
  OPEN EXTEND fib-audit-file
  IF ws-audit-status = "35"
      OPEN OUTPUT fib-audit-file
      CLOSE fib-audit-file
      OPEN EXTEND fib-audit-file
  END-IF
  OPEN EXTEND fib-report-file
  IF ws-report-status = "35"
      OPEN OUTPUT fib-report-file
      CLOSE fib-report-file
      OPEN EXTEND fib-report-file
  END-IF
  OPEN INPUT fib-request-file
  IF ws-result-status NOT = "00"
      OR ws-audit-status NOT = "00"
      OR ws-report-status NOT = "00"
      OR ws-request-status NOT = "00"
      DISPLAY "FIBMERGE open failed, file status " ws-result-status
          " " ws-audit-status " " ws-report-status " "
          ws-request-status " - nothing merged" END-DISPLAY
      CLOSE fib-result-file
      CLOSE fib-audit-file
      CLOSE fib-report-file
      CLOSE fib-request-file
      MOVE 16 TO ws-merge-return-code
  ELSE
      PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
          PERFORM 3000-OPEN-PARTITION
      END-PERFORM
      PERFORM 0550-OPEN-CHARGE
  END-IF
  .

0550-OPEN-CHARGE.
  OPEN EXTEND fib-charge-file
  IF ws-charge-status = "35"
      OPEN OUTPUT fib-charge-file
      CLOSE fib-charge-file
      OPEN EXTEND fib-charge-file
  END-IF
  IF ws-charge-status = "00"
      MOVE "Y" TO ws-charge-open
  ELSE
      DISPLAY "FIBCHG open failed, file status " ws-charge-status
          " - chargeback history not written this run" END-DISPLAY
  END-IF
  .

0600-CLOSE-MERGE.
  CLOSE fib-result-file
  CLOSE fib-audit-file
  CLOSE fib-report-file
  CLOSE fib-request-file
  IF ws-charge-open = "Y"
      CLOSE fib-charge-file
  END-IF
  PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
      PERFORM 3900-CLOSE-PARTITION
  END-PERFORM
  .

0650-WRITE-ANCHOR.
  OPEN EXTEND fib-anchor-file
  IF ws-anchor-status = "35"
      OPEN OUTPUT fib-anchor-file
      CLOSE fib-anchor-file
      OPEN EXTEND fib-anchor-file
  END-IF
  IF ws-anchor-status NOT = "00"
      DISPLAY "FIBAUDAN open failed, file status " ws-anchor-status
          " - audit chain anchor for " ws-current-cycle
          " not written" END-DISPLAY
      MOVE 16 TO ws-merge-return-code
  ELSE
      MOVE SPACES TO fib-audit-anchor
      MOVE ws-current-cycle TO anc-cycle-id
      MOVE ws-aud-chain-start TO anc-start-chain
      MOVE ws-aud-chain TO anc-end-chain
      MOVE ws-aud-written TO anc-row-count
      SET anc-src-merge TO TRUE
      MOVE ws-run-stamp (1:14) TO anc-timestamp
      WRITE fib-audit-anchor
      IF ws-anchor-status NOT = "00"
          DISPLAY "FIBAUDAN WRITE failed, file status "
              ws-anchor-status " - audit chain anchor for "
              ws-current-cycle " not written" END-DISPLAY
          MOVE 16 TO ws-merge-return-code
      END-IF
      CLOSE fib-anchor-file
  END-IF
  .

0900-POST-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "P" TO ctlq-function
  MOVE ws-current-cycle TO ctlq-cycle-id
  MOVE 3 TO ctlq-stage
  MOVE ws-merge-return-code TO ctlq-stage-rc
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status NOT = "00"
      DISPLAY "FIBMERGE - completion of cycle " ws-current-cycle
          " not recorded on FIBCTL" END-DISPLAY
      MOVE 16 TO ws-merge-return-code
  END-IF
  .

1000-MERGE-DECK.
  MOVE SPACES TO fib-result-control
  MOVE "H" TO fresc-type
  MOVE ws-current-cycle TO fresc-cycle-id
  MOVE 0 TO fresc-count
  MOVE 0 TO fresc-hash
  WRITE fib-result-control
  MOVE "N" TO ws-req-eof
  PERFORM UNTIL ws-req-eof = "Y"
      READ fib-request-file
          AT END
              MOVE "Y" TO ws-req-eof
          NOT AT END
              IF fr-rec-type NOT = "H" AND fr-rec-type NOT = "T"
                  PERFORM 0250-SET-RECORD-TERMS
                  PERFORM VARYING ws-term-x FROM 1 BY 1
                      UNTIL ws-term-x > ws-rec-terms
                      PERFORM 1100-MERGE-ONE-TERM
                  END-PERFORM
              END-IF
      END-READ
  END-PERFORM
  MOVE SPACES TO fib-result-control
  MOVE "T" TO fresc-type
  MOVE ws-current-cycle TO fresc-cycle-id
  MOVE ws-res-out-count TO fresc-count
  MOVE ws-res-out-hash TO fresc-hash
  WRITE fib-result-control
  IF ws-result-status NOT = "00"
      DISPLAY "FIBRES trailer WRITE failed, file status "
          ws-result-status END-DISPLAY
      MOVE 16 TO ws-merge-return-code
  END-IF
  .

1100-MERGE-ONE-TERM.
  PERFORM 3110-NEXT-PART-RES
  PERFORM 3210-NEXT-PART-AUD
  PERFORM 3310-NEXT-PART-RPT
  IF ws-pt-res-eof (ws-px) = "Y"
      OR ws-pt-aud-eof (ws-px) = "Y"
      OR ws-pt-rpt-eof (ws-px) = "Y"
      DISPLAY "partition " ws-part-id-list (ws-px:1)
          " ran out of rows during the merge - partition files"
          " changed after they were checked" END-DISPLAY
      MOVE 16 TO ws-merge-return-code
  ELSE
      MOVE ws-res-image TO fib-result-record
      WRITE fib-result-record
      ADD 1 TO ws-res-out-count
      ADD fres-n TO ws-res-out-hash
      PERFORM UNTIL ws-res-out-hash < 1000000000
          SUBTRACT 1000000000 FROM ws-res-out-hash
      END-PERFORM
      EVALUATE fres-status
          WHEN "O"
              ADD 1 TO ws-stat-ok
              IF fres-n > ws-stat-high-n
                  MOVE fres-n TO ws-stat-high-n
              END-IF
          WHEN "X"
              ADD 1 TO ws-stat-overflows
          WHEN OTHER
              ADD 1 TO ws-stat-errors
      END-EVALUATE
      MOVE ws-aud-image TO fib-audit-record
      MOVE ws-aud-chain TO chnq-prev-chain
      MOVE fib-audit-record (1:85) TO chnq-row-image
      CALL "fibchain" USING fib-chain-request
      END-CALL
      MOVE chnq-chain TO aud-chain
      WRITE fib-audit-record
      IF ws-aud-written = 0
          MOVE ws-aud-chain TO ws-aud-chain-start
      END-IF
      MOVE aud-chain TO ws-aud-chain
      ADD 1 TO ws-aud-written
      IF aud-return-code > ws-merge-return-code
          MOVE aud-return-code TO ws-merge-return-code
      END-IF
      MOVE ws-rpt-image TO fib-report-record
      WRITE fib-report-record
  END-IF
  .

1500-MERGE-CHARGES.
  OPEN INPUT part-charge-file
  IF ws-part-charge-status NOT = "00"
      DISPLAY "FIBCHGP open failed, file status "
          ws-part-charge-status " - partition chargeback not merged"
          END-DISPLAY
  ELSE
      PERFORM UNTIL ws-chg-eof = "Y"
          READ part-charge-file
              AT END
                  MOVE "Y" TO ws-chg-eof
              NOT AT END
                  MOVE part-charge-record TO fib-charge-record
                  ADD chg-cache-hits TO ws-stat-cache-hits
                  PERFORM 1510-POST-CHARGE-ROW
          END-READ
      END-PERFORM
      CLOSE part-charge-file
  END-IF
  DISPLAY "CHARGEBACK SUMMARY BY REQUESTOR AND SEQUENCE"
      END-DISPLAY
  DISPLAY "REQ S  REQUESTS  CACHE-HITS  ERRORS" END-DISPLAY
  PERFORM VARYING ws-cx FROM 1 BY 1 UNTIL ws-cx > ws-charge-used
      DISPLAY ws-ce-requestor (ws-cx) " " ws-ce-seq (ws-cx) "  "
          ws-ce-requests (ws-cx) "  "
          ws-ce-cache-hits (ws-cx) "  "
          ws-ce-errors (ws-cx) END-DISPLAY
      IF ws-charge-open = "Y"
          MOVE ws-run-stamp TO chg-timestamp
          MOVE ws-ce-requestor (ws-cx) TO chg-requestor
          MOVE ws-ce-seq (ws-cx) TO chg-seq
          MOVE ws-ce-requests (ws-cx) TO chg-requests
          MOVE ws-ce-cache-hits (ws-cx) TO chg-cache-hits
          MOVE ws-ce-errors (ws-cx) TO chg-errors
          WRITE fib-charge-record
          IF ws-charge-status NOT = "00"
              DISPLAY "FIBCHG WRITE failed for requestor "
                  ws-ce-requestor (ws-cx) ", file status "
                  ws-charge-status END-DISPLAY
          END-IF
      END-IF
  END-PERFORM
  .

1510-POST-CHARGE-ROW.
  MOVE 0 TO ws-charge-slot
  PERFORM VARYING ws-cx FROM 1 BY 1
      UNTIL ws-cx > ws-charge-used OR ws-charge-slot > 0
      IF ws-ce-requestor (ws-cx) = chg-requestor
          AND ws-ce-seq (ws-cx) = chg-seq
          MOVE ws-cx TO ws-charge-slot
      END-IF
  END-PERFORM
  IF ws-charge-slot = 0 AND ws-charge-used < 20
      ADD 1 TO ws-charge-used
      MOVE ws-charge-used TO ws-charge-slot
      MOVE chg-requestor TO ws-ce-requestor (ws-charge-slot)
      MOVE chg-seq TO ws-ce-seq (ws-charge-slot)
      MOVE 0 TO ws-ce-requests (ws-charge-slot)
      MOVE 0 TO ws-ce-cache-hits (ws-charge-slot)
      MOVE 0 TO ws-ce-errors (ws-charge-slot)
  END-IF
  IF ws-charge-slot > 0
      ADD chg-requests TO ws-ce-requests (ws-charge-slot)
      ADD chg-cache-hits TO ws-ce-cache-hits (ws-charge-slot)
      ADD chg-errors TO ws-ce-errors (ws-charge-slot)
  ELSE
      IF ws-charge-open = "Y"
          MOVE ws-run-stamp TO chg-timestamp
          WRITE fib-charge-record
      ELSE
          DISPLAY "WARNING - chargeback table full, requestor "
              chg-requestor " not tallied" END-DISPLAY
      END-IF
  END-IF
  .

1600-WRITE-STAT.
  COMPUTE ws-stat-computed = ws-stat-ok - ws-stat-cache-hits
      + ws-stat-overflows
  END-COMPUTE
  OPEN EXTEND fib-stat-file
  IF ws-stat-status = "35"
      OPEN OUTPUT fib-stat-file
      CLOSE fib-stat-file
      OPEN EXTEND fib-stat-file
  END-IF
  IF ws-stat-status NOT = "00"
      DISPLAY "FIBSTAT open failed, file status " ws-stat-status
          " - run summary not written" END-DISPLAY
  ELSE
      MOVE FUNCTION CURRENT-DATE TO stat-timestamp
      MOVE ws-read-count TO stat-records-read
      MOVE ws-res-out-count TO stat-terms-served
      MOVE ws-stat-cache-hits TO stat-cache-hits
      MOVE ws-stat-computed TO stat-computed
      MOVE ws-stat-errors TO stat-error-count
      MOVE ws-stat-overflows TO stat-overflow-count
      MOVE ws-stat-high-n TO stat-high-n
      MOVE ws-merge-return-code TO stat-return-code
      MOVE ws-current-cycle TO stat-cycle-id
      MOVE ws-prio-records TO stat-prio-records
      MOVE ws-prio-terms TO stat-prio-terms
      WRITE fib-stat-record
      CLOSE fib-stat-file
  END-IF
  .

1700-MERGE-MASTER-CHANGES.
  OPEN INPUT part-mchg-file
  IF ws-part-mchg-status NOT = "00"
      DISPLAY "FIBMCHGP open failed, file status "
          ws-part-mchg-status " - new FIBMSTR entries not journalled"
          END-DISPLAY
  ELSE
      OPEN EXTEND fib-mchg-file
      IF ws-mchg-status = "35"
          OPEN OUTPUT fib-mchg-file
          CLOSE fib-mchg-file
          OPEN EXTEND fib-mchg-file
      END-IF
      IF ws-mchg-status NOT = "00"
          DISPLAY "FIBMCHG open failed, file status " ws-mchg-status
              " - new FIBMSTR entries not journalled" END-DISPLAY
      ELSE
          PERFORM UNTIL ws-mchg-eof = "Y"
              READ part-mchg-file
                  AT END
                      MOVE "Y" TO ws-mchg-eof
                  NOT AT END
                      MOVE part-mchg-record TO fib-master-change-record
                      IF mchg-cycle-id = ws-current-cycle
                          WRITE fib-master-change-record
                          ADD 1 TO ws-mchg-copied
                      END-IF
              END-READ
          END-PERFORM
          CLOSE fib-mchg-file
      END-IF
      CLOSE part-mchg-file
  END-IF
  .

3000-OPEN-PARTITION.
  MOVE "N" TO ws-pt-res-eof (ws-px)
  MOVE "N" TO ws-pt-aud-eof (ws-px)
  MOVE "N" TO ws-pt-rpt-eof (ws-px)
  EVALUATE ws-px
      WHEN 1
          OPEN INPUT part-res-f-file
          OPEN INPUT part-aud-f-file
          OPEN INPUT part-rpt-f-file
          MOVE ws-res-f-status TO ws-part-open-status
          IF ws-part-open-status = "00"
              MOVE ws-aud-f-status TO ws-part-open-status
          END-IF
          IF ws-part-open-status = "00"
              MOVE ws-rpt-f-status TO ws-part-open-status
          END-IF
      WHEN 2
          OPEN INPUT part-res-l-file
          OPEN INPUT part-aud-l-file
          OPEN INPUT part-rpt-l-file
          MOVE ws-res-l-status TO ws-part-open-status
          IF ws-part-open-status = "00"
              MOVE ws-aud-l-status TO ws-part-open-status
          END-IF
          IF ws-part-open-status = "00"
              MOVE ws-rpt-l-status TO ws-part-open-status
          END-IF
      WHEN 3
          OPEN INPUT part-res-t-file
          OPEN INPUT part-aud-t-file
          OPEN INPUT part-rpt-t-file
          MOVE ws-res-t-status TO ws-part-open-status
          IF ws-part-open-status = "00"
              MOVE ws-aud-t-status TO ws-part-open-status
          END-IF
          IF ws-part-open-status = "00"
              MOVE ws-rpt-t-status TO ws-part-open-status
          END-IF
  END-EVALUATE
  IF ws-part-open-status NOT = "00"
      PERFORM 3900-CLOSE-PARTITION
  END-IF
  .

3100-READ-PART-RES.
  EVALUATE ws-px
      WHEN 1
          READ part-res-f-file
              AT END
                  MOVE "Y" TO ws-pt-res-eof (ws-px)
              NOT AT END
                  MOVE part-res-f-record TO ws-res-image
          END-READ
      WHEN 2
          READ part-res-l-file
              AT END
                  MOVE "Y" TO ws-pt-res-eof (ws-px)
              NOT AT END
                  MOVE part-res-l-record TO ws-res-image
          END-READ
      WHEN 3
          READ part-res-t-file
              AT END
                  MOVE "Y" TO ws-pt-res-eof (ws-px)
              NOT AT END
                  MOVE part-res-t-record TO ws-res-image
          END-READ
  END-EVALUATE
  IF ws-pt-res-eof (ws-px) = "N"
      MOVE ws-res-image TO fib-result-record
  END-IF
  .

3110-NEXT-PART-RES.
  PERFORM 3100-READ-PART-RES
  PERFORM UNTIL ws-pt-res-eof (ws-px) = "Y"
      OR (fresc-type NOT = "H" AND fresc-type NOT = "T"
          AND fres-cycle-id = ws-current-cycle)
      PERFORM 3100-READ-PART-RES
  END-PERFORM
  .

3200-READ-PART-AUD.
  EVALUATE ws-px
      WHEN 1
          READ part-aud-f-file
              AT END
                  MOVE "Y" TO ws-pt-aud-eof (ws-px)
              NOT AT END
                  MOVE part-aud-f-record TO ws-aud-image
          END-READ
      WHEN 2
          READ part-aud-l-file
              AT END
                  MOVE "Y" TO ws-pt-aud-eof (ws-px)
              NOT AT END
                  MOVE part-aud-l-record TO ws-aud-image
          END-READ
      WHEN 3
          READ part-aud-t-file
              AT END
                  MOVE "Y" TO ws-pt-aud-eof (ws-px)
              NOT AT END
                  MOVE part-aud-t-record TO ws-aud-image
          END-READ
  END-EVALUATE
  IF ws-pt-aud-eof (ws-px) = "N"
      MOVE ws-aud-image TO fib-audit-record
  END-IF
  .

3210-NEXT-PART-AUD.
  PERFORM 3200-READ-PART-AUD
  PERFORM UNTIL ws-pt-aud-eof (ws-px) = "Y"
      OR aud-cycle-id = ws-current-cycle
      PERFORM 3200-READ-PART-AUD
  END-PERFORM
  .

3300-READ-PART-RPT.
  EVALUATE ws-px
      WHEN 1
          READ part-rpt-f-file
              AT END
                  MOVE "Y" TO ws-pt-rpt-eof (ws-px)
              NOT AT END
                  MOVE part-rpt-f-record TO ws-rpt-image
          END-READ
      WHEN 2
          READ part-rpt-l-file
              AT END
                  MOVE "Y" TO ws-pt-rpt-eof (ws-px)
              NOT AT END
                  MOVE part-rpt-l-record TO ws-rpt-image
          END-READ
      WHEN 3
          READ part-rpt-t-file
              AT END
                  MOVE "Y" TO ws-pt-rpt-eof (ws-px)
              NOT AT END
                  MOVE part-rpt-t-record TO ws-rpt-image
          END-READ
  END-EVALUATE
  IF ws-pt-rpt-eof (ws-px) = "N"
      MOVE ws-rpt-image TO fib-report-record
  END-IF
  .

3310-NEXT-PART-RPT.
  PERFORM 3300-READ-PART-RPT
  PERFORM UNTIL ws-pt-rpt-eof (ws-px) = "Y"
      OR rpt-cycle-id = ws-current-cycle
      PERFORM 3300-READ-PART-RPT
  END-PERFORM
  .

3900-CLOSE-PARTITION.
  EVALUATE ws-px
      WHEN 1
          CLOSE part-res-f-file
          CLOSE part-aud-f-file
          CLOSE part-rpt-f-file
      WHEN 2
          CLOSE part-res-l-file
          CLOSE part-aud-l-file
          CLOSE part-rpt-l-file
      WHEN 3
          CLOSE part-res-t-file
          CLOSE part-aud-t-file
          CLOSE part-rpt-t-file
  END-EVALUATE
  .

8000-SHOW-COUNTS.
  DISPLAY "FIBMERGE - cycle " ws-current-cycle END-DISPLAY
  DISPLAY "edited records read        " ws-read-count END-DISPLAY
  PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
      DISPLAY "partition " ws-part-id-list (ws-px:1)
          " result rows     " ws-pt-res-count (ws-px) END-DISPLAY
  END-PERFORM
  DISPLAY "priority records           " ws-prio-records END-DISPLAY
  DISPLAY "priority terms             " ws-prio-terms END-DISPLAY
  DISPLAY "FIBRES rows merged         " ws-res-out-count END-DISPLAY
  DISPLAY "FIBRES hash                " ws-res-out-hash END-DISPLAY
  DISPLAY "FIBMSTR changes journalled " ws-mchg-copied END-DISPLAY
  DISPLAY "return code                " ws-merge-return-code
      END-DISPLAY
  .
END PROGRAM fibmerge.
