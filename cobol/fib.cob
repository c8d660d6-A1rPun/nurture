  SELECT fib-charge-file ASSIGN TO "FIBCHG"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-charge-status.
  SELECT fib-mchg-file ASSIGN TO "FIBMCHG"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-mchg-status.
  SELECT fib-anchor-file ASSIGN TO "FIBAUDAN"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-anchor-status.
  SELECT fib-prio-file ASSIGN TO "FIBRESP"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-prio-status.

DATA DIVISION.
FILE SECTION.
FD  fib-request-file
    RECORD CONTAINS 24 CHARACTERS.
    COPY FIBREQR.

FD  fib-result-file
    COPY FIBRPT.

FD  fib-audit-file
    RECORD CONTAINS 100 CHARACTERS.
    COPY FIBAUDR.

FD  fib-ckpt1-file
    COPY FIBPARMR.

FD  fib-stat-file
    RECORD CONTAINS 120 CHARACTERS.
    COPY FIBSTATR.

FD  fib-charge-file
    RECORD CONTAINS 52 CHARACTERS.
    COPY FIBCHGR.

FD  fib-mchg-file
    RECORD CONTAINS 80 CHARACTERS.
    COPY FIBMCHGR.

FD  fib-anchor-file
    RECORD CONTAINS 80 CHARACTERS.
    COPY FIBANCR.

FD  fib-prio-file
    RECORD CONTAINS 59 CHARACTERS.
01  prio-result-record      PIC X(59).

WORKING-STORAGE SECTION.
01  ws-request-status    PIC X(2).
01  ws-result-status     PIC X(2).
01  ws-parm-status       PIC X(2).
01  ws-stat-status       PIC X(2).
01  ws-charge-status     PIC X(2).
01  ws-mchg-status       PIC X(2).
01  ws-anchor-status     PIC X(2).
01  ws-prio-status       PIC X(2).
01  ws-source-path       PIC X(11).
01  ws-run-stamp         PIC X(21).
01  ws-cycle-id          PIC X(14).
    05  ws-ord-entry OCCURS 60 TIMES.
        10  ws-oe-requestor  PIC X(3).
        10  ws-oe-seq        PIC X(1).
        10  ws-oe-class      PIC X(1).
        10  ws-oe-high-n     PIC 9(9) COMP.
01  ws-max-n             PIC 9(9) COMP VALUE 150.
01  ws-max-n-recursive   PIC 9(9) COMP VALUE 35.
01  ws-charge-table.
    05  ws-charge-entry OCCURS 20 TIMES.
        10  ws-ce-requestor  PIC X(3).
        10  ws-ce-seq        PIC X(1).
        10  ws-ce-requests   PIC 9(9) COMP.
        10  ws-ce-cache-hits PIC 9(9) COMP.
        10  ws-ce-errors     PIC 9(9) COMP.
01  ws-charge-open       PIC X(1)    VALUE "N".
01  ws-mchg-open         PIC X(1)    VALUE "N".
01  ws-mchg-source       PIC X(1).
01  ws-rng-active        PIC X(1)    VALUE "N".
01  ws-rng-over          PIC X(1).
01  ws-rng-i             PIC 9(9) COMP.
01  ws-ckpt-quot         PIC 9(18) COMP.
01  ws-ckpt-check        PIC 9(9) COMP.
01  ws-ckpt-ok           PIC X(1).
01  ws-cycle-started     PIC X(1)    VALUE "N".
01  ws-run-partition     PIC X(1)    VALUE SPACE.
01  ws-partition-fresh   PIC X(1)    VALUE "N".
01  ws-aud-chain         PIC 9(15)   VALUE 0.
01  ws-aud-chain-start   PIC 9(15)   VALUE 0.
01  ws-aud-scan-eof      PIC X(1).
01  ws-aud-tail-cycle    PIC X(14)   VALUE SPACES.
01  ws-aud-tail-start    PIC 9(15)   VALUE 0.
01  ws-aud-tail-count    PIC 9(9) COMP VALUE 0.
01  ws-aud-written       PIC 9(9) COMP VALUE 0.
01  ws-prio-marked       PIC X(1)    VALUE "N".
01  ws-rec-class         PIC X(1).
01  ws-prio-records      PIC 9(9) COMP VALUE 0.
01  ws-prio-terms        PIC 9(9) COMP VALUE 0.
01  ws-prio-rows         PIC 9(9) COMP.
01  ws-prio-hash         PIC 9(10) COMP.
01  ws-prio-eof          PIC X(1).
COPY FIBCKPTR.
COPY FIBIO.
COPY FIBCTLIO.
COPY FIBCTLR.
COPY FIBCHNIO.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0100-OPEN-MASTER
  PERFORM 0150-OPEN-REPORT
  PERFORM 0175-OPEN-AUDIT
  PERFORM 0180-OPEN-MCHG
  DISPLAY "Run mode - I)nteractive or B)atch" END-DISPLAY
  ACCEPT ws-run-mode END-ACCEPT
  EVALUATE ws-run-mode
  CLOSE fib-master-file
  CLOSE fib-report-file
  CLOSE fib-audit-file
  IF ws-source-path = "INTERACTIVE" AND ws-aud-written > 0
      PERFORM 0190-WRITE-ANCHOR
      IF ws-batch-return-code > RETURN-CODE
          MOVE ws-batch-return-code TO RETURN-CODE
      END-IF
  END-IF
  IF ws-mchg-open = "Y"
      CLOSE fib-mchg-file
  END-IF
  GOBACK
  .

  END-IF
  .

0170-FIND-AUDIT-CHAIN.
  OPEN INPUT fib-anchor-file
  IF ws-anchor-status = "00"
      MOVE "N" TO ws-aud-scan-eof
      PERFORM UNTIL ws-aud-scan-eof = "Y"
          READ fib-anchor-file
              AT END
                  MOVE "Y" TO ws-aud-scan-eof
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
      MOVE "N" TO ws-aud-scan-eof
      PERFORM UNTIL ws-aud-scan-eof = "Y"
          READ fib-audit-file
              AT END
                  MOVE "Y" TO ws-aud-scan-eof
              NOT AT END
                  IF aud-cycle-id NOT = ws-aud-tail-cycle
                      MOVE aud-cycle-id TO ws-aud-tail-cycle
                      MOVE ws-aud-chain TO ws-aud-tail-start
                      MOVE 0 TO ws-aud-tail-count
                  END-IF
                  ADD 1 TO ws-aud-tail-count
                  MOVE aud-chain TO ws-aud-chain
          END-READ
      END-PERFORM
      CLOSE fib-audit-file
  END-IF
  .

0175-OPEN-AUDIT.
  PERFORM 0170-FIND-AUDIT-CHAIN
  OPEN EXTEND fib-audit-file
  IF ws-audit-status = "35"
      OPEN OUTPUT fib-audit-file
  END-IF
  .

0190-WRITE-ANCHOR.
  OPEN EXTEND fib-anchor-file
  IF ws-anchor-status = "35"
      OPEN OUTPUT fib-anchor-file
      CLOSE fib-anchor-file
      OPEN EXTEND fib-anchor-file
  END-IF
  IF ws-anchor-status NOT = "00"
      DISPLAY "FIBAUDAN open failed, file status " ws-anchor-status
          " - audit chain anchor for " ws-cycle-id " not written"
          END-DISPLAY
      MOVE 16 TO ws-batch-return-code
  ELSE
      MOVE SPACES TO fib-audit-anchor
      MOVE ws-cycle-id TO anc-cycle-id
      IF ws-aud-tail-cycle = ws-cycle-id
          MOVE ws-aud-tail-start TO anc-start-chain
          COMPUTE anc-row-count = ws-aud-tail-count + ws-aud-written
          END-COMPUTE
      ELSE
          MOVE ws-aud-chain-start TO anc-start-chain
          MOVE ws-aud-written TO anc-row-count
      END-IF
      MOVE ws-aud-chain TO anc-end-chain
      IF ws-source-path = "INTERACTIVE"
          SET anc-src-interact TO TRUE
      ELSE
          SET anc-src-batch TO TRUE
      END-IF
      MOVE FUNCTION CURRENT-DATE (1:14) TO anc-timestamp
      WRITE fib-audit-anchor
      IF ws-anchor-status NOT = "00"
          DISPLAY "FIBAUDAN WRITE failed, file status "
              ws-anchor-status " - audit chain anchor for "
              ws-cycle-id " not written" END-DISPLAY
          MOVE 16 TO ws-batch-return-code
      END-IF
      CLOSE fib-anchor-file
  END-IF
  .

0180-OPEN-MCHG.
  OPEN EXTEND fib-mchg-file
  IF ws-mchg-status = "35"
      OPEN OUTPUT fib-mchg-file
      CLOSE fib-mchg-file
      OPEN EXTEND fib-mchg-file
  END-IF
  IF ws-mchg-status = "00"
      MOVE "Y" TO ws-mchg-open
  ELSE
      DISPLAY "FIBMCHG open failed, file status " ws-mchg-status
          " - new FIBMSTR entries not journalled this run"
          END-DISPLAY
  END-IF
  .

1000-BATCH-RUN.
  MOVE 0 TO ws-batch-return-code
  PERFORM 1005-GET-CYCLE
  IF ws-batch-return-code = 0
      PERFORM 1020-READ-CHECKPOINT
  END-IF
  IF ws-batch-return-code = 0
      PERFORM 1006-MARK-STARTED
  END-IF
  IF ws-batch-return-code = 0
      PERFORM 1010-BATCH-DECK
  END-IF
  IF ws-run-partition = SPACE AND ws-aud-written > 0
      PERFORM 0190-WRITE-ANCHOR
  END-IF
  IF ws-cycle-started = "Y"
      IF ws-run-partition = SPACE
          PERFORM 1008-POST-CYCLE
      ELSE
          DISPLAY "FIBSTEP - partition " ws-run-partition
              " of cycle " ws-cycle-id " ended RC=" ws-batch-return-code
              " - FIBMERGE posts the cycle" END-DISPLAY
      END-IF
  END-IF
  MOVE ws-batch-return-code TO RETURN-CODE
  .

1005-GET-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBSTEP - no cycle open on FIBCTL" END-DISPLAY
          MOVE 12 TO ws-batch-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-batch-return-code
      WHEN ctl-stg-status (2) NOT = "C"
          AND ctl-stg-status (2) NOT = "W"
          DISPLAY "FIBSTEP - cycle " ctl-cycle-id " FIBEDIT status '"
              ctl-stg-status (2) "' - edited deck not ready"
              END-DISPLAY
          MOVE 12 TO ws-batch-return-code
      WHEN ctl-stg-status (3) = "C"
      WHEN ctl-stg-status (3) = "W"
          DISPLAY "FIBSTEP - cycle " ctl-cycle-id " has already"
              " been processed - not run again" END-DISPLAY
          MOVE 12 TO ws-batch-return-code
      WHEN OTHER
          MOVE ctl-cycle-id TO ws-cycle-id
          DISPLAY "FIBSTEP - processing cycle " ws-cycle-id
              END-DISPLAY
  END-EVALUATE
  .

1006-MARK-STARTED.
  INITIALIZE fib-ctl-request
  MOVE "P" TO ctlq-function
  MOVE ws-cycle-id TO ctlq-cycle-id
  MOVE 3 TO ctlq-stage
  MOVE 0 TO ctlq-stage-rc
  MOVE "R" TO ctlq-stage-status
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status = "00"
      MOVE "Y" TO ws-cycle-started
  ELSE
      DISPLAY "FIBSTEP - start of cycle " ws-cycle-id
          " not recorded on FIBCTL" END-DISPLAY
      MOVE 16 TO ws-batch-return-code
  END-IF
  .

1008-POST-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "P" TO ctlq-function
  MOVE ws-cycle-id TO ctlq-cycle-id
  MOVE 3 TO ctlq-stage
  MOVE ws-batch-return-code TO ctlq-stage-rc
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status NOT = "00"
      DISPLAY "FIBSTEP - completion of cycle " ws-cycle-id
          " not recorded on FIBCTL" END-DISPLAY
      MOVE 16 TO ws-batch-return-code
  END-IF
  .

1010-BATCH-DECK.
  OPEN INPUT fib-request-file
  IF ws-request-status NOT = "00"
          END-DISPLAY
      MOVE 16 TO ws-batch-return-code
  ELSE
      PERFORM 1011-PEEK-PARTITION
  END-IF
  IF ws-batch-return-code < 16
      IF ws-checkpoint-count > 0 OR ws-checkpoint-range > 0
          OPEN EXTEND fib-result-file
      ELSE
                              CONTINUE
                          WHEN "T"
                              PERFORM 1070-VERIFY-REQ-TRAILER
                              IF ws-prio-marked = "N"
                                  PERFORM 1085-WRITE-PRIORITY-MARK
                              END-IF
                          WHEN OTHER
                              ADD 1 TO ws-record-count
                              PERFORM 1065-POST-REQ-HASH
                              PERFORM 1080-SET-REQUEST-CLASS
                              IF ws-record-count > ws-checkpoint-count
                                  IF ws-record-count
                                      = ws-checkpoint-count + 1
          IF ws-charge-open = "Y"
              CLOSE fib-charge-file
          END-IF
          IF ws-run-partition = SPACE
              PERFORM 1600-WRITE-STAT
          END-IF
      END-IF
      CLOSE fib-request-file
  END-IF
  .

1011-PEEK-PARTITION.
  READ fib-request-file
      AT END
          CONTINUE
      NOT AT END
          IF frc-type = "H"
              MOVE frc-partition TO ws-run-partition
          END-IF
  END-READ
  CLOSE fib-request-file
  OPEN INPUT fib-request-file
  IF ws-request-status NOT = "00"
      DISPLAY "FIBREQ reopen failed, file status " ws-request-status
          END-DISPLAY
      MOVE 16 TO ws-batch-return-code
  ELSE
      EVALUATE ws-run-partition
          WHEN SPACE
              CONTINUE
          WHEN "F"
          WHEN "L"
          WHEN "T"
              DISPLAY "FIBSTEP - running partition " ws-run-partition
                  " of cycle " ws-cycle-id END-DISPLAY
              IF ws-checkpoint-count = 0 AND ws-checkpoint-range = 0
                  MOVE "Y" TO ws-partition-fresh
                  PERFORM 1013-RESET-PARTITION-FILES
              END-IF
          WHEN OTHER
              DISPLAY "FIBREQ header names unknown partition '"
                  ws-run-partition "'" END-DISPLAY
              MOVE 16 TO ws-batch-return-code
              CLOSE fib-request-file
      END-EVALUATE
  END-IF
  .

1013-RESET-PARTITION-FILES.
  CLOSE fib-audit-file
  OPEN OUTPUT fib-audit-file
  MOVE 0 TO ws-aud-chain
  MOVE SPACES TO ws-aud-tail-cycle
  MOVE 0 TO ws-aud-tail-count
  CLOSE fib-report-file
  OPEN OUTPUT fib-report-file
  IF ws-mchg-open = "Y"
      CLOSE fib-mchg-file
      OPEN OUTPUT fib-mchg-file
      IF ws-mchg-status NOT = "00"
          MOVE "N" TO ws-mchg-open
      END-IF
  END-IF
  IF ws-audit-status NOT = "00" OR ws-report-status NOT = "00"
      OR ws-mchg-open NOT = "Y"
      DISPLAY "FIBSTEP partition work files could not be reset,"
          " file status " ws-audit-status " " ws-report-status
          " " ws-mchg-status END-DISPLAY
      MOVE 16 TO ws-batch-return-code
      CLOSE fib-request-file
  END-IF
  .
  MOVE ckpt-range-done TO ws-checkpoint-range
  MOVE ckpt-res-count TO ws-res-out-count
  MOVE ckpt-res-hash TO ws-res-out-hash
  .

1025-VERIFY-SLOT.
  END-IF
  .

1023-STALE-CHECKPOINT.
  DISPLAY "FIBCKPT - checkpoint belongs to cycle " ckpt-cycle-id
      ", not cycle " ws-cycle-id " - slots are left over from an"
      " earlier cycle, starting from record 1" END-DISPLAY
  PERFORM 1028-FRESH-START
  .

1026-USE-SLOT-1.
  MOVE ws-ckpt1-save TO fib-checkpoint-record
  IF ckpt-cycle-id NOT = ws-cycle-id
      PERFORM 1023-STALE-CHECKPOINT
  ELSE
      PERFORM 1024-LOAD-CHECKPOINT
      MOVE 2 TO ws-ckpt-side
      DISPLAY "FIBCKPT - restarting from checkpoint slot 1, stamp "
          ckpt-stamp ", completed record count " ckpt-record-count
          END-DISPLAY
  END-IF
  .

1027-USE-SLOT-2.
  MOVE ws-ckpt2-save TO fib-checkpoint-record
  IF ckpt-cycle-id NOT = ws-cycle-id
      PERFORM 1023-STALE-CHECKPOINT
  ELSE
      PERFORM 1024-LOAD-CHECKPOINT
      MOVE 1 TO ws-ckpt-side
      DISPLAY "FIBCKPT - restarting from checkpoint slot 2, stamp "
          ckpt-stamp ", completed record count " ckpt-record-count
          END-DISPLAY
  END-IF
  .

1028-FRESH-START.
  END-IF
  .

1080-SET-REQUEST-CLASS.
  IF fr-priority = "P"
      IF ws-prio-marked = "N"
          MOVE "P" TO ws-rec-class
          ADD 1 TO ws-prio-records
          IF fr-rec-type = "R" AND fr-to-n-x IS NUMERIC
              AND fr-to-n NOT < fr-n
              COMPUTE ws-prio-terms = ws-prio-terms + fr-to-n - fr-n + 1
              END-COMPUTE
          ELSE
              ADD 1 TO ws-prio-terms
          END-IF
      ELSE
          MOVE "N" TO ws-rec-class
          DISPLAY "WARNING - FIBREQ record " ws-record-count
              " (N=" fr-n ") is marked priority but follows the"
              " priority mark - processed as a normal request"
              END-DISPLAY
      END-IF
  ELSE
      MOVE "N" TO ws-rec-class
      IF ws-prio-marked = "N"
          IF ws-record-count NOT > ws-checkpoint-count
              OR (ws-record-count = ws-checkpoint-count + 1
                  AND ws-checkpoint-range > 0)
              MOVE "Y" TO ws-prio-marked
              DISPLAY "FIBSTEP - priority mark already written"
                  " before the restart point" END-DISPLAY
          ELSE
              PERFORM 1085-WRITE-PRIORITY-MARK
          END-IF
      END-IF
  END-IF
  .

1085-WRITE-PRIORITY-MARK.
  MOVE "Y" TO ws-prio-marked
  MOVE 0 TO ws-prio-rows
  MOVE 0 TO ws-prio-hash
  CLOSE fib-result-file
  OPEN INPUT fib-result-file
  OPEN OUTPUT fib-prio-file
  IF ws-result-status NOT = "00" OR ws-prio-status NOT = "00"
      DISPLAY "FIBRESP priority extract not written, file status "
          ws-result-status " " ws-prio-status " - priority rows of"
          " cycle " ws-cycle-id " are delivered with the cycle"
          END-DISPLAY
  ELSE
      MOVE SPACES TO fib-result-control
      MOVE "H" TO fresc-type
      MOVE ws-cycle-id TO fresc-cycle-id
      MOVE 0 TO fresc-count
      MOVE 0 TO fresc-hash
      MOVE fib-result-control TO prio-result-record
      WRITE prio-result-record
      MOVE "N" TO ws-prio-eof
      PERFORM UNTIL ws-prio-eof = "Y"
          READ fib-result-file
              AT END
                  MOVE "Y" TO ws-prio-eof
              NOT AT END
                  PERFORM 1086-COPY-PRIORITY-ROW
          END-READ
      END-PERFORM
      MOVE SPACES TO fib-result-control
      MOVE "T" TO fresc-type
      MOVE ws-cycle-id TO fresc-cycle-id
      MOVE ws-prio-rows TO fresc-count
      MOVE ws-prio-hash TO fresc-hash
      MOVE fib-result-control TO prio-result-record
      WRITE prio-result-record
      DISPLAY "FIBSTEP - priority mark reached before FIBREQ record "
          ws-record-count " of cycle " ws-cycle-id " at "
          FUNCTION CURRENT-DATE (1:14) " - " ws-prio-rows
          " priority row(s) written to FIBRESP" END-DISPLAY
  END-IF
  CLOSE fib-prio-file
  CLOSE fib-result-file
  OPEN EXTEND fib-result-file
  IF ws-result-status NOT = "00"
      DISPLAY "FIBRES reopen after the priority mark failed, file"
          " status " ws-result-status END-DISPLAY
      MOVE 16 TO ws-batch-return-code
      MOVE "Y" TO ws-batch-eof
  END-IF
  .

1086-COPY-PRIORITY-ROW.
  IF fib-result-record (1:1) = "H"
      OR fib-result-record (1:1) = "T"
      CONTINUE
  ELSE
      IF fres-cycle-id = ws-cycle-id
          MOVE fib-result-record TO prio-result-record
          WRITE prio-result-record
          ADD 1 TO ws-prio-rows
          ADD fres-n TO ws-prio-hash
          PERFORM UNTIL ws-prio-hash < 1000000000
              SUBTRACT 1000000000 FROM ws-prio-hash
          END-PERFORM
      END-IF
  END-IF
  .

1075-WRITE-RES-TRAILER.
  MOVE SPACES TO fib-result-control
  MOVE "T" TO fresc-type
  .

1060-OPEN-CHARGE.
  IF ws-partition-fresh = "Y"
      OPEN OUTPUT fib-charge-file
  ELSE
      OPEN EXTEND fib-charge-file
  END-IF
  IF ws-charge-status = "35"
      OPEN OUTPUT fib-charge-file
      CLOSE fib-charge-file
  PERFORM VARYING ws-cx FROM 1 BY 1
      UNTIL ws-cx > ws-charge-used OR ws-charge-slot > 0
      IF ws-ce-requestor (ws-cx) = ws-requestor
          AND ws-ce-seq (ws-cx) = ws-sequence
          MOVE ws-cx TO ws-charge-slot
      END-IF
  END-PERFORM
      ADD 1 TO ws-charge-used
      MOVE ws-charge-used TO ws-charge-slot
      MOVE ws-requestor TO ws-ce-requestor (ws-charge-slot)
      MOVE ws-sequence TO ws-ce-seq (ws-charge-slot)
      MOVE 0 TO ws-ce-requests (ws-charge-slot)
      MOVE 0 TO ws-ce-cache-hits (ws-charge-slot)
      MOVE 0 TO ws-ce-errors (ws-charge-slot)
  IF ws-charge-open = "Y"
      MOVE ws-run-stamp TO chg-timestamp
      MOVE ws-requestor TO chg-requestor
      MOVE ws-sequence TO chg-seq
      MOVE 1 TO chg-requests
      IF ws-cache-hit = "Y"
          MOVE 1 TO chg-cache-hits
      MOVE ws-stat-high-n TO stat-high-n
      MOVE ws-batch-return-code TO stat-return-code
      MOVE ws-cycle-id TO stat-cycle-id
      MOVE ws-prio-records TO stat-prio-records
      MOVE ws-prio-terms TO stat-prio-terms
      WRITE fib-stat-record
      CLOSE fib-stat-file
  END-IF
  .

1260-SHOW-CHARGEBACK.
  DISPLAY "CHARGEBACK SUMMARY BY REQUESTOR AND SEQUENCE"
      END-DISPLAY
  DISPLAY "REQ S  REQUESTS  CACHE-HITS  ERRORS" END-DISPLAY
  PERFORM VARYING ws-cx FROM 1 BY 1 UNTIL ws-cx > ws-charge-used
      DISPLAY ws-ce-requestor (ws-cx) " " ws-ce-seq (ws-cx) "  "
          ws-ce-requests (ws-cx) "  "
          ws-ce-cache-hits (ws-cx) "  "
          ws-ce-errors (ws-cx) END-DISPLAY
      PERFORM VARYING ws-cx FROM 1 BY 1 UNTIL ws-cx > ws-charge-used
          MOVE ws-run-stamp TO chg-timestamp
          MOVE ws-ce-requestor (ws-cx) TO chg-requestor
          MOVE ws-ce-seq (ws-cx) TO chg-seq
          MOVE ws-ce-requests (ws-cx) TO chg-requests
          MOVE ws-ce-cache-hits (ws-cx) TO chg-cache-hits
          MOVE ws-ce-errors (ws-cx) TO chg-errors
      UNTIL ws-ox > ws-ord-used OR ws-ord-slot > 0
      IF ws-oe-requestor (ws-ox) = ws-requestor
          AND ws-oe-seq (ws-ox) = ws-sequence
          AND ws-oe-class (ws-ox) = ws-rec-class
          MOVE ws-ox TO ws-ord-slot
      END-IF
  END-PERFORM
          MOVE ws-ord-used TO ws-ord-slot
          MOVE ws-requestor TO ws-oe-requestor (ws-ord-slot)
          MOVE ws-sequence TO ws-oe-seq (ws-ord-slot)
          MOVE ws-rec-class TO ws-oe-class (ws-ord-slot)
          MOVE ws-req-to TO ws-oe-high-n (ws-ord-slot)
      END-IF
  ELSE
          IF ws-master-status NOT = "00"
              DISPLAY "FIBMSTR WRITE failed for N=" n ", file status "
                  ws-master-status " - result not cached" END-DISPLAY
          ELSE
              IF ws-source-path = "INTERACTIVE"
                  MOVE "I" TO ws-mchg-source
              ELSE
                  MOVE "C" TO ws-mchg-source
              END-IF
              PERFORM 1240-LOG-MASTER-CHANGE
          END-IF
      ELSE
          MOVE 20 TO ws-return-code
  EVALUATE ws-master-status
      WHEN "00"
          MOVE "N" TO ws-cache-hit
          MOVE "R" TO ws-mchg-source
          PERFORM 1240-LOG-MASTER-CHANGE
      WHEN "22"
          MOVE "Y" TO ws-cache-hit
      WHEN OTHER
  END-EVALUATE
  .

1240-LOG-MASTER-CHANGE.
  IF ws-mchg-open = "Y"
      MOVE SPACES TO fib-master-change-record
      MOVE "A" TO mchg-type
      MOVE fmast-seq TO mchg-seq
      MOVE fmast-n TO mchg-n
      MOVE fmast-result TO mchg-result
      MOVE ws-mchg-source TO mchg-source
      MOVE ws-cycle-id TO mchg-cycle-id
      MOVE FUNCTION CURRENT-DATE (1:14) TO mchg-stamp
      WRITE fib-master-change-record
      IF ws-mchg-status NOT = "00"
          DISPLAY "FIBMCHG WRITE failed for N=" fmast-n
              ", file status " ws-mchg-status END-DISPLAY
      END-IF
  END-IF
  .

1500-SEED-RANGE-TERMS.
  MOVE "Y" TO ws-rng-active
  MOVE "N" TO ws-rng-over
  MOVE ws-source-path (1:1) TO aud-source
  MOVE ws-cycle-id TO aud-cycle-id
  MOVE ws-requestor TO aud-requestor
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
  .
END PROGRAM fibonacci.

