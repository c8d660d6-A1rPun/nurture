IDENTIFICATION DIVISION.
PROGRAM-ID. fibprel.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT fib-request-file ASSIGN TO "FIBREQ"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-request-status.
  SELECT fib-result-file ASSIGN TO "FIBRESP"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-result-status.
  SELECT part-res-f-file ASSIGN TO "FIBRESF"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-res-f-status.
  SELECT part-res-l-file ASSIGN TO "FIBRESL"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-res-l-status.
  SELECT part-res-t-file ASSIGN TO "FIBREST"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-res-t-status.

DATA DIVISION.
FILE SECTION.
FD  fib-request-file
    RECORD CONTAINS 24 CHARACTERS.
    COPY FIBREQR.

FD  fib-result-file
    RECORD CONTAINS 59 CHARACTERS.
    COPY FIBRESR.

FD  part-res-f-file
    RECORD CONTAINS 59 CHARACTERS.
01  part-res-f-record       PIC X(59).

FD  part-res-l-file
    RECORD CONTAINS 59 CHARACTERS.
01  part-res-l-record       PIC X(59).

FD  part-res-t-file
    RECORD CONTAINS 59 CHARACTERS.
01  part-res-t-record       PIC X(59).

WORKING-STORAGE SECTION.
01  ws-request-status    PIC X(2).
01  ws-result-status     PIC X(2).
01  ws-res-f-status      PIC X(2).
01  ws-res-l-status      PIC X(2).
01  ws-res-t-status      PIC X(2).
01  ws-current-cycle     PIC X(14)   VALUE SPACES.
01  ws-req-eof           PIC X(1)    VALUE "N".
01  ws-req-trailer-ok    PIC X(1)    VALUE "N".
01  ws-normal-seen       PIC X(1)    VALUE "N".
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
        10  ws-pt-res-eof    PIC X(1).
01  ws-res-image         PIC X(59).
01  ws-rec-terms         PIC 9(9) COMP.
01  ws-term-x            PIC 9(9) COMP.
01  ws-read-count        PIC 9(9) COMP VALUE 0.
01  ws-req-hash          PIC 9(10) COMP VALUE 0.
01  ws-prio-records      PIC 9(9) COMP VALUE 0.
01  ws-prio-terms        PIC 9(9) COMP VALUE 0.
01  ws-res-out-count     PIC 9(9) COMP VALUE 0.
01  ws-res-out-hash      PIC 9(10) COMP VALUE 0.
01  ws-prel-return-code  PIC 9(4) COMP VALUE 0.
COPY FIBCTLIO.
COPY FIBCTLR.

PROCEDURE DIVISION.
0000-MAIN.
  INITIALIZE ws-part-table
  PERFORM 0100-GET-CYCLE
  IF ws-prel-return-code = 0
      PERFORM 0200-SCAN-DECK
  END-IF
  IF ws-prel-return-code = 0 AND ws-prio-records > 0
      PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
          IF ws-pt-expect (ws-px) > 0
              PERFORM 0300-CHECK-PARTITION
          END-IF
      END-PERFORM
      PERFORM 0350-JUDGE-PARTITIONS
  END-IF
  IF ws-prel-return-code = 0
      PERFORM 0500-OPEN-RELEASE
  END-IF
  IF ws-prel-return-code = 0
      MOVE "Y" TO ws-post-cycle
      PERFORM 1000-MERGE-PRIORITY
      PERFORM 0600-CLOSE-RELEASE
      PERFORM 8000-SHOW-COUNTS
  END-IF
  IF ws-post-cycle = "Y"
      PERFORM 0900-POST-CYCLE
  END-IF
  MOVE ws-prel-return-code TO RETURN-CODE
  GOBACK
  .

0100-GET-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBPREL - no cycle open on FIBCTL" END-DISPLAY
          MOVE 12 TO ws-prel-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-prel-return-code
      WHEN ctl-stg-status (11) = "C"
      WHEN ctl-stg-status (11) = "W"
          DISPLAY "FIBPREL - priority rows of cycle " ctl-cycle-id
              " have already been released - not run again"
              END-DISPLAY
          MOVE 12 TO ws-prel-return-code
      WHEN ctl-stg-status (4) NOT = SPACE
          DISPLAY "FIBPREL - cycle " ctl-cycle-id " has reached"
              " FIBRECON - priority rows are delivered with the cycle"
              END-DISPLAY
          MOVE 12 TO ws-prel-return-code
      WHEN ctl-stg-status (3) NOT = "R"
          AND ctl-stg-status (3) NOT = "C"
          AND ctl-stg-status (3) NOT = "W"
          DISPLAY "FIBPREL - cycle " ctl-cycle-id " FIBSTEP status '"
              ctl-stg-status (3) "' - no partition has run" END-DISPLAY
          MOVE 12 TO ws-prel-return-code
      WHEN OTHER
          MOVE ctl-cycle-id TO ws-current-cycle
          DISPLAY "FIBPREL - releasing priority rows for cycle "
              ws-current-cycle END-DISPLAY
  END-EVALUATE
  .

0200-SCAN-DECK.
  OPEN INPUT fib-request-file
  IF ws-request-status NOT = "00"
      DISPLAY "FIBREQ open failed, file status " ws-request-status
          END-DISPLAY
      MOVE 16 TO ws-prel-return-code
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
          MOVE 16 TO ws-prel-return-code
          MOVE "Y" TO ws-post-cycle
      END-IF
      IF ws-prel-return-code = 0 AND ws-prio-records = 0
          DISPLAY "FIBPREL - cycle " ws-current-cycle " has no"
              " priority requests - empty release written"
              END-DISPLAY
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
      ADD ws-rec-terms TO ws-pt-expect (ws-px)
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
          " priority extract could not be opened, file status "
          ws-part-open-status " - FIBSTEP has not reached its"
          " priority mark" END-DISPLAY
      MOVE "Y" TO ws-part-incomplete
  ELSE
      PERFORM UNTIL ws-pt-res-eof (ws-px) = "Y"
          PERFORM 3100-READ-PART-RES
          IF ws-pt-res-eof (ws-px) = "N"
              PERFORM 0310-TALLY-PART-RES
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
              " has not reached its priority mark for cycle "
              ws-current-cycle END-DISPLAY
          MOVE "Y" TO ws-part-incomplete
      WHEN ws-pt-res-count (ws-px) NOT = ws-pt-trl-count (ws-px)
      WHEN ws-pt-res-hash (ws-px) NOT = ws-pt-trl-hash (ws-px)
          DISPLAY "partition " ws-part-id-list (ws-px:1)
              " priority extract does not balance to its trailer -"
              " rows " ws-pt-res-count (ws-px) " hash "
              ws-pt-res-hash (ws-px) ", trailer "
              ws-pt-trl-count (ws-px) " hash "
              ws-pt-trl-hash (ws-px) END-DISPLAY
          MOVE "Y" TO ws-part-bad
      WHEN ws-pt-res-count (ws-px) NOT = ws-pt-expect (ws-px)
          DISPLAY "partition " ws-part-id-list (ws-px:1)
              " priority rows do not match the edited deck - expected "
              ws-pt-expect (ws-px) ", extract "
              ws-pt-res-count (ws-px) END-DISPLAY
          MOVE "Y" TO ws-part-bad
      WHEN OTHER
          CONTINUE
  END-EVALUATE
  .

0350-JUDGE-PARTITIONS.
  EVALUATE TRUE
      WHEN ws-part-bad = "Y"
          DISPLAY "FIBPREL - priority extracts out of balance, cycle "
              ws-current-cycle " not released early" END-DISPLAY
          MOVE 16 TO ws-prel-return-code
          MOVE "Y" TO ws-post-cycle
      WHEN ws-part-incomplete = "Y"
          DISPLAY "FIBPREL - cycle " ws-current-cycle " not released"
              " until every partition has passed its priority mark"
              END-DISPLAY
          MOVE 12 TO ws-prel-return-code
      WHEN OTHER
          CONTINUE
  END-EVALUATE
  .

0500-OPEN-RELEASE.
  OPEN OUTPUT fib-result-file
  OPEN INPUT fib-request-file
  IF ws-result-status NOT = "00"
      OR ws-request-status NOT = "00"
      DISPLAY "FIBPREL open failed, file status " ws-result-status
          " " ws-request-status " - nothing released" END-DISPLAY
      CLOSE fib-result-file
      CLOSE fib-request-file
      MOVE 16 TO ws-prel-return-code
      MOVE "Y" TO ws-post-cycle
  ELSE
      PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
          IF ws-pt-expect (ws-px) > 0
              PERFORM 3000-OPEN-PARTITION
          END-IF
      END-PERFORM
  END-IF
  .

0600-CLOSE-RELEASE.
  CLOSE fib-result-file
  CLOSE fib-request-file
  PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
      IF ws-pt-expect (ws-px) > 0
          PERFORM 3900-CLOSE-PARTITION
      END-IF
  END-PERFORM
  .

0900-POST-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "P" TO ctlq-function
  MOVE ws-current-cycle TO ctlq-cycle-id
  MOVE 9 TO ctlq-stage
  MOVE ws-prel-return-code TO ctlq-stage-rc
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status NOT = "00"
      DISPLAY "FIBPREL - completion of cycle " ws-current-cycle
          " not recorded on FIBCTL" END-DISPLAY
      MOVE 16 TO ws-prel-return-code
  END-IF
  .

1000-MERGE-PRIORITY.
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
              EVALUATE TRUE
                  WHEN fr-rec-type = "H"
                      CONTINUE
                  WHEN fr-rec-type = "T"
                  WHEN fr-priority NOT = "P"
                      MOVE "Y" TO ws-req-eof
                  WHEN OTHER
                      PERFORM 0250-SET-RECORD-TERMS
                      PERFORM VARYING ws-term-x FROM 1 BY 1
                          UNTIL ws-term-x > ws-rec-terms
                          PERFORM 1100-MERGE-ONE-TERM
                      END-PERFORM
              END-EVALUATE
      END-READ
  END-PERFORM
  MOVE SPACES TO fib-result-control
  MOVE "T" TO fresc-type
  MOVE ws-current-cycle TO fresc-cycle-id
  MOVE ws-res-out-count TO fresc-count
  MOVE ws-res-out-hash TO fresc-hash
  WRITE fib-result-control
  IF ws-result-status NOT = "00"
      DISPLAY "FIBRESP trailer WRITE failed, file status "
          ws-result-status END-DISPLAY
      MOVE 16 TO ws-prel-return-code
  END-IF
  .

1100-MERGE-ONE-TERM.
  PERFORM 3110-NEXT-PART-RES
  IF ws-pt-res-eof (ws-px) = "Y"
      DISPLAY "partition " ws-part-id-list (ws-px:1)
          " ran out of priority rows during the release - extract"
          " changed after it was checked" END-DISPLAY
      MOVE 16 TO ws-prel-return-code
  ELSE
      MOVE ws-res-image TO fib-result-record
      WRITE fib-result-record
      ADD 1 TO ws-res-out-count
      ADD fres-n TO ws-res-out-hash
      PERFORM UNTIL ws-res-out-hash < 1000000000
          SUBTRACT 1000000000 FROM ws-res-out-hash
      END-PERFORM
  END-IF
  .

3000-OPEN-PARTITION.
  MOVE "N" TO ws-pt-res-eof (ws-px)
  EVALUATE ws-px
      WHEN 1
          OPEN INPUT part-res-f-file
          MOVE ws-res-f-status TO ws-part-open-status
      WHEN 2
          OPEN INPUT part-res-l-file
          MOVE ws-res-l-status TO ws-part-open-status
      WHEN 3
          OPEN INPUT part-res-t-file
          MOVE ws-res-t-status TO ws-part-open-status
  END-EVALUATE
  IF ws-part-open-status NOT = "00"
      MOVE "Y" TO ws-pt-res-eof (ws-px)
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

3900-CLOSE-PARTITION.
  EVALUATE ws-px
      WHEN 1
          CLOSE part-res-f-file
      WHEN 2
          CLOSE part-res-l-file
      WHEN 3
          CLOSE part-res-t-file
  END-EVALUATE
  .

8000-SHOW-COUNTS.
  DISPLAY "FIBPREL - cycle " ws-current-cycle END-DISPLAY
  DISPLAY "edited records read        " ws-read-count END-DISPLAY
  DISPLAY "priority records           " ws-prio-records END-DISPLAY
  DISPLAY "priority terms             " ws-prio-terms END-DISPLAY
  PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
      DISPLAY "partition " ws-part-id-list (ws-px:1)
          " priority rows   " ws-pt-res-count (ws-px) END-DISPLAY
  END-PERFORM
  DISPLAY "FIBRESP rows released      " ws-res-out-count END-DISPLAY
  DISPLAY "FIBRESP hash               " ws-res-out-hash END-DISPLAY
  DISPLAY "return code                " ws-prel-return-code
      END-DISPLAY
  .
END PROGRAM fibprel.
