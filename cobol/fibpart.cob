IDENTIFICATION DIVISION.
PROGRAM-ID. fibpart.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT fib-request-file ASSIGN TO "FIBREQ"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-request-status.
  SELECT part-f-file ASSIGN TO "FIBREQF"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-part-f-status.
  SELECT part-l-file ASSIGN TO "FIBREQL"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-part-l-status.
  SELECT part-t-file ASSIGN TO "FIBREQT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-part-t-status.

DATA DIVISION.
FILE SECTION.
FD  fib-request-file
    RECORD CONTAINS 24 CHARACTERS.
    COPY FIBREQR.

FD  part-f-file
    RECORD CONTAINS 24 CHARACTERS.
01  part-f-record           PIC X(24).

FD  part-l-file
    RECORD CONTAINS 24 CHARACTERS.
01  part-l-record           PIC X(24).

FD  part-t-file
    RECORD CONTAINS 24 CHARACTERS.
01  part-t-record           PIC X(24).

WORKING-STORAGE SECTION.
01  ws-request-status    PIC X(2).
01  ws-part-f-status     PIC X(2).
01  ws-part-l-status     PIC X(2).
01  ws-part-t-status     PIC X(2).
01  ws-part-eof          PIC X(1)    VALUE "N".
01  ws-current-cycle     PIC X(14)   VALUE SPACES.
01  ws-px                PIC 9(4) COMP.
01  ws-part-id-list      PIC X(3)    VALUE "FLT".
01  ws-part-count-table.
    05  ws-part-count OCCURS 3 TIMES
                         PIC 9(9) COMP.
01  ws-part-hash-table.
    05  ws-part-hash OCCURS 3 TIMES
                         PIC 9(10) COMP.
01  ws-read-count        PIC 9(9) COMP VALUE 0.
01  ws-req-hash          PIC 9(10) COMP VALUE 0.
01  ws-req-trailer-ok    PIC X(1)    VALUE "N".
01  ws-control-image     PIC X(24).
01  ws-part-return-code  PIC 9(4) COMP VALUE 0.
COPY FIBCTLIO.
COPY FIBCTLR.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
      MOVE 0 TO ws-part-count (ws-px)
      MOVE 0 TO ws-part-hash (ws-px)
  END-PERFORM
  PERFORM 0100-GET-CYCLE
  IF ws-part-return-code = 0
      PERFORM 0200-OPEN-FILES
  END-IF
  IF ws-part-return-code = 0
      PERFORM 0300-WRITE-HEADERS
      PERFORM UNTIL ws-part-eof = "Y"
          READ fib-request-file
              AT END
                  MOVE "Y" TO ws-part-eof
              NOT AT END
                  EVALUATE frc-type
                      WHEN "H"
                          CONTINUE
                      WHEN "T"
                          PERFORM 1200-VERIFY-REQ-TRAILER
                      WHEN OTHER
                          PERFORM 1100-ROUTE-ONE-REQUEST
                  END-EVALUATE
          END-READ
      END-PERFORM
      IF ws-req-trailer-ok NOT = "Y"
          DISPLAY "FIBPART - FIBREQ trailer missing or does not"
              " balance - deck truncated or doubled, partitions"
              " not usable - partition trailers not written"
              END-DISPLAY
          MOVE 16 TO ws-part-return-code
      ELSE
          PERFORM 1300-WRITE-TRAILERS
      END-IF
      PERFORM 8000-SHOW-COUNTS
      CLOSE fib-request-file
      CLOSE part-f-file
      CLOSE part-l-file
      CLOSE part-t-file
  END-IF
  MOVE ws-part-return-code TO RETURN-CODE
  GOBACK
  .

0100-GET-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "L" TO ctlq-function
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE TRUE
      WHEN ctlq-status = "23"
          DISPLAY "FIBPART - no cycle open on FIBCTL" END-DISPLAY
          MOVE 12 TO ws-part-return-code
      WHEN ctlq-status NOT = "00"
          MOVE 16 TO ws-part-return-code
      WHEN ctl-stg-status (2) NOT = "C"
          AND ctl-stg-status (2) NOT = "W"
          DISPLAY "FIBPART - cycle " ctl-cycle-id " FIBEDIT status '"
              ctl-stg-status (2) "' - edited deck not ready"
              END-DISPLAY
          MOVE 12 TO ws-part-return-code
      WHEN ctl-stg-status (3) NOT = SPACE
          DISPLAY "FIBPART - cycle " ctl-cycle-id " FIBSTEP has"
              " already started - the partition decks are pinned by"
              " their checkpoints and must not be rebuilt"
              END-DISPLAY
          MOVE 12 TO ws-part-return-code
      WHEN OTHER
          MOVE ctl-cycle-id TO ws-current-cycle
          DISPLAY "FIBPART - splitting edited deck for cycle "
              ws-current-cycle END-DISPLAY
  END-EVALUATE
  .

0200-OPEN-FILES.
  OPEN INPUT fib-request-file
  OPEN OUTPUT part-f-file
  OPEN OUTPUT part-l-file
  OPEN OUTPUT part-t-file
  IF ws-request-status NOT = "00"
      OR ws-part-f-status NOT = "00"
      OR ws-part-l-status NOT = "00"
      OR ws-part-t-status NOT = "00"
      DISPLAY "FIBPART open failed, file status " ws-request-status
          " " ws-part-f-status " " ws-part-l-status " "
          ws-part-t-status END-DISPLAY
      MOVE 16 TO ws-part-return-code
  END-IF
  .

0300-WRITE-HEADERS.
  PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
      MOVE SPACES TO fib-request-control
      MOVE "H" TO frc-type
      MOVE 0 TO frc-count
      MOVE 0 TO frc-hash
      MOVE ws-part-id-list (ws-px:1) TO frc-partition
      MOVE fib-request-control TO ws-control-image
      PERFORM 1400-WRITE-PARTITION
  END-PERFORM
  .

1100-ROUTE-ONE-REQUEST.
  ADD 1 TO ws-read-count
  ADD fr-n TO ws-req-hash
  IF fr-to-n-x IS NUMERIC
      ADD fr-to-n TO ws-req-hash
  END-IF
  PERFORM UNTIL ws-req-hash < 1000000000
      SUBTRACT 1000000000 FROM ws-req-hash
  END-PERFORM
  EVALUATE fr-seq
      WHEN "L"
          MOVE 2 TO ws-px
      WHEN "T"
          MOVE 3 TO ws-px
      WHEN OTHER
          MOVE 1 TO ws-px
  END-EVALUATE
  ADD 1 TO ws-part-count (ws-px)
  ADD fr-n TO ws-part-hash (ws-px)
  IF fr-to-n-x IS NUMERIC
      ADD fr-to-n TO ws-part-hash (ws-px)
  END-IF
  PERFORM UNTIL ws-part-hash (ws-px) < 1000000000
      SUBTRACT 1000000000 FROM ws-part-hash (ws-px)
  END-PERFORM
  MOVE fib-request-record TO ws-control-image
  PERFORM 1400-WRITE-PARTITION
  .

1200-VERIFY-REQ-TRAILER.
  IF frc-count = ws-read-count AND frc-hash = ws-req-hash
      MOVE "Y" TO ws-req-trailer-ok
  ELSE
      MOVE "N" TO ws-req-trailer-ok
  END-IF
  .

1300-WRITE-TRAILERS.
  PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
      MOVE SPACES TO fib-request-control
      MOVE "T" TO frc-type
      MOVE ws-part-count (ws-px) TO frc-count
      MOVE ws-part-hash (ws-px) TO frc-hash
      MOVE ws-part-id-list (ws-px:1) TO frc-partition
      MOVE fib-request-control TO ws-control-image
      PERFORM 1400-WRITE-PARTITION
  END-PERFORM
  .

1400-WRITE-PARTITION.
  EVALUATE ws-px
      WHEN 1
          MOVE ws-control-image TO part-f-record
          WRITE part-f-record
      WHEN 2
          MOVE ws-control-image TO part-l-record
          WRITE part-l-record
      WHEN 3
          MOVE ws-control-image TO part-t-record
          WRITE part-t-record
  END-EVALUATE
  .

8000-SHOW-COUNTS.
  DISPLAY "FIBPART - edited records read   " ws-read-count
      END-DISPLAY
  PERFORM VARYING ws-px FROM 1 BY 1 UNTIL ws-px > 3
      DISPLAY "partition " ws-part-id-list (ws-px:1)
          " records written     " ws-part-count (ws-px)
          END-DISPLAY
  END-PERFORM
  .
END PROGRAM fibpart.
