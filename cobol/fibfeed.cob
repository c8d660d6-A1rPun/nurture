IDENTIFICATION DIVISION.
PROGRAM-ID. fibfeed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT fib-master-file ASSIGN TO "FIBMSTR"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS fmast-key
      FILE STATUS IS ws-master-status.
  SELECT fib-mchg-file ASSIGN TO "FIBMCHG"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-mchg-status.
  SELECT fib-feed-file ASSIGN TO "FIBFEED"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-feed-status.
  SELECT fib-feed-ctl-file ASSIGN TO "FIBFDCTL"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-fdctl-status.

DATA DIVISION.
FILE SECTION.
FD  fib-master-file
    RECORD CONTAINS 41 CHARACTERS.
    COPY FIBMSTRR.

FD  fib-mchg-file
    RECORD CONTAINS 80 CHARACTERS.
01  fib-mchg-journal-record PIC X(80).

FD  fib-feed-file
    RECORD CONTAINS 80 CHARACTERS.
    COPY FIBMCHGR.

FD  fib-feed-ctl-file
    RECORD CONTAINS 40 CHARACTERS.
01  fib-feed-ctl-record.
    05  fdc-last-seq        PIC 9(9).
    05  fdc-last-date       PIC 9(8).
    05  fdc-last-type       PIC X(1).
    05  fdc-last-count      PIC 9(9).
    05  FILLER              PIC X(13).

WORKING-STORAGE SECTION.
01  ws-master-status     PIC X(2).
01  ws-mchg-status       PIC X(2).
01  ws-feed-status       PIC X(2).
01  ws-fdctl-status      PIC X(2).
01  feed-function-card.
    05  ff-verb          PIC X(8).
01  ws-run-stamp         PIC X(21).
01  ws-feed-type         PIC X(1).
01  ws-last-seq          PIC 9(9)    VALUE 0.
01  ws-last-date         PIC 9(8)    VALUE 0.
01  ws-feed-seq          PIC 9(9)    VALUE 0.
01  ws-src-eof           PIC X(1)    VALUE "N".
01  ws-mchg-open         PIC X(1)    VALUE "N".
01  ws-feed-count        PIC 9(9) COMP VALUE 0.
01  ws-feed-hash         PIC 9(10) COMP VALUE 0.
01  ws-add-count         PIC 9(9) COMP VALUE 0.
01  ws-delete-count      PIC 9(9) COMP VALUE 0.
01  ws-skip-count        PIC 9(9) COMP VALUE 0.
01  ws-feed-return-code  PIC 9(4) COMP VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
  DISPLAY "Function - DELTA or FULL" END-DISPLAY
  MOVE SPACES TO feed-function-card
  ACCEPT feed-function-card END-ACCEPT
  MOVE FUNCTION CURRENT-DATE TO ws-run-stamp
  EVALUATE ff-verb
      WHEN SPACES
      WHEN "DELTA"
          MOVE "D" TO ws-feed-type
      WHEN "FULL"
          MOVE "F" TO ws-feed-type
      WHEN OTHER
          DISPLAY "FIBFEED - unknown function " ff-verb END-DISPLAY
          MOVE 16 TO ws-feed-return-code
  END-EVALUATE
  IF ws-feed-return-code = 0
      PERFORM 0100-READ-FEED-CONTROL
  END-IF
  IF ws-feed-return-code = 0
      IF ws-feed-type = "D"
          PERFORM 1000-DELTA-FEED
      ELSE
          PERFORM 2000-FULL-REFRESH
      END-IF
  END-IF
  PERFORM 8000-SHOW-COUNTS
  MOVE ws-feed-return-code TO RETURN-CODE
  GOBACK
  .

0100-READ-FEED-CONTROL.
  OPEN INPUT fib-feed-ctl-file
  EVALUATE ws-fdctl-status
      WHEN "00"
          READ fib-feed-ctl-file
              AT END
                  CONTINUE
              NOT AT END
                  IF fdc-last-seq IS NUMERIC
                      MOVE fdc-last-seq TO ws-last-seq
                      MOVE fdc-last-date TO ws-last-date
                  ELSE
                      DISPLAY "FIBFDCTL record is not numeric - feed"
                          " sequence unknown, nothing sent" END-DISPLAY
                      MOVE 16 TO ws-feed-return-code
                  END-IF
          END-READ
          CLOSE fib-feed-ctl-file
      WHEN "35"
          CONTINUE
      WHEN OTHER
          DISPLAY "FIBFDCTL open failed, file status " ws-fdctl-status
              END-DISPLAY
          MOVE 16 TO ws-feed-return-code
  END-EVALUATE
  .

0200-OPEN-FEED.
  OPEN OUTPUT fib-feed-file
  IF ws-feed-status NOT = "00"
      DISPLAY "FIBFEED open failed, file status " ws-feed-status
          END-DISPLAY
      MOVE 16 TO ws-feed-return-code
  ELSE
      MOVE SPACES TO fib-master-change-control
      MOVE "H" TO mchgc-type
      MOVE ws-feed-type TO mchgc-feed-type
      MOVE ws-feed-seq TO mchgc-feed-seq
      MOVE ws-run-stamp (1:8) TO mchgc-feed-date
      MOVE 0 TO mchgc-count
      MOVE 0 TO mchgc-hash
      WRITE fib-master-change-control
      PERFORM 0210-CHECK-FEED-WRITE
  END-IF
  .

0210-CHECK-FEED-WRITE.
  IF ws-feed-status NOT = "00"
      DISPLAY "FIBFEED WRITE failed, file status " ws-feed-status
          END-DISPLAY
      MOVE 16 TO ws-feed-return-code
  END-IF
  .

0300-CLOSE-FEED.
  MOVE SPACES TO fib-master-change-control
  MOVE "T" TO mchgc-type
  MOVE ws-feed-type TO mchgc-feed-type
  MOVE ws-feed-seq TO mchgc-feed-seq
  MOVE ws-run-stamp (1:8) TO mchgc-feed-date
  MOVE ws-feed-count TO mchgc-count
  MOVE ws-feed-hash TO mchgc-hash
  WRITE fib-master-change-control
  PERFORM 0210-CHECK-FEED-WRITE
  CLOSE fib-feed-file
  .

1000-DELTA-FEED.
  COMPUTE ws-feed-seq = ws-last-seq + 1
  END-COMPUTE
  OPEN INPUT fib-mchg-file
  EVALUATE ws-mchg-status
      WHEN "00"
          MOVE "Y" TO ws-mchg-open
      WHEN "35"
          MOVE "Y" TO ws-src-eof
      WHEN OTHER
          DISPLAY "FIBMCHG open failed, file status " ws-mchg-status
              " - no delta feed sent" END-DISPLAY
          MOVE 16 TO ws-feed-return-code
  END-EVALUATE
  IF ws-feed-return-code = 0
      PERFORM 0200-OPEN-FEED
  END-IF
  IF ws-feed-return-code = 0
      PERFORM UNTIL ws-src-eof = "Y" OR ws-feed-return-code NOT = 0
          READ fib-mchg-file
              AT END
                  MOVE "Y" TO ws-src-eof
              NOT AT END
                  MOVE fib-mchg-journal-record
                      TO fib-master-change-record
                  PERFORM 1100-FEED-ONE-CHANGE
          END-READ
      END-PERFORM
      PERFORM 0300-CLOSE-FEED
  END-IF
  IF ws-mchg-open = "Y"
      CLOSE fib-mchg-file
  END-IF
  IF ws-feed-return-code = 0
      PERFORM 1200-WRITE-FEED-CONTROL
  END-IF
  IF ws-feed-return-code = 0
      PERFORM 1300-CLEAR-JOURNAL
  END-IF
  .

1100-FEED-ONE-CHANGE.
  EVALUATE mchg-type
      WHEN "A"
          ADD 1 TO ws-add-count
      WHEN "X"
          ADD 1 TO ws-delete-count
      WHEN OTHER
          ADD 1 TO ws-skip-count
  END-EVALUATE
  IF mchg-type = "A" OR mchg-type = "X"
      WRITE fib-master-change-record
      PERFORM 0210-CHECK-FEED-WRITE
      PERFORM 1150-POST-FEED-HASH
  END-IF
  .

1150-POST-FEED-HASH.
  ADD 1 TO ws-feed-count
  ADD mchg-n TO ws-feed-hash
  PERFORM UNTIL ws-feed-hash < 1000000000
      SUBTRACT 1000000000 FROM ws-feed-hash
  END-PERFORM
  .

1200-WRITE-FEED-CONTROL.
  OPEN OUTPUT fib-feed-ctl-file
  IF ws-fdctl-status NOT = "00"
      DISPLAY "FIBFDCTL open failed, file status " ws-fdctl-status
          " - feed " ws-feed-seq " sent but not recorded; FIBMCHG"
          " kept, the next delta resends its rows" END-DISPLAY
      MOVE 16 TO ws-feed-return-code
  ELSE
      MOVE SPACES TO fib-feed-ctl-record
      MOVE ws-feed-seq TO fdc-last-seq
      MOVE ws-run-stamp (1:8) TO fdc-last-date
      MOVE ws-feed-type TO fdc-last-type
      MOVE ws-feed-count TO fdc-last-count
      WRITE fib-feed-ctl-record
      IF ws-fdctl-status NOT = "00"
          DISPLAY "FIBFDCTL WRITE failed, file status "
              ws-fdctl-status " - FIBMCHG kept" END-DISPLAY
          MOVE 16 TO ws-feed-return-code
      END-IF
      CLOSE fib-feed-ctl-file
  END-IF
  .

1300-CLEAR-JOURNAL.
  OPEN OUTPUT fib-mchg-file
  IF ws-mchg-status NOT = "00"
      DISPLAY "FIBMCHG could not be cleared, file status "
          ws-mchg-status " - the next delta will resend feed "
          ws-feed-seq "'s rows" END-DISPLAY
      MOVE 4 TO ws-feed-return-code
  ELSE
      CLOSE fib-mchg-file
  END-IF
  .

2000-FULL-REFRESH.
  MOVE ws-last-seq TO ws-feed-seq
  OPEN INPUT fib-master-file
  IF ws-master-status NOT = "00"
      DISPLAY "FIBMSTR open failed, file status " ws-master-status
          " - no refresh sent" END-DISPLAY
      MOVE 16 TO ws-feed-return-code
  ELSE
      PERFORM 0200-OPEN-FEED
      IF ws-feed-return-code = 0
          PERFORM UNTIL ws-src-eof = "Y"
              OR ws-feed-return-code NOT = 0
              READ fib-master-file
                  AT END
                      MOVE "Y" TO ws-src-eof
                  NOT AT END
                      PERFORM 2100-REFRESH-ONE-ENTRY
              END-READ
          END-PERFORM
          PERFORM 0300-CLOSE-FEED
      END-IF
      CLOSE fib-master-file
  END-IF
  .

2100-REFRESH-ONE-ENTRY.
  MOVE SPACES TO fib-master-change-record
  MOVE "A" TO mchg-type
  MOVE fmast-seq TO mchg-seq
  MOVE fmast-n TO mchg-n
  MOVE fmast-result TO mchg-result
  MOVE "F" TO mchg-source
  MOVE ws-run-stamp (1:14) TO mchg-cycle-id
  MOVE ws-run-stamp (1:14) TO mchg-stamp
  WRITE fib-master-change-record
  PERFORM 0210-CHECK-FEED-WRITE
  ADD 1 TO ws-add-count
  PERFORM 1150-POST-FEED-HASH
  .

8000-SHOW-COUNTS.
  DISPLAY "FIBFEED function " ff-verb END-DISPLAY
  DISPLAY "previous delta sequence " ws-last-seq " of " ws-last-date
      END-DISPLAY
  DISPLAY "feed sequence           " ws-feed-seq END-DISPLAY
  DISPLAY "entries added           " ws-add-count END-DISPLAY
  DISPLAY "entries deleted         " ws-delete-count END-DISPLAY
  DISPLAY "journal rows skipped    " ws-skip-count END-DISPLAY
  DISPLAY "feed rows written       " ws-feed-count END-DISPLAY
  DISPLAY "feed hash               " ws-feed-hash END-DISPLAY
  DISPLAY "return code             " ws-feed-return-code END-DISPLAY
  .
END PROGRAM fibfeed.
