  SELECT fib-parm-file ASSIGN TO "FIBPARM"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-parm-status.
  SELECT fib-mchg-file ASSIGN TO "FIBMCHG"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-mchg-status.

DATA DIVISION.
FILE SECTION.
    RECORD CONTAINS 19 CHARACTERS.
    COPY FIBPARMR.

FD  fib-mchg-file
    RECORD CONTAINS 80 CHARACTERS.
    COPY FIBMCHGR.

WORKING-STORAGE SECTION.
01  ws-master-status     PIC X(2).
01  ws-unload-status     PIC X(2).
01  ws-parm-status       PIC X(2).
01  ws-mchg-status       PIC X(2).
01  ws-mchg-open         PIC X(1)    VALUE "N".
01  ws-run-stamp         PIC X(21).
01  util-function-card.
    05  uf-verb          PIC X(8).
    05  uf-n             PIC 9(9).
01  ws-reload-count      PIC 9(9) COMP VALUE 0.
01  ws-dup-count         PIC 9(9) COMP VALUE 0.
01  ws-seed-count        PIC 9(9) COMP VALUE 0.
01  ws-mchg-count        PIC 9(9) COMP VALUE 0.
01  ws-seed-n            PIC 9(9) COMP.
01  ws-seed-seq          PIC X(1).
01  ws-seed-sx           PIC 9(4) COMP.
  DISPLAY "Function - VERIFY, PURGE nnnnnnnnn, UNLOAD, RELOAD"
      " or SEED" END-DISPLAY
  ACCEPT util-function-card END-ACCEPT
  MOVE FUNCTION CURRENT-DATE TO ws-run-stamp
  PERFORM 0050-READ-PARM
  PERFORM 0100-OPEN-MASTER
  IF ws-util-return-code = 0
      PERFORM 0300-COUNT-MASTER
      MOVE ws-scan-count TO ws-before-count
      IF uf-verb = "PURGE" OR uf-verb = "RELOAD" OR uf-verb = "SEED"
          PERFORM 0150-OPEN-MCHG
      END-IF
  END-IF
  IF ws-util-return-code = 0
      EVALUATE uf-verb
          WHEN "VERIFY"
              PERFORM 1000-VERIFY-MASTER
      MOVE ws-scan-count TO ws-after-count
      PERFORM 8000-WRITE-REPORT
      CLOSE fib-master-file
      IF ws-mchg-open = "Y"
          CLOSE fib-mchg-file
      END-IF
  END-IF
  MOVE ws-util-return-code TO RETURN-CODE
  GOBACK
  END-IF
  .

0150-OPEN-MCHG.
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
          " - " uf-verb " not run, FIBMSTR changes could not be"
          " journalled" END-DISPLAY
      MOVE 16 TO ws-util-return-code
      CLOSE fib-master-file
  END-IF
  .

0300-COUNT-MASTER.
  MOVE 0 TO ws-scan-count
  PERFORM 0400-START-AT-ZERO
  .

2100-PURGE-ONE.
  MOVE SPACES TO fib-master-change-record
  MOVE "X" TO mchg-type
  MOVE "P" TO mchg-source
  MOVE fmast-seq TO mchg-seq
  MOVE fmast-n TO mchg-n
  MOVE fmast-result TO mchg-result
  DELETE fib-master-file
  IF ws-master-status = "00"
      ADD 1 TO ws-purge-count
      PERFORM 6000-LOG-MASTER-CHANGE
  ELSE
      DISPLAY "FIBMSTR DELETE failed for N=" fmast-n
          ", file status " ws-master-status END-DISPLAY
                          ADD 1 TO ws-dup-count
                      NOT INVALID KEY
                          ADD 1 TO ws-reload-count
                          MOVE SPACES TO fib-master-change-record
                          MOVE "A" TO mchg-type
                          MOVE "L" TO mchg-source
                          MOVE fmast-seq TO mchg-seq
                          MOVE fmast-n TO mchg-n
                          MOVE fmast-result TO mchg-result
                          PERFORM 6000-LOG-MASTER-CHANGE
                  END-WRITE
          END-READ
      END-PERFORM
      WRITE fib-master-record
      IF ws-master-status = "00"
          ADD 1 TO ws-seed-count
          MOVE SPACES TO fib-master-change-record
          MOVE "A" TO mchg-type
          MOVE "S" TO mchg-source
          MOVE fmast-seq TO mchg-seq
          MOVE fmast-n TO mchg-n
          MOVE fmast-result TO mchg-result
          PERFORM 6000-LOG-MASTER-CHANGE
      ELSE
          DISPLAY "FIBMSTR WRITE failed for N=" ws-seed-n
              ", file status " ws-master-status END-DISPLAY
  END-IF
  .

6000-LOG-MASTER-CHANGE.
  MOVE ws-run-stamp (1:14) TO mchg-cycle-id
  MOVE ws-run-stamp (1:14) TO mchg-stamp
  WRITE fib-master-change-record
  IF ws-mchg-status = "00"
      ADD 1 TO ws-mchg-count
  ELSE
      DISPLAY "FIBMCHG WRITE failed for N=" mchg-n
          ", file status " ws-mchg-status END-DISPLAY
      MOVE 16 TO ws-util-return-code
  END-IF
  .

8000-WRITE-REPORT.
  DISPLAY "FIBMUTIL function " uf-verb END-DISPLAY
  DISPLAY "FIBMSTR records before " ws-before-count END-DISPLAY
  DISPLAY "FIBMSTR records after  " ws-after-count END-DISPLAY
  IF ws-mchg-open = "Y"
      DISPLAY "changes journalled     " ws-mchg-count END-DISPLAY
  END-IF
  EVALUATE uf-verb
      WHEN "VERIFY"
          DISPLAY "records mismatched     " ws-mismatch-count
