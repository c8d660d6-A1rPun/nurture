DATA DIVISION.
FILE SECTION.
FD  fib-sub-file
    RECORD CONTAINS 26 CHARACTERS.
    COPY FIBSUBR.

FD  oneoff-request-file
    RECORD CONTAINS 24 CHARACTERS.
01  oneoff-request-record   PIC X(24).

FD  gen-request-file
    RECORD CONTAINS 24 CHARACTERS.
    COPY FIBREQR.

WORKING-STORAGE SECTION.
01  ws-due-table.
    05  ws-due-entry OCCURS 200 TIMES.
        10  ws-de-key.
            15  ws-de-class      PIC X(1).
            15  ws-de-requestor  PIC X(3).
            15  ws-de-seq        PIC X(1).
            15  ws-de-n          PIC 9(9).
        10  ws-de-to-n       PIC 9(9).
01  ws-hold-entry.
    05  ws-he-key.
        10  ws-he-class      PIC X(1).
        10  ws-he-requestor  PIC X(3).
        10  ws-he-seq        PIC X(1).
        10  ws-he-n          PIC 9(9).
01  ws-inactive-count    PIC 9(9) COMP VALUE 0.
01  ws-notdue-count      PIC 9(9) COMP VALUE 0.
01  ws-badsub-count      PIC 9(9) COMP VALUE 0.
01  ws-badprio-count     PIC 9(9) COMP VALUE 0.
01  ws-gen-count         PIC 9(9) COMP VALUE 0.
01  ws-oneoff-count      PIC 9(9) COMP VALUE 0.
01  ws-prio-gen-count    PIC 9(9) COMP VALUE 0.
01  ws-prio-oneoff-count PIC 9(9) COMP VALUE 0.
01  ws-pass-class        PIC X(1).
01  ws-gen-return-code   PIC 9(4) COMP VALUE 0.
01  ws-cycle-open        PIC X(1)    VALUE "N".
COPY FIBCTLIO.
COPY FIBCTLR.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0100-SET-TODAY
  PERFORM 0150-OPEN-CYCLE
  IF ws-gen-return-code = 0
      PERFORM 0200-OPEN-FILES
  END-IF
  IF ws-gen-return-code = 0
      PERFORM 1000-SELECT-DUE-SUBS
      PERFORM 2000-SORT-DUE-SUBS
      MOVE "1" TO ws-pass-class
      PERFORM 3000-WRITE-GENERATED
      PERFORM 4000-COPY-ONEOFFS
      PERFORM 4900-REWIND-ONEOFFS
      IF ws-gen-return-code < 16
          MOVE "2" TO ws-pass-class
          PERFORM 3000-WRITE-GENERATED
          PERFORM 4000-COPY-ONEOFFS
          PERFORM 8000-SHOW-COUNTS
          CLOSE fib-sub-file
          CLOSE oneoff-request-file
          CLOSE gen-request-file
      END-IF
  END-IF
  IF ws-cycle-open = "Y"
      PERFORM 0900-POST-CYCLE
  END-IF
  MOVE ws-gen-return-code TO RETURN-CODE
  GOBACK
  ADD 1 TO ws-dow
  .

0150-OPEN-CYCLE.
  INITIALIZE fib-ctl-request
  MOVE "O" TO ctlq-function
  MOVE "G" TO ctlq-origin
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  EVALUATE ctlq-status
      WHEN "00"
          MOVE "Y" TO ws-cycle-open
          DISPLAY "FIBSUBGN - generating deck for cycle "
              ctlq-cycle-id END-DISPLAY
      WHEN "12"
          DISPLAY "FIBSUBGN - previous cycle still in flight on"
              " FIBCTL - no deck generated" END-DISPLAY
          MOVE 12 TO ws-gen-return-code
      WHEN OTHER
          DISPLAY "FIBSUBGN - new cycle could not be opened on"
              " FIBCTL - no deck generated" END-DISPLAY
          MOVE 16 TO ws-gen-return-code
  END-EVALUATE
  .

0200-OPEN-FILES.
  OPEN INPUT fib-sub-file
  OPEN INPUT oneoff-request-file
  END-EVALUATE
  IF ws-due-used < 200
      ADD 1 TO ws-due-used
      EVALUATE sub-priority
          WHEN "P"
              MOVE "1" TO ws-de-class (ws-due-used)
          WHEN SPACE
              MOVE "2" TO ws-de-class (ws-due-used)
          WHEN OTHER
              MOVE "2" TO ws-de-class (ws-due-used)
              ADD 1 TO ws-badprio-count
              DISPLAY "FIBSUBGN - subscription for " sub-requestor
                  " has bad priority " sub-priority
                  " - generated as normal" END-DISPLAY
      END-EVALUATE
      MOVE sub-requestor TO ws-de-requestor (ws-due-used)
      MOVE ws-norm-seq TO ws-de-seq (ws-due-used)
      MOVE sub-n TO ws-de-n (ws-due-used)

3000-WRITE-GENERATED.
  PERFORM VARYING ws-sx FROM 1 BY 1 UNTIL ws-sx > ws-due-used
      IF ws-de-class (ws-sx) = ws-pass-class
          MOVE ws-de-rec-type (ws-sx) TO fr-rec-type
          MOVE ws-de-n (ws-sx) TO fr-n
          MOVE ws-de-to-n (ws-sx) TO fr-to-n
          MOVE ws-de-requestor (ws-sx) TO fr-requestor
          MOVE ws-de-seq (ws-sx) TO fr-seq
          IF ws-pass-class = "1"
              MOVE "P" TO fr-priority
              ADD 1 TO ws-prio-gen-count
          ELSE
              MOVE SPACE TO fr-priority
          END-IF
          WRITE fib-request-record
          ADD 1 TO ws-gen-count
      END-IF
  END-PERFORM
  .

              MOVE "Y" TO ws-oneoff-eof
          NOT AT END
              MOVE oneoff-request-record TO fib-request-record
              PERFORM 4100-COPY-ONE-ONEOFF
      END-READ
  END-PERFORM
  .

4100-COPY-ONE-ONEOFF.
  IF fr-priority = "P"
      IF ws-pass-class = "1"
          WRITE fib-request-record
          ADD 1 TO ws-oneoff-count
          ADD 1 TO ws-prio-oneoff-count
      END-IF
  ELSE
      IF ws-pass-class = "2"
          WRITE fib-request-record
          ADD 1 TO ws-oneoff-count
      END-IF
  END-IF
  .

4900-REWIND-ONEOFFS.
  CLOSE oneoff-request-file
  OPEN INPUT oneoff-request-file
  IF ws-oneoff-status NOT = "00"
      DISPLAY "FIBSUBGN reopen of FIBREQI failed, file status "
          ws-oneoff-status END-DISPLAY
      MOVE 16 TO ws-gen-return-code
      CLOSE fib-sub-file
      CLOSE gen-request-file
  ELSE
      MOVE "N" TO ws-oneoff-eof
  END-IF
  .

0900-POST-CYCLE.
  MOVE "P" TO ctlq-function
  MOVE 1 TO ctlq-stage
  MOVE ws-gen-return-code TO ctlq-stage-rc
  MOVE SPACE TO ctlq-stage-status
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status NOT = "00"
      DISPLAY "FIBSUBGN - GENSTEP completion not recorded on FIBCTL"
          END-DISPLAY
      MOVE 16 TO ws-gen-return-code
  END-IF
  .

8000-SHOW-COUNTS.
  DISPLAY "FIBSUBGN - day of week " ws-dow " (1=MONDAY)"
      END-DISPLAY
      END-DISPLAY
  DISPLAY "bad frequency, skipped    " ws-badsub-count
      END-DISPLAY
  DISPLAY "bad priority, as normal   " ws-badprio-count
      END-DISPLAY
  DISPLAY "request records generated " ws-gen-count END-DISPLAY
  DISPLAY "one-off cards copied      " ws-oneoff-count
      END-DISPLAY
  DISPLAY "priority generated        " ws-prio-gen-count
      END-DISPLAY
  DISPLAY "priority one-off cards    " ws-prio-oneoff-count
      END-DISPLAY
  .
END PROGRAM fibsubgn.
