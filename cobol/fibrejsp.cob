  SELECT susp-report-file ASSIGN TO "FIBSPRPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-report-status.
  SELECT fib-dept-file ASSIGN TO "FIBDEPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-dept-status.
  SELECT fib-charge-file ASSIGN TO "FIBCHG"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-charge-status.

DATA DIVISION.
FILE SECTION.
FD  edit-reject-file
    RECORD CONTAINS 26 CHARACTERS.
01  edit-reject-record.
    05  rej-reason          PIC X(2).
    05  rej-image           PIC X(24).

FD  susp-in-file
    RECORD CONTAINS 34 CHARACTERS.
    COPY FIBSUSPR.

FD  susp-out-file
    RECORD CONTAINS 34 CHARACTERS.
01  susp-out-record         PIC X(34).

FD  repair-deck-file
    RECORD CONTAINS 24 CHARACTERS.
01  repair-deck-record      PIC X(24).

FD  susp-report-file
    RECORD CONTAINS 60 CHARACTERS.
01  susp-report-record      PIC X(60).

FD  fib-dept-file
    RECORD CONTAINS 53 CHARACTERS.
    COPY FIBDEPTR.

FD  fib-charge-file
    RECORD CONTAINS 52 CHARACTERS.
    COPY FIBCHGR.

WORKING-STORAGE SECTION.
01  ws-reject-status     PIC X(2).
01  ws-susp-in-status    PIC X(2).
01  ws-susp-out-status   PIC X(2).
01  ws-repair-status     PIC X(2).
01  ws-report-status     PIC X(2).
01  ws-dept-status       PIC X(2).
01  ws-charge-status     PIC X(2).
01  ws-rej-eof           PIC X(1)    VALUE "N".
01  ws-susp-eof          PIC X(1)    VALUE "N".
01  ws-dept-eof          PIC X(1)    VALUE "N".
01  ws-charge-eof        PIC X(1)    VALUE "N".
01  ws-dept-table.
    05  ws-dept-entry OCCURS 100 TIMES.
        10  ws-de-code       PIC X(3).
        10  ws-de-quota      PIC 9(9).
        10  ws-de-used-mtd   PIC 9(11) COMP.
01  ws-dept-used         PIC 9(4) COMP VALUE 0.
01  ws-dept-slot         PIC 9(4) COMP.
01  ws-dept-x            PIC 9(4) COMP.
01  ws-quota-key         PIC X(3).
01  ws-released          PIC X(1).
01  ws-release-n         PIC 9(9).
01  ws-release-to-n      PIC 9(9).
01  ws-release-terms     PIC 9(11) COMP.
01  ws-release-used      PIC 9(11) COMP.
01  ws-age-limit-x       PIC X(2).
01  ws-age-limit-9 REDEFINES ws-age-limit-x
                         PIC 9(2).
    05  ws-cd-to-n       PIC X(9).
    05  ws-cd-requestor  PIC X(3).
    05  ws-cd-seq        PIC X(1).
    05  ws-cd-priority   PIC X(1).
01  ws-fix-in            PIC X(9).
01  ws-fix-out           PIC X(9).
01  ws-fix-work          PIC X(9).
01  ws-fx                PIC 9(4) COMP.
01  ws-hold-suspense.
    05  ws-hs-reason     PIC X(2).
    05  ws-hs-image      PIC X(24).
    05  ws-hs-date-added PIC 9(8).
01  ws-rej-read-count    PIC 9(9) COMP VALUE 0.
01  ws-repair-count      PIC 9(9) COMP VALUE 0.
01  ws-new-susp-count    PIC 9(9) COMP VALUE 0.
01  ws-old-susp-count    PIC 9(9) COMP VALUE 0.
01  ws-escalate-count    PIC 9(9) COMP VALUE 0.
01  ws-release-count     PIC 9(9) COMP VALUE 0.
01  ws-susp-return-code  PIC 9(4) COMP VALUE 0.
01  sp-title-line        PIC X(60)
        VALUE "FIBREJSP - REJECT SUSPENSE AND AGING REPORT".
01  sp-detail-line.
    05  sp-dt-reason     PIC X(2).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  sp-dt-image      PIC X(24).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  sp-dt-added      PIC 9(8).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  sp-dt-age        PIC 9(4).
    05  FILLER           PIC X(3)    VALUE SPACES.
    05  sp-dt-action     PIC X(8).
    05  FILLER           PIC X(7)    VALUE SPACES.
01  sp-count-line.
    05  sp-cl-label      PIC X(33).
    05  sp-cl-count      PIC 9(9).
      MOVE 5 TO ws-age-limit
  END-IF
  PERFORM 0100-SET-TODAY
  PERFORM 0300-LOAD-QUOTAS
  IF ws-susp-return-code = 0
      PERFORM 0200-OPEN-FILES
  END-IF
  IF ws-susp-return-code = 0
      PERFORM 0500-WRITE-HEADINGS
      PERFORM 1000-PROCESS-NEW-REJECTS
              " at or past the escalation age of " ws-age-limit
              " day(s) - see FIBSPRPT" END-DISPLAY
      END-IF
      IF ws-repair-count = 0 AND ws-release-count = 0
          MOVE 4 TO ws-susp-return-code
      END-IF
  END-IF
  END-IF
  .

0300-LOAD-QUOTAS.
  OPEN INPUT fib-dept-file
  OPEN INPUT fib-charge-file
  IF ws-dept-status NOT = "00" OR ws-charge-status NOT = "00"
      DISPLAY "FIBREJSP open failed, file status " ws-dept-status " "
          ws-charge-status " - quota holds cannot be judged"
          END-DISPLAY
      MOVE 16 TO ws-susp-return-code
  ELSE
      PERFORM UNTIL ws-dept-eof = "Y"
          READ fib-dept-file
              AT END
                  MOVE "Y" TO ws-dept-eof
              NOT AT END
                  IF ws-dept-used < 100
                      ADD 1 TO ws-dept-used
                      MOVE dept-code TO ws-de-code (ws-dept-used)
                      MOVE 0 TO ws-de-quota (ws-dept-used)
                      IF dept-month-quota IS NUMERIC
                          MOVE dept-month-quota
                              TO ws-de-quota (ws-dept-used)
                      END-IF
                      MOVE 0 TO ws-de-used-mtd (ws-dept-used)
                  END-IF
          END-READ
      END-PERFORM
      PERFORM UNTIL ws-charge-eof = "Y"
          READ fib-charge-file
              AT END
                  MOVE "Y" TO ws-charge-eof
              NOT AT END
                  IF chg-timestamp (1:6) = ws-today-stamp (1:6)
                      MOVE chg-requestor TO ws-quota-key
                      PERFORM 0350-FIND-DEPT
                      IF ws-dept-slot > 0
                          ADD chg-requests
                              TO ws-de-used-mtd (ws-dept-slot)
                      END-IF
                  END-IF
          END-READ
      END-PERFORM
      CLOSE fib-dept-file
      CLOSE fib-charge-file
  END-IF
  .

0350-FIND-DEPT.
  MOVE 0 TO ws-dept-slot
  PERFORM VARYING ws-dept-x FROM 1 BY 1
      UNTIL ws-dept-x > ws-dept-used OR ws-dept-slot > 0
      IF ws-de-code (ws-dept-x) = ws-quota-key
          MOVE ws-dept-x TO ws-dept-slot
      END-IF
  END-PERFORM
  .

0500-WRITE-HEADINGS.
  MOVE sp-title-line TO susp-report-record
  WRITE susp-report-record

2100-AGE-ONE-SUSPENSE.
  ADD 1 TO ws-old-susp-count
  MOVE "N" TO ws-released
  IF susp-reason = "QT"
      PERFORM 2200-TRY-QUOTA-RELEASE
  END-IF
  IF ws-released = "Y"
      MOVE susp-image TO repair-deck-record
      WRITE repair-deck-record
      ADD 1 TO ws-release-count
      MOVE susp-reason TO sp-dt-reason
      MOVE susp-image TO sp-dt-image
      MOVE susp-date-added TO sp-dt-added
      MOVE 0 TO sp-dt-age
      MOVE "RELEASED" TO sp-dt-action
      PERFORM 2500-WRITE-DETAIL-LINE
  ELSE
      PERFORM 2150-CARRY-ONE-SUSPENSE
  END-IF
  .

2150-CARRY-ONE-SUSPENSE.
  MOVE fib-suspense-record TO susp-out-record
  WRITE susp-out-record
  IF susp-date-added IS NUMERIC AND susp-date-added > 0
  PERFORM 2500-WRITE-DETAIL-LINE
  .

2200-TRY-QUOTA-RELEASE.
  MOVE susp-image TO ws-card
  MOVE ws-cd-requestor TO ws-quota-key
  PERFORM 0350-FIND-DEPT
  IF ws-dept-slot > 0 AND ws-cd-n IS NUMERIC
      AND (ws-cd-rec-type NOT = "R" OR ws-cd-to-n IS NUMERIC)
      IF ws-cd-rec-type = "R"
          MOVE ws-cd-n TO ws-release-n
          MOVE ws-cd-to-n TO ws-release-to-n
          COMPUTE ws-release-terms = ws-release-to-n - ws-release-n + 1
          END-COMPUTE
      ELSE
          MOVE 1 TO ws-release-terms
      END-IF
      IF ws-de-quota (ws-dept-slot) = 0
          MOVE "Y" TO ws-released
      ELSE
          COMPUTE ws-release-used = ws-de-used-mtd (ws-dept-slot)
              + ws-release-terms
          END-COMPUTE
          IF ws-release-used NOT > ws-de-quota (ws-dept-slot)
              MOVE "Y" TO ws-released
              MOVE ws-release-used TO ws-de-used-mtd (ws-dept-slot)
          END-IF
      END-IF
  END-IF
  .

2500-WRITE-DETAIL-LINE.
  MOVE sp-detail-line TO susp-report-record
  WRITE susp-report-record
  MOVE "CARRIED SUSPENSE ITEMS" TO sp-cl-label
  MOVE ws-old-susp-count TO sp-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "QUOTA HOLDS RELEASED FOR RE-EDIT" TO sp-cl-label
  MOVE ws-release-count TO sp-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "ITEMS AT/PAST ESCALATION AGE" TO sp-cl-label
  MOVE ws-escalate-count TO sp-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
