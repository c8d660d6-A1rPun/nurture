IDENTIFICATION DIVISION.
PROGRAM-ID. fibdmnt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT maint-tran-file ASSIGN TO "FIBMTRAN"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-tran-status.
  SELECT fib-dept-file ASSIGN TO "FIBDEPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-dept-status.
  SELECT fib-sub-file ASSIGN TO "FIBSUB"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-sub-status.
  SELECT new-dept-file ASSIGN TO "FIBDEPTN"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-new-dept-status.
  SELECT new-sub-file ASSIGN TO "FIBSUBN"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-new-sub-status.
  SELECT maint-log-file ASSIGN TO "FIBMLOG"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-log-status.
  SELECT maint-report-file ASSIGN TO "FIBMRPT"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-report-status.
  SELECT fib-parm-file ASSIGN TO "FIBPARM"
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-parm-status.

DATA DIVISION.
FILE SECTION.
FD  maint-tran-file
    RECORD CONTAINS 80 CHARACTERS.
01  maint-tran-record.
    05  mt-master           PIC X(1).
    05  mt-action           PIC X(1).
    05  mt-user             PIC X(8).
    05  mt-image            PIC X(60).
    05  mt-dept-image REDEFINES mt-image.
        10  mt-dept-code    PIC X(3).
        10  mt-dept-name    PIC X(20).
        10  mt-dept-active  PIC X(1).
        10  mt-dept-route   PIC X(1).
        10  mt-dept-cost-center PIC X(10).
        10  mt-dept-quota   PIC 9(9).
        10  mt-dept-quota-x REDEFINES mt-dept-quota
                            PIC X(9).
        10  mt-dept-warn    PIC 9(9).
        10  mt-dept-warn-x REDEFINES mt-dept-warn
                            PIC X(9).
        10  FILLER          PIC X(7).
    05  mt-sub-image REDEFINES mt-image.
        10  mt-sub-requestor PIC X(3).
        10  mt-sub-rec-type PIC X(1).
        10  mt-sub-n        PIC 9(9).
        10  mt-sub-n-x REDEFINES mt-sub-n
                            PIC X(9).
        10  mt-sub-to-n     PIC 9(9).
        10  mt-sub-to-n-x REDEFINES mt-sub-to-n
                            PIC X(9).
        10  mt-sub-seq      PIC X(1).
        10  mt-sub-frequency PIC X(1).
        10  mt-sub-active   PIC X(1).
        10  mt-sub-priority PIC X(1).
        10  FILLER          PIC X(34).
    05  FILLER              PIC X(10).

FD  fib-dept-file
    RECORD CONTAINS 53 CHARACTERS.
    COPY FIBDEPTR.

FD  fib-sub-file
    RECORD CONTAINS 26 CHARACTERS.
    COPY FIBSUBR.

FD  new-dept-file
    RECORD CONTAINS 53 CHARACTERS.
01  new-dept-record         PIC X(53).

FD  new-sub-file
    RECORD CONTAINS 26 CHARACTERS.
01  new-sub-record          PIC X(26).

FD  maint-log-file
    RECORD CONTAINS 160 CHARACTERS.
    COPY FIBMLOGR.

FD  maint-report-file
    RECORD CONTAINS 80 CHARACTERS.
01  maint-report-record     PIC X(80).

FD  fib-parm-file
    RECORD CONTAINS 19 CHARACTERS.
    COPY FIBPARMR.

WORKING-STORAGE SECTION.
01  ws-tran-status       PIC X(2).
01  ws-dept-status       PIC X(2).
01  ws-sub-status        PIC X(2).
01  ws-new-dept-status   PIC X(2).
01  ws-new-sub-status    PIC X(2).
01  ws-log-status        PIC X(2).
01  ws-report-status     PIC X(2).
01  ws-parm-status       PIC X(2).
01  ws-tran-eof          PIC X(1)    VALUE "N".
01  ws-dept-eof          PIC X(1)    VALUE "N".
01  ws-sub-eof           PIC X(1)    VALUE "N".
01  ws-calc-mode         PIC X(1)    VALUE "I".
01  ws-max-n             PIC 9(9) COMP VALUE 150.
01  ws-max-n-recursive   PIC 9(9) COMP VALUE 35.
01  ws-effective-max-n   PIC 9(9) COMP.
01  ws-high-end-n        PIC 9(9) COMP.
01  ws-dept-table.
    05  ws-dept-entry OCCURS 100 TIMES.
        10  ws-dt-image.
            15  ws-dt-code       PIC X(3).
            15  ws-dt-name       PIC X(20).
            15  ws-dt-active     PIC X(1).
            15  ws-dt-route-id   PIC X(1).
            15  ws-dt-cost-center PIC X(10).
            15  ws-dt-month-quota PIC 9(9).
            15  ws-dt-warn-terms PIC 9(9).
01  ws-dept-used         PIC 9(4) COMP VALUE 0.
01  ws-dept-slot         PIC 9(4) COMP.
01  ws-dept-x            PIC 9(4) COMP.
01  ws-sub-table.
    05  ws-sub-entry OCCURS 500 TIMES.
        10  ws-st-image.
            15  ws-st-requestor  PIC X(3).
            15  ws-st-rec-type   PIC X(1).
            15  ws-st-n-x        PIC X(9).
            15  ws-st-to-n       PIC 9(9).
            15  ws-st-seq        PIC X(1).
            15  ws-st-frequency  PIC X(1).
            15  ws-st-active     PIC X(1).
            15  ws-st-priority   PIC X(1).
01  ws-sub-used          PIC 9(4) COMP VALUE 0.
01  ws-sub-slot          PIC 9(4) COMP.
01  ws-sub-x             PIC 9(4) COMP.
01  ws-active-subs       PIC 9(9) COMP.
01  ws-reject-reason     PIC X(2).
01  ws-reject-text       PIC X(40).
01  ws-tran-key          PIC X(13).
01  ws-before-image      PIC X(60).
01  ws-after-image       PIC X(60).
01  ws-log-stamp         PIC X(21).
01  ws-tran-count        PIC 9(9) COMP VALUE 0.
01  ws-applied-count     PIC 9(9) COMP VALUE 0.
01  ws-rejected-count    PIC 9(9) COMP VALUE 0.
01  ws-dept-add-count    PIC 9(9) COMP VALUE 0.
01  ws-dept-chg-count    PIC 9(9) COMP VALUE 0.
01  ws-dept-deact-count  PIC 9(9) COMP VALUE 0.
01  ws-sub-add-count     PIC 9(9) COMP VALUE 0.
01  ws-sub-chg-count     PIC 9(9) COMP VALUE 0.
01  ws-sub-deact-count   PIC 9(9) COMP VALUE 0.
01  ws-maint-return-code PIC 9(4) COMP VALUE 0.
01  mr-title-line.
    05  FILLER           PIC X(60)
        VALUE "FIBDMNT - DEPARTMENT AND SUBSCRIPTION MAINTENANCE".
    05  FILLER           PIC X(9)    VALUE "RUN DATE ".
    05  mr-tl-date       PIC X(8).
    05  FILLER           PIC X(3)    VALUE SPACES.
01  mr-head-line         PIC X(80)
        VALUE "M A USER     KEY            RESULT   RC REASON".
01  mr-detail-line.
    05  mr-dl-master     PIC X(1).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  mr-dl-action     PIC X(1).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  mr-dl-user       PIC X(8).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  mr-dl-key        PIC X(13).
    05  FILLER           PIC X(2)    VALUE SPACES.
    05  mr-dl-result     PIC X(8).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  mr-dl-reason     PIC X(2).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  mr-dl-text       PIC X(40).
01  mr-count-line.
    05  mr-cl-label      PIC X(33).
    05  mr-cl-count      PIC 9(9).
    05  FILLER           PIC X(38)   VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0050-READ-PARM
  PERFORM 0100-LOAD-DEPT
  IF ws-maint-return-code = 0
      PERFORM 0200-LOAD-SUB
  END-IF
  IF ws-maint-return-code = 0
      PERFORM 0300-OPEN-FILES
  END-IF
  IF ws-maint-return-code = 0
      PERFORM 0500-WRITE-HEADINGS
      PERFORM UNTIL ws-tran-eof = "Y" OR ws-maint-return-code > 0
          READ maint-tran-file
              AT END
                  MOVE "Y" TO ws-tran-eof
              NOT AT END
                  ADD 1 TO ws-tran-count
                  PERFORM 1000-PROCESS-ONE-TRAN
          END-READ
      END-PERFORM
      IF ws-maint-return-code = 0
          PERFORM 2000-WRITE-NEW-MASTERS
      ELSE
          DISPLAY "FIBDMNT - transactions stopped after "
              ws-tran-count " - new masters not written" END-DISPLAY
      END-IF
      PERFORM 3000-WRITE-COUNTS
      PERFORM 0900-CLOSE-FILES
      IF ws-rejected-count > 0 AND ws-maint-return-code < 4
          MOVE 4 TO ws-maint-return-code
      END-IF
  END-IF
  MOVE ws-maint-return-code TO RETURN-CODE
  GOBACK
  .

0050-READ-PARM.
  OPEN INPUT fib-parm-file
  IF ws-parm-status = "00"
      READ fib-parm-file
          NOT AT END
              MOVE parm-max-n TO ws-max-n
              MOVE parm-calc-mode TO ws-calc-mode
              MOVE parm-max-n-recursive TO ws-max-n-recursive
      END-READ
      CLOSE fib-parm-file
  END-IF
  EVALUATE ws-calc-mode
      WHEN "R"
      WHEN "r"
          MOVE ws-max-n-recursive TO ws-effective-max-n
      WHEN OTHER
          MOVE ws-max-n TO ws-effective-max-n
  END-EVALUATE
  .

0100-LOAD-DEPT.
  OPEN INPUT fib-dept-file
  IF ws-dept-status NOT = "00"
      DISPLAY "FIBDEPT open failed, file status " ws-dept-status
          END-DISPLAY
      MOVE 16 TO ws-maint-return-code
  ELSE
      PERFORM UNTIL ws-dept-eof = "Y"
          READ fib-dept-file
              AT END
                  MOVE "Y" TO ws-dept-eof
              NOT AT END
                  IF ws-dept-used < 100
                      ADD 1 TO ws-dept-used
                      MOVE fib-dept-record
                          TO ws-dt-image (ws-dept-used)
                  ELSE
                      DISPLAY "FIBDMNT - department table full at "
                          dept-code " - master not maintained"
                          END-DISPLAY
                      MOVE 16 TO ws-maint-return-code
                      MOVE "Y" TO ws-dept-eof
                  END-IF
          END-READ
      END-PERFORM
      CLOSE fib-dept-file
  END-IF
  .

0200-LOAD-SUB.
  OPEN INPUT fib-sub-file
  IF ws-sub-status NOT = "00"
      DISPLAY "FIBSUB open failed, file status " ws-sub-status
          END-DISPLAY
      MOVE 16 TO ws-maint-return-code
  ELSE
      PERFORM UNTIL ws-sub-eof = "Y"
          READ fib-sub-file
              AT END
                  MOVE "Y" TO ws-sub-eof
              NOT AT END
                  IF ws-sub-used < 500
                      ADD 1 TO ws-sub-used
                      MOVE fib-subscription-record
                          TO ws-st-image (ws-sub-used)
                  ELSE
                      DISPLAY "FIBDMNT - subscription table full at "
                          sub-requestor " - master not maintained"
                          END-DISPLAY
                      MOVE 16 TO ws-maint-return-code
                      MOVE "Y" TO ws-sub-eof
                  END-IF
          END-READ
      END-PERFORM
      CLOSE fib-sub-file
  END-IF
  .

0300-OPEN-FILES.
  OPEN INPUT maint-tran-file
  OPEN OUTPUT new-dept-file
  OPEN OUTPUT new-sub-file
  OPEN OUTPUT maint-report-file
  OPEN EXTEND maint-log-file
  IF ws-log-status = "35"
      OPEN OUTPUT maint-log-file
      CLOSE maint-log-file
      OPEN EXTEND maint-log-file
  END-IF
  IF ws-tran-status NOT = "00"
      OR ws-new-dept-status NOT = "00"
      OR ws-new-sub-status NOT = "00"
      OR ws-report-status NOT = "00"
      OR ws-log-status NOT = "00"
      DISPLAY "FIBDMNT open failed, file status "
          ws-tran-status " " ws-new-dept-status " "
          ws-new-sub-status " " ws-report-status " "
          ws-log-status END-DISPLAY
      MOVE 16 TO ws-maint-return-code
  END-IF
  .

0500-WRITE-HEADINGS.
  MOVE FUNCTION CURRENT-DATE (1:8) TO mr-tl-date
  MOVE mr-title-line TO maint-report-record
  WRITE maint-report-record
  MOVE mr-head-line TO maint-report-record
  WRITE maint-report-record
  .

0900-CLOSE-FILES.
  CLOSE maint-tran-file
  CLOSE new-dept-file
  CLOSE new-sub-file
  CLOSE maint-report-file
  CLOSE maint-log-file
  .

1000-PROCESS-ONE-TRAN.
  MOVE SPACES TO ws-reject-reason
  MOVE SPACES TO ws-tran-key
  MOVE SPACES TO ws-before-image
  MOVE SPACES TO ws-after-image
  IF mt-user = SPACES
      MOVE "US" TO ws-reject-reason
  ELSE
      EVALUATE mt-master
          WHEN "D"
              PERFORM 1100-DEPT-TRAN
          WHEN "S"
              PERFORM 1200-SUB-TRAN
          WHEN OTHER
              MOVE "MA" TO ws-reject-reason
      END-EVALUATE
  END-IF
  IF ws-reject-reason = SPACES
      ADD 1 TO ws-applied-count
      PERFORM 1900-WRITE-LOG
  ELSE
      ADD 1 TO ws-rejected-count
  END-IF
  PERFORM 1950-WRITE-DETAIL
  .

1100-DEPT-TRAN.
  MOVE mt-dept-code TO ws-tran-key
  PERFORM 1110-FIND-DEPT
  EVALUATE mt-action
      WHEN "A"
          IF ws-dept-slot > 0
              MOVE "AE" TO ws-reject-reason
          ELSE
              PERFORM 1120-EDIT-DEPT
          END-IF
          IF ws-reject-reason = SPACES AND ws-dept-used NOT < 100
              MOVE "TF" TO ws-reject-reason
          END-IF
          IF ws-reject-reason = SPACES
              ADD 1 TO ws-dept-used
              MOVE mt-image TO ws-dt-image (ws-dept-used)
              MOVE ws-dt-image (ws-dept-used) TO ws-after-image
              ADD 1 TO ws-dept-add-count
          END-IF
      WHEN "C"
          IF ws-dept-slot = 0
              MOVE "NF" TO ws-reject-reason
          ELSE
              PERFORM 1120-EDIT-DEPT
          END-IF
          IF ws-reject-reason = SPACES
              AND mt-dept-active NOT = "Y"
              AND ws-dt-active (ws-dept-slot) = "Y"
              PERFORM 1130-CHECK-ACTIVE-SUBS
          END-IF
          IF ws-reject-reason = SPACES
              MOVE ws-dt-image (ws-dept-slot) TO ws-before-image
              MOVE mt-image TO ws-dt-image (ws-dept-slot)
              MOVE ws-dt-image (ws-dept-slot) TO ws-after-image
              ADD 1 TO ws-dept-chg-count
          END-IF
      WHEN "X"
          IF ws-dept-slot = 0
              MOVE "NF" TO ws-reject-reason
          ELSE
              IF ws-dt-active (ws-dept-slot) NOT = "Y"
                  MOVE "IN" TO ws-reject-reason
              ELSE
                  PERFORM 1130-CHECK-ACTIVE-SUBS
              END-IF
          END-IF
          IF ws-reject-reason = SPACES
              MOVE ws-dt-image (ws-dept-slot) TO ws-before-image
              MOVE "N" TO ws-dt-active (ws-dept-slot)
              MOVE ws-dt-image (ws-dept-slot) TO ws-after-image
              ADD 1 TO ws-dept-deact-count
          END-IF
      WHEN OTHER
          MOVE "MA" TO ws-reject-reason
  END-EVALUATE
  .

1110-FIND-DEPT.
  MOVE 0 TO ws-dept-slot
  PERFORM VARYING ws-dept-x FROM 1 BY 1
      UNTIL ws-dept-x > ws-dept-used OR ws-dept-slot > 0
      IF ws-dt-code (ws-dept-x) = ws-tran-key (1:3)
          MOVE ws-dept-x TO ws-dept-slot
      END-IF
  END-PERFORM
  .

1120-EDIT-DEPT.
  IF mt-dept-code = SPACES OR mt-dept-name = SPACES
      MOVE "CD" TO ws-reject-reason
  ELSE
      IF mt-dept-active NOT = "Y" AND mt-dept-active NOT = "N"
          MOVE "AC" TO ws-reject-reason
      ELSE
          EVALUATE mt-dept-route
              WHEN "A"
              WHEN "B"
              WHEN "C"
              WHEN "D"
              WHEN "E"
              WHEN "F"
              WHEN "G"
              WHEN "H"
                  CONTINUE
              WHEN OTHER
                  MOVE "RT" TO ws-reject-reason
          END-EVALUATE
      END-IF
  END-IF
  IF ws-reject-reason = SPACES
      IF mt-dept-quota-x = SPACES
          MOVE ZERO TO mt-dept-quota
      END-IF
      IF mt-dept-warn-x = SPACES
          MOVE ZERO TO mt-dept-warn
      END-IF
      IF mt-dept-quota-x IS NOT NUMERIC
          OR mt-dept-warn-x IS NOT NUMERIC
          MOVE "QN" TO ws-reject-reason
      ELSE
          IF mt-dept-quota > 0 AND mt-dept-warn > mt-dept-quota
              MOVE "QW" TO ws-reject-reason
          END-IF
      END-IF
  END-IF
  .

1130-CHECK-ACTIVE-SUBS.
  MOVE 0 TO ws-active-subs
  PERFORM VARYING ws-sub-x FROM 1 BY 1 UNTIL ws-sub-x > ws-sub-used
      IF ws-st-requestor (ws-sub-x) = ws-dt-code (ws-dept-slot)
          AND ws-st-active (ws-sub-x) = "Y"
          ADD 1 TO ws-active-subs
      END-IF
  END-PERFORM
  IF ws-active-subs > 0
      MOVE "AS" TO ws-reject-reason
  END-IF
  .

1200-SUB-TRAN.
  MOVE mt-sub-requestor TO ws-tran-key (1:3)
  MOVE mt-sub-seq TO ws-tran-key (4:1)
  MOVE mt-sub-n-x TO ws-tran-key (5:9)
  PERFORM 1210-FIND-SUB
  EVALUATE mt-action
      WHEN "A"
          IF ws-sub-slot > 0
              MOVE "AE" TO ws-reject-reason
          ELSE
              PERFORM 1220-EDIT-SUB
          END-IF
          IF ws-reject-reason = SPACES AND ws-sub-used NOT < 500
              MOVE "TF" TO ws-reject-reason
          END-IF
          IF ws-reject-reason = SPACES
              ADD 1 TO ws-sub-used
              MOVE ws-sub-used TO ws-sub-slot
              PERFORM 1240-STORE-SUB
              ADD 1 TO ws-sub-add-count
          END-IF
      WHEN "C"
          IF ws-sub-slot = 0
              MOVE "NF" TO ws-reject-reason
          ELSE
              PERFORM 1220-EDIT-SUB
          END-IF
          IF ws-reject-reason = SPACES
              MOVE ws-st-image (ws-sub-slot) TO ws-before-image
              PERFORM 1240-STORE-SUB
              ADD 1 TO ws-sub-chg-count
          END-IF
      WHEN "X"
          IF ws-sub-slot = 0
              MOVE "NF" TO ws-reject-reason
          ELSE
              IF ws-st-active (ws-sub-slot) NOT = "Y"
                  MOVE "IN" TO ws-reject-reason
              END-IF
          END-IF
          IF ws-reject-reason = SPACES
              MOVE ws-st-image (ws-sub-slot) TO ws-before-image
              MOVE "N" TO ws-st-active (ws-sub-slot)
              MOVE ws-st-image (ws-sub-slot) TO ws-after-image
              ADD 1 TO ws-sub-deact-count
          END-IF
      WHEN OTHER
          MOVE "MA" TO ws-reject-reason
  END-EVALUATE
  .

1210-FIND-SUB.
  MOVE 0 TO ws-sub-slot
  PERFORM VARYING ws-sub-x FROM 1 BY 1
      UNTIL ws-sub-x > ws-sub-used OR ws-sub-slot > 0
      IF ws-st-requestor (ws-sub-x) = mt-sub-requestor
          AND ws-st-seq (ws-sub-x) = mt-sub-seq
          AND ws-st-n-x (ws-sub-x) = mt-sub-n-x
          MOVE ws-sub-x TO ws-sub-slot
      END-IF
  END-PERFORM
  .

1220-EDIT-SUB.
  IF mt-sub-rec-type NOT = "S" AND mt-sub-rec-type NOT = "R"
      MOVE "TY" TO ws-reject-reason
  ELSE
    IF mt-sub-seq NOT = "F" AND mt-sub-seq NOT = "L"
        AND mt-sub-seq NOT = "T"
      MOVE "SC" TO ws-reject-reason
    ELSE
      IF mt-sub-n-x IS NOT NUMERIC
          OR (mt-sub-rec-type = "R" AND mt-sub-to-n-x IS NOT NUMERIC)
          MOVE "NN" TO ws-reject-reason
      ELSE
          IF mt-sub-rec-type = "R"
              MOVE mt-sub-to-n TO ws-high-end-n
          ELSE
              MOVE mt-sub-n TO ws-high-end-n
          END-IF
          IF mt-sub-rec-type = "R" AND mt-sub-to-n < mt-sub-n
              MOVE "RG" TO ws-reject-reason
          ELSE
              IF ws-high-end-n > ws-effective-max-n
                  MOVE "HI" TO ws-reject-reason
              END-IF
          END-IF
      END-IF
    END-IF
  END-IF
  IF ws-reject-reason = SPACES
      EVALUATE mt-sub-frequency
          WHEN "D"
          WHEN "1"
          WHEN "2"
          WHEN "3"
          WHEN "4"
          WHEN "5"
          WHEN "6"
          WHEN "7"
              CONTINUE
          WHEN OTHER
              MOVE "FQ" TO ws-reject-reason
      END-EVALUATE
  END-IF
  IF ws-reject-reason = SPACES
      AND mt-sub-active NOT = "Y" AND mt-sub-active NOT = "N"
      MOVE "AC" TO ws-reject-reason
  END-IF
  IF ws-reject-reason = SPACES
      AND mt-sub-priority NOT = "P" AND mt-sub-priority NOT = " "
      MOVE "PR" TO ws-reject-reason
  END-IF
  IF ws-reject-reason = SPACES
      PERFORM 1230-CHECK-SUB-DEPT
  END-IF
  .

1230-CHECK-SUB-DEPT.
  MOVE 0 TO ws-dept-slot
  PERFORM VARYING ws-dept-x FROM 1 BY 1
      UNTIL ws-dept-x > ws-dept-used OR ws-dept-slot > 0
      IF ws-dt-code (ws-dept-x) = mt-sub-requestor
          MOVE ws-dept-x TO ws-dept-slot
      END-IF
  END-PERFORM
  IF ws-dept-slot = 0
      OR ws-dt-active (ws-dept-slot) NOT = "Y"
      MOVE "DP" TO ws-reject-reason
  END-IF
  .

1240-STORE-SUB.
  MOVE mt-image TO ws-st-image (ws-sub-slot)
  IF mt-sub-rec-type NOT = "R"
      MOVE 0 TO ws-st-to-n (ws-sub-slot)
  END-IF
  MOVE ws-st-image (ws-sub-slot) TO ws-after-image
  .

1900-WRITE-LOG.
  MOVE FUNCTION CURRENT-DATE TO ws-log-stamp
  MOVE SPACES TO fib-maint-log-record
  MOVE ws-log-stamp (1:14) TO mlog-stamp
  MOVE mt-user TO mlog-user
  MOVE mt-master TO mlog-master
  MOVE mt-action TO mlog-action
  MOVE ws-tran-key TO mlog-key
  MOVE ws-before-image TO mlog-before
  MOVE ws-after-image TO mlog-after
  WRITE fib-maint-log-record
  IF ws-log-status NOT = "00"
      DISPLAY "FIBMLOG write failed, file status " ws-log-status
          END-DISPLAY
      MOVE 16 TO ws-maint-return-code
  END-IF
  .

1950-WRITE-DETAIL.
  MOVE mt-master TO mr-dl-master
  MOVE mt-action TO mr-dl-action
  MOVE mt-user TO mr-dl-user
  MOVE ws-tran-key TO mr-dl-key
  MOVE ws-reject-reason TO mr-dl-reason
  IF ws-reject-reason = SPACES
      MOVE "APPLIED" TO mr-dl-result
      MOVE SPACES TO mr-dl-text
  ELSE
      MOVE "REJECTED" TO mr-dl-result
      PERFORM 1960-SET-REJECT-TEXT
      MOVE ws-reject-text TO mr-dl-text
  END-IF
  MOVE mr-detail-line TO maint-report-record
  WRITE maint-report-record
  .

1960-SET-REJECT-TEXT.
  EVALUATE ws-reject-reason
      WHEN "US"
          MOVE "USER ID MISSING" TO ws-reject-text
      WHEN "MA"
          MOVE "BAD MASTER OR ACTION CODE" TO ws-reject-text
      WHEN "AE"
          MOVE "ALREADY ON FILE" TO ws-reject-text
      WHEN "NF"
          MOVE "NOT ON FILE" TO ws-reject-text
      WHEN "IN"
          MOVE "ALREADY INACTIVE" TO ws-reject-text
      WHEN "TF"
          MOVE "MASTER TABLE FULL" TO ws-reject-text
      WHEN "CD"
          MOVE "DEPARTMENT CODE OR NAME BLANK" TO ws-reject-text
      WHEN "AC"
          MOVE "ACTIVE FLAG NOT Y OR N" TO ws-reject-text
      WHEN "RT"
          MOVE "ROUTING ID NOT A-H" TO ws-reject-text
      WHEN "QN"
          MOVE "QUOTA OR WARNING NOT NUMERIC" TO ws-reject-text
      WHEN "QW"
          MOVE "WARNING ABOVE MONTHLY QUOTA" TO ws-reject-text
      WHEN "AS"
          MOVE "DEPARTMENT HAS ACTIVE SUBSCRIPTIONS"
              TO ws-reject-text
      WHEN "TY"
          MOVE "TYPE NOT S OR R" TO ws-reject-text
      WHEN "SC"
          MOVE "SEQUENCE CODE NOT F, L OR T" TO ws-reject-text
      WHEN "NN"
          MOVE "N NOT NUMERIC" TO ws-reject-text
      WHEN "RG"
          MOVE "RANGE TO-N BELOW FROM-N" TO ws-reject-text
      WHEN "HI"
          MOVE "N OVER FIBPARM CEILING" TO ws-reject-text
      WHEN "FQ"
          MOVE "FREQUENCY NOT D OR 1-7" TO ws-reject-text
      WHEN "DP"
          MOVE "DEPARTMENT UNKNOWN OR INACTIVE" TO ws-reject-text
      WHEN OTHER
          MOVE SPACES TO ws-reject-text
  END-EVALUATE
  .

2000-WRITE-NEW-MASTERS.
  PERFORM VARYING ws-dept-x FROM 1 BY 1
      UNTIL ws-dept-x > ws-dept-used
      MOVE ws-dt-image (ws-dept-x) TO new-dept-record
      WRITE new-dept-record
  END-PERFORM
  PERFORM VARYING ws-sub-x FROM 1 BY 1 UNTIL ws-sub-x > ws-sub-used
      MOVE ws-st-image (ws-sub-x) TO new-sub-record
      WRITE new-sub-record
  END-PERFORM
  .

3000-WRITE-COUNTS.
  MOVE SPACES TO maint-report-record
  WRITE maint-report-record
  MOVE "TRANSACTIONS READ" TO mr-cl-label
  MOVE ws-tran-count TO mr-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "TRANSACTIONS APPLIED" TO mr-cl-label
  MOVE ws-applied-count TO mr-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "TRANSACTIONS REJECTED" TO mr-cl-label
  MOVE ws-rejected-count TO mr-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "  DEPARTMENTS ADDED" TO mr-cl-label
  MOVE ws-dept-add-count TO mr-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "  DEPARTMENTS CHANGED" TO mr-cl-label
  MOVE ws-dept-chg-count TO mr-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "  DEPARTMENTS DEACTIVATED" TO mr-cl-label
  MOVE ws-dept-deact-count TO mr-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "  SUBSCRIPTIONS ADDED" TO mr-cl-label
  MOVE ws-sub-add-count TO mr-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "  SUBSCRIPTIONS CHANGED" TO mr-cl-label
  MOVE ws-sub-chg-count TO mr-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "  SUBSCRIPTIONS DEACTIVATED" TO mr-cl-label
  MOVE ws-sub-deact-count TO mr-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "FIBDEPT RECORDS WRITTEN" TO mr-cl-label
  MOVE ws-dept-used TO mr-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  MOVE "FIBSUB RECORDS WRITTEN" TO mr-cl-label
  MOVE ws-sub-used TO mr-cl-count
  PERFORM 3100-WRITE-COUNT-LINE
  .

3100-WRITE-COUNT-LINE.
  MOVE mr-count-line TO maint-report-record
  WRITE maint-report-record
  .
END PROGRAM fibdmnt.
