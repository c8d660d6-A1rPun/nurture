DATA DIVISION.
FILE SECTION.
FD  fib-stat-file
    RECORD CONTAINS 120 CHARACTERS.
    COPY FIBSTATR.

FD  trend-report-file
01  ws-tot-overflows     PIC 9(9) COMP VALUE 0.
01  ws-lookup-total      PIC 9(9) COMP.
01  ws-trend-return-code PIC 9(4) COMP VALUE 0.
01  ws-cutoff-card.
    05  ws-co-hhmm-x     PIC X(4).
    05  ws-co-hhmm REDEFINES ws-co-hhmm-x
                         PIC 9(4).
    05  FILLER           PIC X(76).
01  ws-cutoff-hhmm       PIC 9(4)    VALUE 1000.
01  ws-cutoff-ok         PIC X(1)    VALUE "Y".
01  ws-now-stamp         PIC X(21).
01  ws-open-date         PIC 9(8).
01  ws-open-hhmm         PIC 9(4).
01  ws-deadline-int      PIC 9(9) COMP.
01  ws-deadline-stamp.
    05  ws-dl-date       PIC 9(8).
    05  ws-dl-hhmm       PIC 9(4).
01  ws-release-stamp     PIC X(14).
01  ws-release-how       PIC X(10).
01  ws-prio-verdict      PIC X(6).
01  ws-prio-cycles       PIC 9(9) COMP VALUE 0.
01  ws-prio-met          PIC 9(9) COMP VALUE 0.
01  ws-prio-missed       PIC 9(9) COMP VALUE 0.
01  ws-prio-open         PIC 9(9) COMP VALUE 0.
01  ws-prio-unknown      PIC 9(9) COMP VALUE 0.
01  ws-prio-judged       PIC 9(9) COMP.
COPY FIBCTLIO.
COPY FIBCTLR.
01  tr-title-line        PIC X(66)
        VALUE "FIBTREND - BATCH VOLUME AND CACHE-HIT TREND".
01  tr-head-line         PIC X(66)
    05  FILLER           PIC X(2)    VALUE SPACES.
01  tr-total-label       PIC X(66)
        VALUE "ALL DAYS".
01  tr-prio-title-line.
    05  FILLER           PIC X(43)
        VALUE "PRIORITY REQUESTS - RELEASE AGAINST CUTOFF".
    05  tr-pt-cutoff     PIC 9(4).
    05  FILLER           PIC X(19)   VALUE SPACES.
01  tr-prio-head-line    PIC X(66)
        VALUE "CYCLE           RECS   TERMS RELEASED     HOW        CUTOFF".
01  tr-prio-detail-line.
    05  tr-pl-cycle      PIC X(14).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  tr-pl-records    PIC ZZZZ9.
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  tr-pl-terms      PIC ZZZZZZ9.
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  tr-pl-released   PIC X(12).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  tr-pl-how        PIC X(10).
    05  FILLER           PIC X(1)    VALUE SPACES.
    05  tr-pl-verdict    PIC X(6).
    05  FILLER           PIC X(7)    VALUE SPACES.
01  tr-prio-total-line.
    05  tr-ptl-label     PIC X(40).
    05  tr-ptl-count     PIC ZZZZZZZZ9.
    05  FILLER           PIC X(17)   VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
  PERFORM 0100-READ-CUTOFF
  OPEN INPUT fib-stat-file
  OPEN OUTPUT trend-report-file
  IF ws-stat-status NOT = "00" OR ws-report-status NOT = "00"
      END-IF
      PERFORM 1400-WRITE-TOTAL-LINE
      CLOSE fib-stat-file
      IF ws-cutoff-ok = "Y"
          PERFORM 2000-PRIORITY-SECTION
      END-IF
      CLOSE trend-report-file
  END-IF
  MOVE ws-trend-return-code TO RETURN-CODE
  GOBACK
  .

0100-READ-CUTOFF.
  MOVE SPACES TO ws-cutoff-card
  ACCEPT ws-cutoff-card END-ACCEPT
  EVALUATE TRUE
      WHEN ws-co-hhmm-x = SPACES
          CONTINUE
      WHEN ws-co-hhmm-x IS NOT NUMERIC
      WHEN ws-co-hhmm-x (1:2) > "23"
      WHEN ws-co-hhmm-x (3:2) > "59"
          DISPLAY "FIBTREND - cutoff card '" ws-co-hhmm-x
              "' is not a time HHMM - priority section not printed"
              END-DISPLAY
          MOVE "N" TO ws-cutoff-ok
          MOVE 8 TO ws-trend-return-code
      WHEN OTHER
          MOVE ws-co-hhmm TO ws-cutoff-hhmm
  END-EVALUATE
  MOVE FUNCTION CURRENT-DATE TO ws-now-stamp
  .

1100-TREND-ONE-RUN.
  IF ws-day-open = "Y" AND stat-timestamp(1:8) NOT = ws-break-date
      PERFORM 1300-WRITE-DAY-LINE
  MOVE tr-detail-line TO trend-report-record
  WRITE trend-report-record
  .
2000-PRIORITY-SECTION.
  OPEN INPUT fib-stat-file
  IF ws-stat-status NOT = "00"
      DISPLAY "FIBSTAT reopen failed, file status " ws-stat-status
          END-DISPLAY
      MOVE 16 TO ws-trend-return-code
  ELSE
      MOVE SPACES TO trend-report-record
      WRITE trend-report-record
      MOVE ws-cutoff-hhmm TO tr-pt-cutoff
      MOVE tr-prio-title-line TO trend-report-record
      WRITE trend-report-record
      MOVE tr-prio-head-line TO trend-report-record
      WRITE trend-report-record
      MOVE "N" TO ws-trend-eof
      PERFORM UNTIL ws-trend-eof = "Y"
          READ fib-stat-file
              AT END
                  MOVE "Y" TO ws-trend-eof
              NOT AT END
                  IF stat-prio-records > 0
                      AND stat-cycle-id NOT = SPACES
                      PERFORM 2100-PRIORITY-ONE-CYCLE
                  END-IF
          END-READ
      END-PERFORM
      CLOSE fib-stat-file
      PERFORM 2400-WRITE-PRIORITY-TOTALS
  END-IF
  .

2100-PRIORITY-ONE-CYCLE.
  ADD 1 TO ws-prio-cycles
  MOVE stat-cycle-id TO tr-pl-cycle
  MOVE stat-prio-records TO tr-pl-records
  MOVE stat-prio-terms TO tr-pl-terms
  INITIALIZE fib-ctl-request
  MOVE "G" TO ctlq-function
  MOVE stat-cycle-id TO ctlq-cycle-id
  CALL "fibctl" USING fib-ctl-request fib-control-record
  END-CALL
  IF ctlq-status NOT = "00"
      ADD 1 TO ws-prio-unknown
      MOVE SPACES TO tr-pl-released
      MOVE "NOT ON CTL" TO tr-pl-how
      MOVE SPACES TO tr-pl-verdict
  ELSE
      PERFORM 2200-SET-DEADLINE
      PERFORM 2300-JUDGE-RELEASE
      MOVE ws-release-stamp (1:12) TO tr-pl-released
      MOVE ws-release-how TO tr-pl-how
      MOVE ws-prio-verdict TO tr-pl-verdict
  END-IF
  MOVE tr-prio-detail-line TO trend-report-record
  WRITE trend-report-record
  .

2200-SET-DEADLINE.
  MOVE ctl-opened-stamp (1:8) TO ws-open-date
  MOVE ws-open-date TO ws-dl-date
  MOVE ws-cutoff-hhmm TO ws-dl-hhmm
  MOVE ctl-opened-stamp (9:4) TO ws-open-hhmm
  IF ws-open-hhmm NOT < ws-cutoff-hhmm
      COMPUTE ws-deadline-int =
          FUNCTION INTEGER-OF-DATE (ws-open-date) + 1
      END-COMPUTE
      COMPUTE ws-dl-date = FUNCTION DATE-OF-INTEGER (ws-deadline-int)
      END-COMPUTE
  END-IF
  .

2300-JUDGE-RELEASE.
  EVALUATE TRUE
      WHEN ctl-stg-status (11) = "C"
      WHEN ctl-stg-status (11) = "W"
          MOVE ctl-stg-stamp (11) TO ws-release-stamp
          MOVE "EARLY" TO ws-release-how
      WHEN ctl-stg-status (5) = "C"
      WHEN ctl-stg-status (5) = "W"
          MOVE ctl-stg-stamp (5) TO ws-release-stamp
          MOVE "WITH CYCLE" TO ws-release-how
      WHEN OTHER
          MOVE SPACES TO ws-release-stamp
          MOVE "PENDING" TO ws-release-how
  END-EVALUATE
  EVALUATE TRUE
      WHEN ws-release-stamp NOT = SPACES
          AND ws-release-stamp (1:12) NOT > ws-deadline-stamp
          MOVE "MET" TO ws-prio-verdict
          ADD 1 TO ws-prio-met
      WHEN ws-release-stamp NOT = SPACES
      WHEN ws-now-stamp (1:12) > ws-deadline-stamp
          MOVE "MISSED" TO ws-prio-verdict
          ADD 1 TO ws-prio-missed
      WHEN OTHER
          MOVE "OPEN" TO ws-prio-verdict
          ADD 1 TO ws-prio-open
  END-EVALUATE
  .

2400-WRITE-PRIORITY-TOTALS.
  MOVE "CYCLES WITH PRIORITY REQUESTS" TO tr-ptl-label
  MOVE ws-prio-cycles TO tr-ptl-count
  PERFORM 2410-WRITE-PRIORITY-TOTAL
  MOVE "CUTOFF MET" TO tr-ptl-label
  MOVE ws-prio-met TO tr-ptl-count
  PERFORM 2410-WRITE-PRIORITY-TOTAL
  MOVE "CUTOFF MISSED" TO tr-ptl-label
  MOVE ws-prio-missed TO tr-ptl-count
  PERFORM 2410-WRITE-PRIORITY-TOTAL
  MOVE "NOT YET RELEASED, CUTOFF STILL OPEN" TO tr-ptl-label
  MOVE ws-prio-open TO tr-ptl-count
  PERFORM 2410-WRITE-PRIORITY-TOTAL
  MOVE "CYCLE NO LONGER ON FIBCTL" TO tr-ptl-label
  MOVE ws-prio-unknown TO tr-ptl-count
  PERFORM 2410-WRITE-PRIORITY-TOTAL
  ADD ws-prio-met TO ws-prio-missed GIVING ws-prio-judged
  MOVE "PERCENT OF JUDGED CYCLES MEETING CUTOFF" TO tr-ptl-label
  IF ws-prio-judged > 0
      COMPUTE tr-ptl-count = (ws-prio-met * 100) / ws-prio-judged
      END-COMPUTE
  ELSE
      MOVE 0 TO tr-ptl-count
  END-IF
  PERFORM 2410-WRITE-PRIORITY-TOTAL
  .

2410-WRITE-PRIORITY-TOTAL.
  MOVE tr-prio-total-line TO trend-report-record
  WRITE trend-report-record
  .
END PROGRAM fibtrend.
