IDENTIFICATION DIVISION.
PROGRAM-ID. fibctl.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT fib-control-file ASSIGN TO "FIBCTL"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ctlf-cycle-id
      FILE STATUS IS ws-control-status.

DATA DIVISION.
FILE SECTION.
FD  fib-control-file
    RECORD CONTAINS 320 CHARACTERS.
01  ctlf-record.
    05  ctlf-cycle-id       PIC X(14).
    05  FILLER              PIC X(306).

WORKING-STORAGE SECTION.
01  ws-control-status    PIC X(2).
01  ws-ctl-eof           PIC X(1).
01  ws-ctl-found         PIC X(1).
01  ws-ctl-keep          PIC X(1).
01  ws-ctl-stamp         PIC X(21).
01  ws-ctl-status        PIC X(1).
01  ws-hold-record       PIC X(320).
01  ws-sx                PIC 9(4) COMP.

LINKAGE SECTION.
COPY FIBCTLIO.
COPY FIBCTLR.

PROCEDURE DIVISION USING fib-ctl-request fib-control-record.
0000-CONTROL.
  MOVE "00" TO ctlq-status
  EVALUATE ctlq-function
      WHEN "L"
          PERFORM 1000-FIND-LATEST
      WHEN "G"
          PERFORM 2000-GET-CYCLE
      WHEN "N"
          PERFORM 2500-NEXT-CYCLE
      WHEN "O"
          PERFORM 3000-OPEN-CYCLE
      WHEN "P"
      WHEN "M"
          PERFORM 4000-POST-STAGE
      WHEN "U"
          PERFORM 5000-REWRITE-CYCLE
      WHEN "A"
          PERFORM 6000-ADD-CYCLE
      WHEN OTHER
          DISPLAY "FIBCTL - unknown function " ctlq-function
              END-DISPLAY
          MOVE "16" TO ctlq-status
  END-EVALUATE
  GOBACK
  .

1000-FIND-LATEST.
  OPEN INPUT fib-control-file
  IF ws-control-status NOT = "00"
      PERFORM 9000-OPEN-FAILED
  ELSE
      PERFORM 1100-SCAN-LATEST
      CLOSE fib-control-file
  END-IF
  .

1100-SCAN-LATEST.
  MOVE "N" TO ws-ctl-found
  MOVE "N" TO ws-ctl-eof
  MOVE LOW-VALUES TO ctlf-cycle-id
  START fib-control-file KEY NOT LESS ctlf-cycle-id
      INVALID KEY
          MOVE "Y" TO ws-ctl-eof
  END-START
  PERFORM UNTIL ws-ctl-eof = "Y"
      READ fib-control-file NEXT
          AT END
              MOVE "Y" TO ws-ctl-eof
          NOT AT END
              MOVE ctlf-record TO fib-control-record
              IF ctl-state NOT = "X"
                  MOVE ctlf-record TO ws-hold-record
                  MOVE "Y" TO ws-ctl-found
              END-IF
      END-READ
  END-PERFORM
  IF ws-ctl-found = "Y"
      MOVE ws-hold-record TO fib-control-record
      MOVE ctl-cycle-id TO ctlq-cycle-id
  ELSE
      MOVE SPACES TO fib-control-record
      MOVE "23" TO ctlq-status
  END-IF
  .

2000-GET-CYCLE.
  OPEN INPUT fib-control-file
  IF ws-control-status NOT = "00"
      PERFORM 9000-OPEN-FAILED
  ELSE
      PERFORM 2100-READ-CYCLE
      CLOSE fib-control-file
  END-IF
  .

2100-READ-CYCLE.
  MOVE ctlq-cycle-id TO ctlf-cycle-id
  READ fib-control-file
      INVALID KEY
          MOVE "23" TO ctlq-status
      NOT INVALID KEY
          MOVE ctlf-record TO fib-control-record
  END-READ
  .

2500-NEXT-CYCLE.
  OPEN INPUT fib-control-file
  IF ws-control-status NOT = "00"
      PERFORM 9000-OPEN-FAILED
  ELSE
      MOVE ctlq-cycle-id TO ctlf-cycle-id
      START fib-control-file KEY GREATER ctlf-cycle-id
          INVALID KEY
              MOVE "23" TO ctlq-status
      END-START
      IF ctlq-status = "00"
          READ fib-control-file NEXT
              AT END
                  MOVE "23" TO ctlq-status
              NOT AT END
                  MOVE ctlf-record TO fib-control-record
                  MOVE ctl-cycle-id TO ctlq-cycle-id
          END-READ
      END-IF
      CLOSE fib-control-file
  END-IF
  .

3000-OPEN-CYCLE.
  PERFORM 8000-OPEN-UPDATE
  IF ctlq-status = "00"
      PERFORM 1100-SCAN-LATEST
      IF ctlq-status = "00"
          PERFORM 3100-CHECK-PREVIOUS
      ELSE
          MOVE "00" TO ctlq-status
          MOVE LOW-VALUES TO ctl-cycle-id
      END-IF
      IF ctlq-status = "00"
          PERFORM 3200-WRITE-NEW-CYCLE
      END-IF
      CLOSE fib-control-file
  END-IF
  .

3100-CHECK-PREVIOUS.
  EVALUATE TRUE
      WHEN ctl-stg-status (3) = SPACE
          MOVE "X" TO ctl-state
          MOVE fib-control-record TO ctlf-record
          REWRITE ctlf-record
              INVALID KEY
                  MOVE "16" TO ctlq-status
          END-REWRITE
          DISPLAY "FIBCTL - cycle " ctl-cycle-id " never reached"
              " FIBSTEP and is superseded by the new cycle"
              END-DISPLAY
      WHEN ctl-stg-status (3) = "R"
      WHEN ctl-stg-status (3) = "F"
          DISPLAY "FIBCTL - cycle " ctl-cycle-id " has FIBSTEP"
              " started but not complete - restart it, or cancel it"
              " with FIBCYCLE, before a new cycle is opened"
              END-DISPLAY
          MOVE "12" TO ctlq-status
      WHEN ctl-stg-status (4) = SPACE
          DISPLAY "FIBCTL - cycle " ctl-cycle-id " has not been"
              " through FIBRECON - a new cycle cannot be opened"
              END-DISPLAY
          MOVE "12" TO ctlq-status
      WHEN OTHER
          CONTINUE
  END-EVALUATE
  .

3200-WRITE-NEW-CYCLE.
  MOVE FUNCTION CURRENT-DATE TO ws-ctl-stamp
  IF ws-ctl-stamp (1:14) NOT > ctl-cycle-id
      DISPLAY "FIBCTL - new cycle id " ws-ctl-stamp (1:14)
          " is not later than cycle " ctl-cycle-id
          " - check the system clock" END-DISPLAY
      MOVE "16" TO ctlq-status
  ELSE
      MOVE SPACES TO fib-control-record
      MOVE ws-ctl-stamp (1:14) TO ctl-cycle-id
      MOVE ctlq-origin TO ctl-origin
      MOVE "O" TO ctl-state
      MOVE ws-ctl-stamp (1:14) TO ctl-opened-stamp
      PERFORM VARYING ws-sx FROM 1 BY 1 UNTIL ws-sx > 12
          MOVE 0 TO ctl-stg-rc (ws-sx)
      END-PERFORM
      IF ctlq-origin NOT = "G"
          MOVE "B" TO ctl-stg-status (1)
          MOVE ws-ctl-stamp (1:14) TO ctl-stg-stamp (1)
      END-IF
      MOVE fib-control-record TO ctlf-record
      WRITE ctlf-record
          INVALID KEY
              DISPLAY "FIBCTL - cycle " ctl-cycle-id
                  " already exists" END-DISPLAY
              MOVE "16" TO ctlq-status
      END-WRITE
      IF ctlq-status = "00"
          MOVE ctl-cycle-id TO ctlq-cycle-id
          DISPLAY "FIBCTL - cycle " ctl-cycle-id " opened, origin "
              ctl-origin END-DISPLAY
      END-IF
  END-IF
  .

4000-POST-STAGE.
  IF ctlq-stage < 1 OR ctlq-stage > 12
      DISPLAY "FIBCTL - stage " ctlq-stage " out of range"
          END-DISPLAY
      MOVE "16" TO ctlq-status
  ELSE
      PERFORM 8000-OPEN-UPDATE
      IF ctlq-status = "00"
          PERFORM 2100-READ-CYCLE
          IF ctlq-status = "00"
              PERFORM 4100-SET-STAGE
          ELSE
              DISPLAY "FIBCTL - cycle " ctlq-cycle-id
                  " not on file, stage " ctlq-stage " not recorded"
                  END-DISPLAY
          END-IF
          CLOSE fib-control-file
      END-IF
  END-IF
  .

4100-SET-STAGE.
  IF ctlq-stage-status NOT = SPACE
      MOVE ctlq-stage-status TO ws-ctl-status
  ELSE
      EVALUATE ctlq-stage-rc
          WHEN 0
              MOVE "C" TO ws-ctl-status
          WHEN 4
              MOVE "W" TO ws-ctl-status
          WHEN OTHER
              MOVE "F" TO ws-ctl-status
      END-EVALUATE
  END-IF
  MOVE "N" TO ws-ctl-keep
  IF ctlq-function = "M"
      AND ctlq-stage > 1
      AND ctl-stg-status (ctlq-stage) NOT = SPACE
      AND ctl-stg-status (ctlq-stage) NOT = "R"
      AND ctl-stg-stamp (ctlq-stage)
          NOT < ctl-stg-stamp (ctlq-stage - 1)
      AND ctl-stg-rc (ctlq-stage) > ctlq-stage-rc
      MOVE "Y" TO ws-ctl-keep
  END-IF
  IF ws-ctl-keep = "N"
      MOVE FUNCTION CURRENT-DATE TO ws-ctl-stamp
      MOVE ws-ctl-status TO ctl-stg-status (ctlq-stage)
      MOVE ctlq-stage-rc TO ctl-stg-rc (ctlq-stage)
      MOVE ws-ctl-stamp (1:14) TO ctl-stg-stamp (ctlq-stage)
      IF ctlq-stage = 8 AND ctl-state NOT = "X"
          AND (ws-ctl-status = "C" OR ws-ctl-status = "W")
          MOVE "C" TO ctl-state
      END-IF
      MOVE fib-control-record TO ctlf-record
      REWRITE ctlf-record
          INVALID KEY
              MOVE "16" TO ctlq-status
      END-REWRITE
      IF ctlq-status NOT = "00"
          DISPLAY "FIBCTL REWRITE failed for cycle " ctl-cycle-id
              ", file status " ws-control-status END-DISPLAY
      END-IF
  END-IF
  .

5000-REWRITE-CYCLE.
  PERFORM 8000-OPEN-UPDATE
  IF ctlq-status = "00"
      MOVE fib-control-record TO ctlf-record
      REWRITE ctlf-record
          INVALID KEY
              MOVE "23" TO ctlq-status
      END-REWRITE
      CLOSE fib-control-file
  END-IF
  .

6000-ADD-CYCLE.
  PERFORM 8000-OPEN-UPDATE
  IF ctlq-status = "00"
      MOVE fib-control-record TO ctlf-record
      WRITE ctlf-record
          INVALID KEY
              MOVE "22" TO ctlq-status
      END-WRITE
      CLOSE fib-control-file
  END-IF
  .

8000-OPEN-UPDATE.
  OPEN I-O fib-control-file
  IF ws-control-status = "35"
      OPEN OUTPUT fib-control-file
      CLOSE fib-control-file
      OPEN I-O fib-control-file
  END-IF
  IF ws-control-status NOT = "00"
      PERFORM 9000-OPEN-FAILED
  END-IF
  .

9000-OPEN-FAILED.
  DISPLAY "FIBCTL open failed, file status " ws-control-status
      END-DISPLAY
  MOVE "16" TO ctlq-status
  .
END PROGRAM fibctl.
