    COPY FIBRESR.

FD  requeue-file
    RECORD CONTAINS 24 CHARACTERS.
    COPY FIBREQR.

WORKING-STORAGE SECTION.
      MOVE 0 TO fr-to-n
      MOVE fres-requestor TO fr-requestor
      MOVE fres-seq TO fr-seq
      MOVE SPACE TO fr-priority
      WRITE fib-request-record
      ADD 1 TO ws-requeue-count
  END-IF
