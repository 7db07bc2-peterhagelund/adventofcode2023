           05  SUMMARY-SUM         PIC 9(6).
           05  FILLER              PIC X(1).
           05  SUMMARY-FILE-ID     PIC X(8).
           05  FILLER              PIC X(10).
           05  SUMMARY-WORD-GEN    PIC 9(4).
       FD  BATCH-FILE.
       01  BATCH-RECORD.
           05  BATCH-REC-ID        PIC X(8).
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "BAL-CHK" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
