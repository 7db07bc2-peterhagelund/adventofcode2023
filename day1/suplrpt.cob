           05  SUPPLIER-PREFIX     PIC X(3).
           05  SUPPLIER-NAME       PIC X(30).
           05  SUPPLIER-CONTACT    PIC X(30).
           05  SUPPLIER-RESUB-DAYS PIC 9(3).
      * BATCHDD RECORDS FROM THE SINGLE-PASS SCORERS AND THE
      * COMBINED DRIVER DIFFER IN WIDTH, SO THE STATUS IS FOUND BY
      * SCANNING THE RECORD, THE SAME WAY OPS-RPT IN OPSRPT.COB
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "SUPL-RPT" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
