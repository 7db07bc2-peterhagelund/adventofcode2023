      * PROGRAM PER RUN DATE, SO TOTALS SURVIVE FROM NIGHT TO NIGHT.
      * A RERUN FOR THE SAME PROGRAM AND DATE REPLACES THE EXISTING
      * MASTER RECORD INSTEAD OF ADDING A SECOND ONE.
      * EVERY CHANGE TO THE HISTDD MASTER IS JOURNALED TO JRNLDD
      * (SEE WRITE-JOURNAL) FOR FORWARD RECOVERY BY MST-RCV.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  SUMMARY-SUM         PIC 9(6).
           05  FILLER              PIC X(1).
           05  SUMMARY-FILE-ID     PIC X(8).
           05  FILLER              PIC X(10).
           05  SUMMARY-WORD-GEN    PIC 9(4).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HISTORY-KEY.
               10  HISTORY-RUN-DATE    PIC 9(8).
           05  HISTORY-LINE-COUNT  PIC 9(6).
           05  HISTORY-SUM         PIC 9(6).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JOURNAL-MASTER      PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  JOURNAL-RUN-DATE    PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  JOURNAL-TIME        PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  JOURNAL-PROGRAM     PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  JOURNAL-ACTION      PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  JOURNAL-IMAGE       PIC X(250).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BUSINESS-DATE       PIC 9(8).
       01  SUMMARY-STATUS      PIC X(2).
       01  HISTORY-STATUS      PIC X(2).
       01  ALERTF-STATUS       PIC X(2).
       01  JOURNAL-STATUS      PIC X(2).
       01  JOURNAL-ACTION-W    PIC X.
       01  JOURNAL-TIME-RAW.
           05  JOURNAL-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "HIST-UPD" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35" THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "JOURNAL FILE OPEN FAILED WITH STATUS ",
                   JOURNAL-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "JRNLDD" TO ALERT-FILE-NAME
               MOVE JOURNAL-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN I-O HISTORY-FILE.
           IF HISTORY-STATUS = "35" THEN
               DISPLAY "HISTORY MASTER NOT FOUND - CREATING IT"
                   PERFORM REPLACE-HISTORY
               NOT INVALID KEY
                   ADD 1 TO RECORDS-ADDED
                   MOVE "A" TO JOURNAL-ACTION-W
                   PERFORM WRITE-JOURNAL
           END-WRITE.
           IF HISTORY-STATUS NOT = "00" AND HISTORY-STATUS NOT = "22"
               THEN
               STOP RUN
           END-IF.
           ADD 1 TO RECORDS-REPLACED.
           MOVE "R" TO JOURNAL-ACTION-W.
           PERFORM WRITE-JOURNAL.
           DISPLAY "REPLACED HISTORY FOR ", HISTORY-PROGRAM,
               " RUN DATE ", HISTORY-RUN-DATE.

               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "JOURNAL FILE CLOSE FAILED WITH STATUS ",
                   JOURNAL-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "JRNLDD" TO ALERT-FILE-NAME
               MOVE JOURNAL-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE ALERT-FILE.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE CLOSE FAILED WITH STATUS ",
               STOP RUN
           END-IF.

      * EVERY RECORD ADDED TO, REPLACED ON OR DELETED FROM THE
      * RUN-HISTORY MASTER IS ALSO WRITTEN TO THE JRNLDD UPDATE
      * JOURNAL ONCE THE MASTER HAS TAKEN IT - ACTION A, R OR D WITH
      * THE BUSINESS DATE, THE TIME AND THE WHOLE RECORD IMAGE - SO
      * MST-RCV IN MSTRCV.COB CAN ROLL A MST-BKP BACKUP FORWARD. A
      * JOURNAL THAT CANNOT BE WRITTEN STOPS THE STEP: AN UPDATE THE
      * JOURNAL DOES NOT HOLD COULD NEVER BE RECOVERED.
       WRITE-JOURNAL SECTION.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "HISTDD" TO JOURNAL-MASTER.
           MOVE RUN-DATE TO JOURNAL-RUN-DATE.
           ACCEPT JOURNAL-TIME-RAW FROM TIME.
           MOVE JOURNAL-HHMMSS TO JOURNAL-TIME.
           MOVE "HIST-UPD" TO JOURNAL-PROGRAM.
           MOVE JOURNAL-ACTION-W TO JOURNAL-ACTION.
           MOVE HISTORY-RECORD TO JOURNAL-IMAGE.
           WRITE JOURNAL-RECORD.
           IF JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "JOURNAL FILE WRITE FAILED WITH STATUS ",
                   JOURNAL-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "JRNLDD" TO ALERT-FILE-NAME
               MOVE JOURNAL-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

      * THE RUN-DATE STAMP COMES FROM THE BDATEDD PROCESSING
      * CALENDAR THAT DATE-ROL IN DATEROL.COB ADVANCES WHEN A NIGHT
      * CLOSES CLEAN, SO A RERUN THAT CROSSES MIDNIGHT STILL FILES
