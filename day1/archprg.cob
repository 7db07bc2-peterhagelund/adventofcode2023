      * ARCPRPDD. RUN THIS STEP AHEAD OF PUZZLE-4 IN THE STREAM SO
      * EXPIRED RUNS ARE VAULTED BEFORE PUZZLE-4'S OWN RETENTION
      * PASS COULD DELETE THEM UNSAVED.
      * EVERY CHANGE TO THE ARCHDD MASTER IS JOURNALED TO JRNLDD
      * (SEE WRITE-JOURNAL) FOR FORWARD RECOVERY BY MST-RCV.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PURGE-REPORT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  EXTRACT-TEXT            PIC X(200).
       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-RECORD     PIC X(132).
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
       01  EXTRACT-STATUS      PIC X(2).
       01  PURGE-REPORT-STATUS PIC X(2).
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
           MOVE "ARCH-PRG" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
                   MOVE ENV-NUMBER TO RETAIN-RUNS
               END-IF
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
           OPEN I-O ARCHIVE-FILE.
           IF ARCHIVE-STATUS NOT = "00" THEN
               DISPLAY "ARCHIVE FILE OPEN FAILED WITH STATUS ",
                           PERFORM WRITE-ALERT
                           STOP RUN
                       END-IF
                       MOVE "D" TO JOURNAL-ACTION-W
                       PERFORM WRITE-JOURNAL
                       ADD 1 TO RUN-RECORDS
                       ADD 1 TO OFFLOADED-RECORDS
                   ELSE
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
      * LINE-SCORE ARCHIVE MASTER IS ALSO WRITTEN TO THE JRNLDD UPDATE
      * JOURNAL ONCE THE MASTER HAS TAKEN IT - ACTION A, R OR D WITH
      * THE BUSINESS DATE, THE TIME AND THE WHOLE RECORD IMAGE - SO
      * MST-RCV IN MSTRCV.COB CAN ROLL A MST-BKP BACKUP FORWARD. A
      * JOURNAL THAT CANNOT BE WRITTEN STOPS THE STEP: AN UPDATE THE
      * JOURNAL DOES NOT HOLD COULD NEVER BE RECOVERED.
       WRITE-JOURNAL SECTION.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "ARCHDD" TO JOURNAL-MASTER.
           MOVE RUN-DATE TO JOURNAL-RUN-DATE.
           ACCEPT JOURNAL-TIME-RAW FROM TIME.
           MOVE JOURNAL-HHMMSS TO JOURNAL-TIME.
           MOVE "ARCH-PRG" TO JOURNAL-PROGRAM.
           MOVE JOURNAL-ACTION-W TO JOURNAL-ACTION.
           MOVE ARCHIVE-RECORD TO JOURNAL-IMAGE.
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
