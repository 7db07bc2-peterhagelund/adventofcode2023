      * ITSELF: ENTRIES OLDER THAN THE NEWEST SEENRUNS DISTINCT
      * FIRST-SEEN DATES (ENVIRONMENT VARIABLE, DEFAULT 90) ARE
      * DELETED AT OPEN SO THE FILE DOES NOT GROW FOREVER.
      * EVERY EDIT REPORT LINE THAT BELONGS TO A BATCH - A LINE
      * DROPPED FROM INSIDE IT, A DROPPED DUPLICATE BLOCK, A TRAILER
      * NOTE - CARRIES THE BATCH ID IN COLUMNS 83-90, SO BAT-TRC IN
      * BATTRC.COB CAN FIND WHAT THE GATE DID TO A SUPPLIER'S BATCH.
      * EVERY CHANGE TO THE SEENDD MASTER IS JOURNALED TO JRNLDD
      * (SEE WRITE-JOURNAL) FOR FORWARD RECOVERY BY MST-RCV.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEEN-BATCH-ID
           FILE STATUS IS SEEN-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  SEEN-BATCH-ID       PIC X(8).
           05  SEEN-FIRST-DATE     PIC 9(8).
           05  SEEN-TRAILER-HASH   PIC 9(8).
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
       01  STAGE-STATUS        PIC X(2).
       01  EDIT-REPORT-STATUS  PIC X(2).
       01  ALERTF-STATUS       PIC X(2).
       01  JOURNAL-STATUS      PIC X(2).
       01  JOURNAL-ACTION-W    PIC X.
       01  JOURNAL-TIME-RAW.
           05  JOURNAL-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
           05  DETAIL-REASON       PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-TEXT         PIC X(60).
           05  FILLER              PIC X(2).
           05  DETAIL-BATCH-ID     PIC X(8).
       01  COUNT-LINE.
           05  COUNT-LABEL         PIC X(24).
           05  FILLER              PIC X(2) VALUE SPACES.
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "PZ-EDIT" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
                   MOVE ENV-NUMBER TO SEEN-RETAIN
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
           OPEN I-O SEEN-FILE.
           IF SEEN-STATUS = "35" THEN
               DISPLAY "SEEN-BATCH MASTER NOT FOUND - CREATING IT"
                       DELETE SEEN-FILE RECORD
                       IF SEEN-STATUS = "00" THEN
                           ADD 1 TO SEEN-AGED-COUNT
                           MOVE "D" TO JOURNAL-ACTION-W
                           PERFORM WRITE-JOURNAL
                       END-IF
                   END-IF
               END-IF
               MOVE "TRAILER NOT NUMERIC - STAGED AS RECEIVED"
                   TO TEXT-BODY
               MOVE TEXT-LINE TO EDIT-REPORT-RECORD
               MOVE GATE-BATCH-ID TO EDIT-REPORT-RECORD(83:8)
               PERFORM WRITE-EDIT-REPORT
               EXIT SECTION
           END-IF.
               MOVE "TRAILER DID NOT VALIDATE - STAGED AS RECEIVED"
                   TO TEXT-BODY
               MOVE TEXT-LINE TO EDIT-REPORT-RECORD
               MOVE GATE-BATCH-ID TO EDIT-REPORT-RECORD(83:8)
               PERFORM WRITE-EDIT-REPORT
               EXIT SECTION
           END-IF.
               TO TEXT-BODY.
           MOVE DROPPED-IN-BATCH TO TEXT-BODY(41:6).
           MOVE TEXT-LINE TO EDIT-REPORT-RECORD.
           MOVE GATE-BATCH-ID TO EDIT-REPORT-RECORD(83:8).
           PERFORM WRITE-EDIT-REPORT.

      * THE TRAILER OF A CROSS-NIGHT DUPLICATE TELLS RETRANSMIT AND
           END-WRITE.
           IF SEEN-STATUS = "00" THEN
               ADD 1 TO SEEN-ADDED-COUNT
               MOVE "A" TO JOURNAL-ACTION-W
               PERFORM WRITE-JOURNAL
           ELSE
               IF SEEN-STATUS NOT = "22" THEN
                   DISPLAY "SEEN-BATCH MASTER WRITE FAILED WITH ",
           MOVE LINE-NO TO DETAIL-LINE-NO.
           MOVE REJECT-REASON TO DETAIL-REASON.
           MOVE RAW-RECORD(1:60) TO DETAIL-TEXT.
           IF DROPPING-BLOCK THEN
               MOVE BLOCK-ID TO DETAIL-BATCH-ID
           ELSE
               IF GATE-BATCH-OPEN THEN
                   MOVE GATE-BATCH-ID TO DETAIL-BATCH-ID
               END-IF
           END-IF.
           PERFORM VARYING SANITIZE-IDX FROM 1 BY 1
               UNTIL SANITIZE-IDX > 60
               IF DETAIL-TEXT(SANITIZE-IDX:1)
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
      * SEEN-BATCH MASTER IS ALSO WRITTEN TO THE JRNLDD UPDATE
      * JOURNAL ONCE THE MASTER HAS TAKEN IT - ACTION A, R OR D WITH
      * THE BUSINESS DATE, THE TIME AND THE WHOLE RECORD IMAGE - SO
      * MST-RCV IN MSTRCV.COB CAN ROLL A MST-BKP BACKUP FORWARD. A
      * JOURNAL THAT CANNOT BE WRITTEN STOPS THE STEP: AN UPDATE THE
      * JOURNAL DOES NOT HOLD COULD NEVER BE RECOVERED.
       WRITE-JOURNAL SECTION.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "SEENDD" TO JOURNAL-MASTER.
           MOVE RUN-DATE TO JOURNAL-RUN-DATE.
           ACCEPT JOURNAL-TIME-RAW FROM TIME.
           MOVE JOURNAL-HHMMSS TO JOURNAL-TIME.
           MOVE "PZ-EDIT" TO JOURNAL-PROGRAM.
           MOVE JOURNAL-ACTION-W TO JOURNAL-ACTION.
           MOVE SEEN-RECORD TO JOURNAL-IMAGE.
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
