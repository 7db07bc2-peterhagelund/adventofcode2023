           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJECT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO REJREGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTER-KEY
           FILE STATUS IS REGISTER-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  REJECT-REASON       PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  REJECT-TEXT         PIC X(200).
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  REGISTER-KEY.
               10  REGISTER-RUN-DATE   PIC 9(8).
               10  REGISTER-BATCH-ID   PIC X(8).
               10  REGISTER-PREFIX     PIC X(3).
               10  REGISTER-REASON     PIC X(5).
           05  REGISTER-PROGRAM        PIC X(8).
           05  REGISTER-STATE          PIC X(1).
           05  REGISTER-CLOSED-DATE    PIC 9(8).
           05  REGISTER-ESCALATED-DATE PIC 9(8).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BUSINESS-DATE       PIC 9(8).
       01  TRUNCATION-STATUS   PIC X(2).
       01  BATCH-STATUS        PIC X(2).
       01  REJECT-STATUS       PIC X(2).
       01  REGISTER-STATUS     PIC X(2).
       01  ALERTF-STATUS       PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
           ACCEPT RESTART-SWITCH FROM ENVIRONMENT "RESTART".
           MOVE SPACES TO ALERT-RECORD.
           MOVE "PUZZLE-1" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN I-O REGISTER-FILE.
           IF REGISTER-STATUS = "35" THEN
               DISPLAY "REJECT REGISTER NOT FOUND - CREATING IT"
               OPEN OUTPUT REGISTER-FILE
               IF REGISTER-STATUS = "00" THEN
                   CLOSE REGISTER-FILE
                   OPEN I-O REGISTER-FILE
               END-IF
           END-IF.
           IF REGISTER-STATUS NOT = "00" THEN
               DISPLAY "REJECT REGISTER OPEN FAILED WITH STATUS ",
                   REGISTER-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "REJREGDD" TO ALERT-FILE-NAME
               MOVE REGISTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       LOAD-FILE-LIST SECTION.
           OPEN INPUT FILE-LIST-FILE.
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM REGISTER-REJECT.

      * EVERY REJECT IS ALSO FOLDED INTO THE KEYED REJREGDD REJECT
      * REGISTER - ONE OPEN ENTRY PER BUSINESS DATE, BATCH ID,
      * SUPPLIER PREFIX AND REASON CODE - SO THE BATCH CAN STILL BE
      * AGED ONCE TONIGHT'S REJCTDD HAS ROLLED OVER. THE FIRST
      * REJECTED LINE MAKES THE ENTRY; THE BATCH'S OTHER LINES, THE
      * OTHER SCORING PASS AND A RESTARTED RUN FIND IT ALREADY ON
      * FILE AND LEAVE IT ALONE. PZ-RESUB IN PZRESUB.COB CLOSES THE
      * ENTRY AND REJ-AGE IN REJAGE.COB AGES AND ESCALATES IT. AN
      * ORPHAN TRAILER (REASON ORPHN) BELONGS TO NO BATCH AND HAS
      * NOTHING TO RESUBMIT, SO IT IS NOT REGISTERED.
       REGISTER-REJECT SECTION.
           IF REJECT-REASON = "ORPHN" THEN
               EXIT SECTION
           END-IF.
           MOVE SPACES TO REGISTER-RECORD.
           MOVE RUN-DATE TO REGISTER-RUN-DATE.
           MOVE REJECT-BATCH-ID TO REGISTER-BATCH-ID.
           MOVE REJECT-BATCH-ID(1:3) TO REGISTER-PREFIX.
           MOVE REJECT-REASON TO REGISTER-REASON.
           MOVE "PUZZLE-1" TO REGISTER-PROGRAM.
           MOVE "O" TO REGISTER-STATE.
           MOVE ZERO TO REGISTER-CLOSED-DATE.
           MOVE ZERO TO REGISTER-ESCALATED-DATE.
           WRITE REGISTER-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF REGISTER-STATUS NOT = "00"
               AND REGISTER-STATUS NOT = "22" THEN
               DISPLAY "REJECT REGISTER WRITE FAILED WITH STATUS ",
                   REGISTER-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "REJREGDD" TO ALERT-FILE-NAME
               MOVE REGISTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       WRITE-TRUNCATION SECTION.
           DISPLAY "LINE ", LINE-NO, " MAY HAVE BEEN TRUNCATED".
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE REGISTER-FILE.
           IF REGISTER-STATUS NOT = "00" THEN
               DISPLAY "REJECT REGISTER CLOSE FAILED WITH STATUS ",
                   REGISTER-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "REJREGDD" TO ALERT-FILE-NAME
               MOVE REGISTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE ALERT-FILE.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE CLOSE FAILED WITH STATUS ",
