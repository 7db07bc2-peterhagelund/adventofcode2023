      * AND WHOSE BATCH A REJECT BELONGS TO HAS SO FAR BEEN WORKED
      * OUT FROM A PAPER LIST. THIS PROGRAM FOLDS THE SUPEDTDD EDIT
      * FILE (THREE-CHARACTER BATCH-ID PREFIX, SUPPLIER NAME,
      * CONTACT, AND IN COLUMNS 67-69 THE DAYS AGREED WITH THE
      * SUPPLIER FOR RESUBMITTING A REJECTED BATCH - BLANK WHEN NONE
      * IS AGREED) INTO THE KEYED SUPLRDD SUPPLIER MASTER, THE SAME
      * WAY HIST-UPD IN HISTUPD.COB FOLDS SUMRYDD INTO HISTDD. A
      * RESUBMITTED PREFIX REPLACES THE EXISTING MASTER RECORD
      * INSTEAD OF ADDING A SECOND ONE. SUPL-RPT IN SUPLRPT.COB
      * READS THE MASTER TO PUT SUPPLIER NAMES ON THE QUALITY
      * SCORECARD, AND REJ-AGE IN REJAGE.COB ESCALATES REJECTED
      * BATCHES LEFT OUTSTANDING PAST THE AGREED DAYS.
      * THE RESUBMISSION DAYS LENGTHEN THE MASTER RECORD FROM 63 TO
      * 66 BYTES, AND NO PROGRAM AT THE NEW LENGTH CAN OPEN A 63-BYTE
      * MASTER. SINCE THIS PROGRAM IS THE ONLY ONE THAT FILLS THE
      * MASTER, AND EVERY RECORD ON IT CAME FROM SUPEDTDD, THE MASTER
      * IS REBUILT RATHER THAN CONVERTED WHEN THE 66-BYTE PROGRAMS
      * GO IN: DELETE THE OLD MASTER AND DEFINE AN EMPTY ONE AT THE
      * NEW LENGTH (OR LEAVE NONE - THIS PROGRAM CREATES IT), RUN
      * THIS PROGRAM OVER THE FULL SUPEDTDD WITH COLUMNS 67-69
      * FILLED IN WHERE A DEADLINE IS AGREED, THEN TAKE A FRESH
      * MST-BKP BACKUP (BKPMASTER=SUPLRDD). MST-RCV RECOVERS THE
      * SUPPLIER MASTER ONLY FROM THAT BACKUP OR A LATER ONE - AN
      * EARLIER COPY, AND THE JOURNAL RECORDS BEFORE ITS MARKER,
      * HOLD THE OLD LENGTH.
      * EVERY CHANGE TO THE SUPLRDD MASTER IS JOURNALED TO JRNLDD
      * (SEE WRITE-JOURNAL) FOR FORWARD RECOVERY BY MST-RCV.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-PREFIX
           FILE STATUS IS SUPPLIER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  SUPPLIER-EDIT-NAME      PIC X(30).
           05  FILLER                  PIC X(1).
           05  SUPPLIER-EDIT-CONTACT   PIC X(30).
           05  FILLER                  PIC X(1).
           05  SUPPLIER-EDIT-DAYS      PIC X(3).
       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SUPPLIER-PREFIX     PIC X(3).
           05  SUPPLIER-NAME       PIC X(30).
           05  SUPPLIER-CONTACT    PIC X(30).
           05  SUPPLIER-RESUB-DAYS PIC 9(3).
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
       01  SUPPLIER-EDIT-STATUS    PIC X(2).
       01  SUPPLIER-STATUS         PIC X(2).
       01  ALERTF-STATUS           PIC X(2).
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
           MOVE "SUPL-UPD" TO ALERT-PROGRAM.
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
           OPEN I-O SUPPLIER-FILE.
           IF SUPPLIER-STATUS = "35" THEN
               DISPLAY "SUPPLIER MASTER NOT FOUND - CREATING IT"
           MOVE SUPPLIER-EDIT-PREFIX TO SUPPLIER-PREFIX.
           MOVE SUPPLIER-EDIT-NAME TO SUPPLIER-NAME.
           MOVE SUPPLIER-EDIT-CONTACT TO SUPPLIER-CONTACT.
           PERFORM SET-RESUB-DAYS.
           WRITE SUPPLIER-RECORD
               INVALID KEY
                   PERFORM REPLACE-SUPPLIER
               NOT INVALID KEY
                   ADD 1 TO RECORDS-ADDED
                   MOVE "A" TO JOURNAL-ACTION-W
                   PERFORM WRITE-JOURNAL
           END-WRITE.
           IF SUPPLIER-STATUS NOT = "00" AND SUPPLIER-STATUS NOT = "22"
               THEN
               STOP RUN
           END-IF.

      * A BLANK OR UNREADABLE DAYS FIELD IS TAKEN AS NO DEADLINE
      * AGREED AND HELD AS ZERO; REJ-AGE THEN APPLIES ITS HOUSE
      * DEFAULT.
       SET-RESUB-DAYS SECTION.
           IF SUPPLIER-EDIT-DAYS IS NUMERIC THEN
               MOVE SUPPLIER-EDIT-DAYS TO SUPPLIER-RESUB-DAYS
           ELSE
               MOVE ZERO TO SUPPLIER-RESUB-DAYS
               IF SUPPLIER-EDIT-DAYS NOT = SPACES THEN
                   DISPLAY "SUPPLIER ", SUPPLIER-EDIT-PREFIX,
                       " RESUBMISSION DAYS ", SUPPLIER-EDIT-DAYS,
                       " NOT NUMERIC - NO DEADLINE HELD"
               END-IF
           END-IF.

       REPLACE-SUPPLIER SECTION.
           MOVE SUPPLIER-EDIT-NAME TO SUPPLIER-NAME.
           MOVE SUPPLIER-EDIT-CONTACT TO SUPPLIER-CONTACT.
           PERFORM SET-RESUB-DAYS.
           REWRITE SUPPLIER-RECORD.
           IF SUPPLIER-STATUS NOT = "00" THEN
               DISPLAY "SUPPLIER FILE REWRITE FAILED WITH STATUS ",
               STOP RUN
           END-IF.
           ADD 1 TO RECORDS-REPLACED.
           MOVE "R" TO JOURNAL-ACTION-W.
           PERFORM WRITE-JOURNAL.
           DISPLAY "REPLACED SUPPLIER ", SUPPLIER-PREFIX.

       CLOSE-FILE SECTION.
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
      * SUPPLIER MASTER IS ALSO WRITTEN TO THE JRNLDD UPDATE
      * JOURNAL ONCE THE MASTER HAS TAKEN IT - ACTION A, R OR D WITH
      * THE BUSINESS DATE, THE TIME AND THE WHOLE RECORD IMAGE - SO
      * MST-RCV IN MSTRCV.COB CAN ROLL A MST-BKP BACKUP FORWARD. A
      * JOURNAL THAT CANNOT BE WRITTEN STOPS THE STEP: AN UPDATE THE
      * JOURNAL DOES NOT HOLD COULD NEVER BE RECOVERED.
       WRITE-JOURNAL SECTION.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "SUPLRDD" TO JOURNAL-MASTER.
           MOVE RUN-DATE TO JOURNAL-RUN-DATE.
           ACCEPT JOURNAL-TIME-RAW FROM TIME.
           MOVE JOURNAL-HHMMSS TO JOURNAL-TIME.
           MOVE "SUPL-UPD" TO JOURNAL-PROGRAM.
           MOVE JOURNAL-ACTION-W TO JOURNAL-ACTION.
           MOVE SUPPLIER-RECORD TO JOURNAL-IMAGE.
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
