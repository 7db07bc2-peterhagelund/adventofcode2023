       IDENTIFICATION DIVISION.
       PROGRAM-ID. MST-BKP.
      *
      * KEYED MASTER BACKUP - UNLOADS THE FOUR INDEXED MASTERS THE
      * NIGHTLY STREAM UPDATES IN PLACE (HISTDD RUN HISTORY, ARCHDD
      * LINE-SCORE ARCHIVE, SUPLRDD SUPPLIERS, SEENDD SEEN BATCHES)
      * TO FLAT, SEQUENCE-CHECKED COPIES ON HISTBKDD, ARCHBKDD,
      * SUPLBKDD AND SEENBKDD, WHICH JOB CONTROL CATALOGS AS DATED
      * GENERATIONS. EACH COPY OPENS WITH AN H HEADER NAMING THE
      * MASTER AND THE BUSINESS DATE AND TIME OF THE UNLOAD, CARRIES
      * ONE D RECORD PER MASTER RECORD NUMBERED FROM 1, AND CLOSES
      * WITH A T TRAILER HOLDING THE RECORD COUNT, A HASH TOTAL (THE
      * RECORD IMAGE'S CHARACTER VALUES WEIGHTED BY POSITION, THE
      * SCHEME PZ-EDIT IN PZEDIT.COB USES FOR ITS LINE HASH) AND AN
      * AMOUNT TOTAL (HISTORY-SUM ON HISTDD, BOTH PASS SUMS ON
      * ARCHDD, THE TRAILER HASH ON SEENDD, NOTHING ON SUPLRDD).
      * ONCE A COPY IS COMPLETE A B MARKER CARRYING THE SAME DATE,
      * TIME AND TRAILER IS WRITTEN TO THE JRNLDD UPDATE JOURNAL
      * THAT HIST-UPD, ADJ-POST, PUZZLE-4, ARCH-PRG, ARCH-RLD,
      * SUPL-UPD AND PZ-EDIT APPEND TO, SO MST-RCV IN MSTRCV.COB
      * KNOWS WHERE IN THE JOURNAL TO START ROLLING THAT COPY
      * FORWARD. A MASTER NOT YET CREATED UNLOADS AS AN EMPTY COPY.
      * THE BKPMASTER ENVIRONMENT VARIABLE NAMES ONE MASTER TO
      * UNLOAD ON ITS OWN; BLANK UNLOADS ALL FOUR. RUN THE STEP
      * WHILE NOTHING ELSE IS UPDATING THE MASTERS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCHIVE-KEY
           FILE STATUS IS ARCHIVE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO SUPLRDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-PREFIX
           FILE STATUS IS SUPPLIER-STATUS.
           SELECT SEEN-FILE ASSIGN TO SEENDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEEN-BATCH-ID
           FILE STATUS IS SEEN-STATUS.
           SELECT HISTORY-BACKUP-FILE ASSIGN TO HISTBKDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTORY-BACKUP-STATUS.
           SELECT ARCHIVE-BACKUP-FILE ASSIGN TO ARCHBKDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARCHIVE-BACKUP-STATUS.
           SELECT SUPPLIER-BACKUP-FILE ASSIGN TO SUPLBKDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUPPLIER-BACKUP-STATUS.
           SELECT SEEN-BACKUP-FILE ASSIGN TO SEENBKDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEEN-BACKUP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOGDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERTF-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HISTORY-KEY.
               10  HISTORY-PROGRAM     PIC X(8).
               10  HISTORY-RUN-DATE    PIC 9(8).
           05  HISTORY-LINE-COUNT  PIC 9(6).
           05  HISTORY-SUM         PIC 9(6).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARCHIVE-KEY.
               10  ARCHIVE-RUN-DATE    PIC 9(8).
               10  ARCHIVE-LINE-NO     PIC 9(6).
           05  ARCHIVE-FIRST-DIGIT-1   PIC 9.
           05  ARCHIVE-FIRST-IDX-1     PIC 9(4).
           05  ARCHIVE-LAST-DIGIT-1    PIC 9.
           05  ARCHIVE-LAST-IDX-1      PIC 9(4).
           05  ARCHIVE-SUM-1           PIC 9(4).
           05  ARCHIVE-FIRST-DIGIT-2   PIC 9.
           05  ARCHIVE-FIRST-IDX-2     PIC 9(4).
           05  ARCHIVE-LAST-DIGIT-2    PIC 9.
           05  ARCHIVE-LAST-IDX-2      PIC 9(4).
           05  ARCHIVE-SUM-2           PIC 9(4).
           05  ARCHIVE-REC-LEN         PIC 9(4).
           05  ARCHIVE-TEXT            PIC X(200).
       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SUPPLIER-PREFIX     PIC X(3).
           05  SUPPLIER-NAME       PIC X(30).
           05  SUPPLIER-CONTACT    PIC X(30).
           05  SUPPLIER-RESUB-DAYS PIC 9(3).
       FD  SEEN-FILE.
       01  SEEN-RECORD.
           05  SEEN-BATCH-ID       PIC X(8).
           05  SEEN-FIRST-DATE     PIC 9(8).
           05  SEEN-TRAILER-HASH   PIC 9(8).
       FD  HISTORY-BACKUP-FILE.
       01  HISTORY-BACKUP-RECORD   PIC X(262).
       FD  ARCHIVE-BACKUP-FILE.
       01  ARCHIVE-BACKUP-RECORD   PIC X(262).
       FD  SUPPLIER-BACKUP-FILE.
       01  SUPPLIER-BACKUP-RECORD  PIC X(262).
       FD  SEEN-BACKUP-FILE.
       01  SEEN-BACKUP-RECORD      PIC X(262).
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
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RUN-LOG-PROGRAM     PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RUN-LOG-DATE        PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RUN-LOG-EVENT       PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RUN-LOG-TIME        PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RUN-LOG-RECORDS     PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RUN-LOG-RC          PIC 9(3).
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05  ALERT-PROGRAM       PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ALERT-OPERATION     PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ALERT-FILE-NAME     PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ALERT-FILE-STATUS   PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ALERT-RETURN-CODE   PIC 9(3).
       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS          PIC X(2).
       01  ARCHIVE-STATUS          PIC X(2).
       01  SUPPLIER-STATUS         PIC X(2).
       01  SEEN-STATUS             PIC X(2).
       01  HISTORY-BACKUP-STATUS   PIC X(2).
       01  ARCHIVE-BACKUP-STATUS   PIC X(2).
       01  SUPPLIER-BACKUP-STATUS  PIC X(2).
       01  SEEN-BACKUP-STATUS      PIC X(2).
       01  JOURNAL-STATUS          PIC X(2).
       01  ALERTF-STATUS           PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
       01  RUN-LOG-RC-W        PIC 9(3).
       01  RUN-LOG-TIME-RAW.
           05  RUN-LOG-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  BUSINESS-DATE-STATUS PIC X(2).
       01  RUN-DATE                PIC 9(8).
       01  BACKUP-TIME-RAW.
           05  BACKUP-HHMMSS       PIC 9(6).
           05  FILLER              PIC 9(2).
       01  ENV-VALUE               PIC X(8).
       01  BACKUP-SELECT           PIC X(8).
       01  MASTER-SWITCH           PIC X.
           88 MASTER-ON-FILE          VALUE "Y".
      * THE MASTER BEING UNLOADED AND THE BACKUP DD IT GOES TO -
      * PUT-BACKUP-LINE ROUTES ON THEM.
       01  BACKUP-MASTER-W         PIC X(8).
       01  BACKUP-DD-W             PIC X(8).
       01  BACKUP-STATUS-W         PIC X(2).
      * ONE LAYOUT FOR ALL FOUR COPIES: H HEADER, D DETAIL, T
      * TRAILER. MST-RCV IN MSTRCV.COB READS THE SAME LAYOUT BACK.
       01  BACKUP-LINE.
           05  BACKUP-TYPE             PIC X(1).
           05  FILLER                  PIC X(1).
           05  BACKUP-BODY             PIC X(260).
       01  BACKUP-HEADER-LINE REDEFINES BACKUP-LINE.
           05  FILLER                  PIC X(2).
           05  HEADER-MASTER           PIC X(8).
           05  FILLER                  PIC X(1).
           05  HEADER-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(1).
           05  HEADER-TIME             PIC 9(6).
           05  FILLER                  PIC X(1).
           05  HEADER-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(227).
       01  BACKUP-DETAIL-LINE REDEFINES BACKUP-LINE.
           05  FILLER                  PIC X(2).
           05  DETAIL-SEQUENCE         PIC 9(9).
           05  FILLER                  PIC X(1).
           05  DETAIL-IMAGE            PIC X(250).
       01  BACKUP-TRAILER-LINE REDEFINES BACKUP-LINE.
           05  FILLER                  PIC X(2).
           05  TRAILER-COUNT           PIC 9(9).
           05  FILLER                  PIC X(1).
           05  TRAILER-HASH            PIC 9(15).
           05  FILLER                  PIC X(1).
           05  TRAILER-AMOUNT          PIC 9(15).
           05  FILLER                  PIC X(219).
       01  RECORD-IMAGE            PIC X(250).
       01  RECORD-AMOUNT           PIC 9(9).
       01  BACKUP-COUNT            PIC 9(9).
       01  BACKUP-HASH             PIC 9(15).
       01  BACKUP-AMOUNT           PIC 9(15).
       01  RECORD-HASH             PIC 9(9).
       01  HASH-IDX                PIC 9(4) COMP.
       01  ORD-PAIR.
           05  ORD-HIGH        PIC X VALUE LOW-VALUE.
           05  ORD-LOW         PIC X.
       01  ORD-VALUE REDEFINES ORD-PAIR PIC 9(4) COMP.
       01  MASTERS-UNLOADED        PIC 9(1) VALUE ZERO.
       01  RECORDS-UNLOADED        PIC 9(6) VALUE ZERO.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           IF BACKUP-SELECT = SPACES OR BACKUP-SELECT = "HISTDD" THEN
               PERFORM UNLOAD-HISTORY
           END-IF.
           IF BACKUP-SELECT = SPACES OR BACKUP-SELECT = "ARCHDD" THEN
               PERFORM UNLOAD-ARCHIVE
           END-IF.
           IF BACKUP-SELECT = SPACES OR BACKUP-SELECT = "SUPLRDD" THEN
               PERFORM UNLOAD-SUPPLIER
           END-IF.
           IF BACKUP-SELECT = SPACES OR BACKUP-SELECT = "SEENDD" THEN
               PERFORM UNLOAD-SEEN
           END-IF.
           PERFORM CLOSE-FILE.
           DISPLAY "MASTERS BACKED UP = ", MASTERS-UNLOADED.
           DISPLAY "RECORDS UNLOADED = ", RECORDS-UNLOADED.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "MST-BKP" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           ACCEPT BACKUP-TIME-RAW FROM TIME.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "BKPMASTER".
           MOVE ENV-VALUE TO BACKUP-SELECT.
           IF BACKUP-SELECT NOT = SPACES
               AND BACKUP-SELECT NOT = "HISTDD"
               AND BACKUP-SELECT NOT = "ARCHDD"
               AND BACKUP-SELECT NOT = "SUPLRDD"
               AND BACKUP-SELECT NOT = "SEENDD" THEN
               DISPLAY "BKPMASTER ", BACKUP-SELECT, " IS NOT HISTDD, ",
                   "ARCHDD, SUPLRDD OR SEENDD - NOTHING BACKED UP"
               MOVE 8 TO RETURN-CODE
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

      * EACH UNLOAD SECTION OPENS ITS MASTER AND ITS COPY, WALKS THE
      * MASTER IN KEY ORDER AND HANDS EVERY RECORD TO ADD-BACKUP-
      * DETAIL WITH ITS AMOUNT, THEN CLOSES BOTH. A MASTER THAT HAS
      * NEVER BEEN CREATED (STATUS 35) GIVES A HEADER AND A ZERO
      * TRAILER, SO RECOVERY CAN STILL START FROM NOTHING.
       UNLOAD-HISTORY SECTION.
           MOVE "HISTDD" TO BACKUP-MASTER-W.
           MOVE "HISTBKDD" TO BACKUP-DD-W.
           MOVE "N" TO MASTER-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = "00" THEN
               MOVE "Y" TO MASTER-SWITCH
           ELSE
               IF HISTORY-STATUS NOT = "35" THEN
                   DISPLAY "HISTORY FILE OPEN FAILED WITH STATUS ",
                       HISTORY-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "HISTDD" TO ALERT-FILE-NAME
                   MOVE HISTORY-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               DISPLAY "HISTORY MASTER NOT FOUND - EMPTY BACKUP"
           END-IF.
           OPEN OUTPUT HISTORY-BACKUP-FILE.
           IF HISTORY-BACKUP-STATUS NOT = "00" THEN
               DISPLAY "HISTORY BACKUP OPEN FAILED WITH STATUS ",
                   HISTORY-BACKUP-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "HISTBKDD" TO ALERT-FILE-NAME
               MOVE HISTORY-BACKUP-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM START-BACKUP.
           IF MASTER-ON-FILE THEN
               MOVE LOW-VALUES TO HISTORY-KEY
               START HISTORY-FILE KEY NOT < HISTORY-KEY
                   INVALID KEY MOVE "23" TO HISTORY-STATUS
               END-START
               PERFORM UNTIL HISTORY-STATUS NOT = "00"
                   READ HISTORY-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF HISTORY-STATUS = "00" THEN
                       MOVE HISTORY-RECORD TO RECORD-IMAGE
                       MOVE HISTORY-SUM TO RECORD-AMOUNT
                       PERFORM ADD-BACKUP-DETAIL
                   END-IF
               END-PERFORM
               IF HISTORY-STATUS NOT = "10"
                   AND HISTORY-STATUS NOT = "23" THEN
                   DISPLAY "HISTORY FILE READ FAILED WITH STATUS ",
                       HISTORY-STATUS
                   MOVE "READ" TO ALERT-OPERATION
                   MOVE "HISTDD" TO ALERT-FILE-NAME
                   MOVE HISTORY-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               CLOSE HISTORY-FILE
               IF HISTORY-STATUS NOT = "00" THEN
                   DISPLAY "HISTORY FILE CLOSE FAILED WITH STATUS ",
                       HISTORY-STATUS
                   MOVE "CLOSE" TO ALERT-OPERATION
                   MOVE "HISTDD" TO ALERT-FILE-NAME
                   MOVE HISTORY-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           PERFORM END-BACKUP.
           CLOSE HISTORY-BACKUP-FILE.
           IF HISTORY-BACKUP-STATUS NOT = "00" THEN
               DISPLAY "HISTORY BACKUP CLOSE FAILED WITH STATUS ",
                   HISTORY-BACKUP-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "HISTBKDD" TO ALERT-FILE-NAME
               MOVE HISTORY-BACKUP-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       UNLOAD-ARCHIVE SECTION.
           MOVE "ARCHDD" TO BACKUP-MASTER-W.
           MOVE "ARCHBKDD" TO BACKUP-DD-W.
           MOVE "N" TO MASTER-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-STATUS = "00" THEN
               MOVE "Y" TO MASTER-SWITCH
           ELSE
               IF ARCHIVE-STATUS NOT = "35" THEN
                   DISPLAY "ARCHIVE FILE OPEN FAILED WITH STATUS ",
                       ARCHIVE-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "ARCHDD" TO ALERT-FILE-NAME
                   MOVE ARCHIVE-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               DISPLAY "LINE-SCORE ARCHIVE NOT FOUND - EMPTY BACKUP"
           END-IF.
           OPEN OUTPUT ARCHIVE-BACKUP-FILE.
           IF ARCHIVE-BACKUP-STATUS NOT = "00" THEN
               DISPLAY "ARCHIVE BACKUP OPEN FAILED WITH STATUS ",
                   ARCHIVE-BACKUP-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "ARCHBKDD" TO ALERT-FILE-NAME
               MOVE ARCHIVE-BACKUP-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM START-BACKUP.
           IF MASTER-ON-FILE THEN
               MOVE ZEROS TO ARCHIVE-KEY
               START ARCHIVE-FILE KEY NOT < ARCHIVE-KEY
                   INVALID KEY MOVE "23" TO ARCHIVE-STATUS
               END-START
               PERFORM UNTIL ARCHIVE-STATUS NOT = "00"
                   READ ARCHIVE-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF ARCHIVE-STATUS = "00" THEN
                       MOVE ARCHIVE-RECORD TO RECORD-IMAGE
                       COMPUTE RECORD-AMOUNT =
                           ARCHIVE-SUM-1 + ARCHIVE-SUM-2
                       PERFORM ADD-BACKUP-DETAIL
                   END-IF
               END-PERFORM
               IF ARCHIVE-STATUS NOT = "10"
                   AND ARCHIVE-STATUS NOT = "23" THEN
                   DISPLAY "ARCHIVE FILE READ FAILED WITH STATUS ",
                       ARCHIVE-STATUS
                   MOVE "READ" TO ALERT-OPERATION
                   MOVE "ARCHDD" TO ALERT-FILE-NAME
                   MOVE ARCHIVE-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               CLOSE ARCHIVE-FILE
               IF ARCHIVE-STATUS NOT = "00" THEN
                   DISPLAY "ARCHIVE FILE CLOSE FAILED WITH STATUS ",
                       ARCHIVE-STATUS
                   MOVE "CLOSE" TO ALERT-OPERATION
                   MOVE "ARCHDD" TO ALERT-FILE-NAME
                   MOVE ARCHIVE-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           PERFORM END-BACKUP.
           CLOSE ARCHIVE-BACKUP-FILE.
           IF ARCHIVE-BACKUP-STATUS NOT = "00" THEN
               DISPLAY "ARCHIVE BACKUP CLOSE FAILED WITH STATUS ",
                   ARCHIVE-BACKUP-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "ARCHBKDD" TO ALERT-FILE-NAME
               MOVE ARCHIVE-BACKUP-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       UNLOAD-SUPPLIER SECTION.
           MOVE "SUPLRDD" TO BACKUP-MASTER-W.
           MOVE "SUPLBKDD" TO BACKUP-DD-W.
           MOVE "N" TO MASTER-SWITCH.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-STATUS = "00" THEN
               MOVE "Y" TO MASTER-SWITCH
           ELSE
               IF SUPPLIER-STATUS NOT = "35" THEN
                   DISPLAY "SUPPLIER FILE OPEN FAILED WITH STATUS ",
                       SUPPLIER-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "SUPLRDD" TO ALERT-FILE-NAME
                   MOVE SUPPLIER-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               DISPLAY "SUPPLIER MASTER NOT FOUND - EMPTY BACKUP"
           END-IF.
           OPEN OUTPUT SUPPLIER-BACKUP-FILE.
           IF SUPPLIER-BACKUP-STATUS NOT = "00" THEN
               DISPLAY "SUPPLIER BACKUP OPEN FAILED WITH STATUS ",
                   SUPPLIER-BACKUP-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "SUPLBKDD" TO ALERT-FILE-NAME
               MOVE SUPPLIER-BACKUP-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM START-BACKUP.
           IF MASTER-ON-FILE THEN
               MOVE LOW-VALUES TO SUPPLIER-PREFIX
               START SUPPLIER-FILE KEY NOT < SUPPLIER-PREFIX
                   INVALID KEY MOVE "23" TO SUPPLIER-STATUS
               END-START
               PERFORM UNTIL SUPPLIER-STATUS NOT = "00"
                   READ SUPPLIER-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF SUPPLIER-STATUS = "00" THEN
                       MOVE SUPPLIER-RECORD TO RECORD-IMAGE
                       MOVE ZERO TO RECORD-AMOUNT
                       PERFORM ADD-BACKUP-DETAIL
                   END-IF
               END-PERFORM
               IF SUPPLIER-STATUS NOT = "10"
                   AND SUPPLIER-STATUS NOT = "23" THEN
                   DISPLAY "SUPPLIER FILE READ FAILED WITH STATUS ",
                       SUPPLIER-STATUS
                   MOVE "READ" TO ALERT-OPERATION
                   MOVE "SUPLRDD" TO ALERT-FILE-NAME
                   MOVE SUPPLIER-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               CLOSE SUPPLIER-FILE
               IF SUPPLIER-STATUS NOT = "00" THEN
                   DISPLAY "SUPPLIER FILE CLOSE FAILED WITH STATUS ",
                       SUPPLIER-STATUS
                   MOVE "CLOSE" TO ALERT-OPERATION
                   MOVE "SUPLRDD" TO ALERT-FILE-NAME
                   MOVE SUPPLIER-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           PERFORM END-BACKUP.
           CLOSE SUPPLIER-BACKUP-FILE.
           IF SUPPLIER-BACKUP-STATUS NOT = "00" THEN
               DISPLAY "SUPPLIER BACKUP CLOSE FAILED WITH STATUS ",
                   SUPPLIER-BACKUP-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "SUPLBKDD" TO ALERT-FILE-NAME
               MOVE SUPPLIER-BACKUP-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       UNLOAD-SEEN SECTION.
           MOVE "SEENDD" TO BACKUP-MASTER-W.
           MOVE "SEENBKDD" TO BACKUP-DD-W.
           MOVE "N" TO MASTER-SWITCH.
           OPEN INPUT SEEN-FILE.
           IF SEEN-STATUS = "00" THEN
               MOVE "Y" TO MASTER-SWITCH
           ELSE
               IF SEEN-STATUS NOT = "35" THEN
                   DISPLAY "SEEN-BATCH MASTER OPEN FAILED WITH STATUS ",
                       SEEN-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "SEENDD" TO ALERT-FILE-NAME
                   MOVE SEEN-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               DISPLAY "SEEN-BATCH MASTER NOT FOUND - EMPTY BACKUP"
           END-IF.
           OPEN OUTPUT SEEN-BACKUP-FILE.
           IF SEEN-BACKUP-STATUS NOT = "00" THEN
               DISPLAY "SEEN-BATCH BACKUP OPEN FAILED WITH STATUS ",
                   SEEN-BACKUP-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "SEENBKDD" TO ALERT-FILE-NAME
               MOVE SEEN-BACKUP-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM START-BACKUP.
           IF MASTER-ON-FILE THEN
               MOVE LOW-VALUES TO SEEN-BATCH-ID
               START SEEN-FILE KEY NOT < SEEN-BATCH-ID
                   INVALID KEY MOVE "23" TO SEEN-STATUS
               END-START
               PERFORM UNTIL SEEN-STATUS NOT = "00"
                   READ SEEN-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF SEEN-STATUS = "00" THEN
                       MOVE SEEN-RECORD TO RECORD-IMAGE
                       MOVE SEEN-TRAILER-HASH TO RECORD-AMOUNT
                       PERFORM ADD-BACKUP-DETAIL
                   END-IF
               END-PERFORM
               IF SEEN-STATUS NOT = "10"
                   AND SEEN-STATUS NOT = "23" THEN
                   DISPLAY "SEEN-BATCH MASTER READ FAILED WITH STATUS ",
                       SEEN-STATUS
                   MOVE "READ" TO ALERT-OPERATION
                   MOVE "SEENDD" TO ALERT-FILE-NAME
                   MOVE SEEN-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               CLOSE SEEN-FILE
               IF SEEN-STATUS NOT = "00" THEN
                   DISPLAY "SEEN-BATCH FILE CLOSE FAILED WITH STATUS ",
                       SEEN-STATUS
                   MOVE "CLOSE" TO ALERT-OPERATION
                   MOVE "SEENDD" TO ALERT-FILE-NAME
                   MOVE SEEN-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           PERFORM END-BACKUP.
           CLOSE SEEN-BACKUP-FILE.
           IF SEEN-BACKUP-STATUS NOT = "00" THEN
               DISPLAY "SEEN-BATCH BACKUP CLOSE FAILED WITH STATUS ",
                   SEEN-BACKUP-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "SEENBKDD" TO ALERT-FILE-NAME
               MOVE SEEN-BACKUP-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       START-BACKUP SECTION.
           MOVE ZERO TO BACKUP-COUNT.
           MOVE ZERO TO BACKUP-HASH.
           MOVE ZERO TO BACKUP-AMOUNT.
           MOVE SPACES TO BACKUP-LINE.
           MOVE "H" TO BACKUP-TYPE.
           MOVE BACKUP-MASTER-W TO HEADER-MASTER.
           MOVE RUN-DATE TO HEADER-RUN-DATE.
           MOVE BACKUP-HHMMSS TO HEADER-TIME.
           MOVE "MST-BKP" TO HEADER-PROGRAM.
           PERFORM PUT-BACKUP-LINE.

       ADD-BACKUP-DETAIL SECTION.
           ADD 1 TO BACKUP-COUNT.
           ADD 1 TO RECORDS-UNLOADED.
           PERFORM COMPUTE-RECORD-HASH.
           ADD RECORD-HASH TO BACKUP-HASH.
           ADD RECORD-AMOUNT TO BACKUP-AMOUNT.
           MOVE SPACES TO BACKUP-LINE.
           MOVE "D" TO BACKUP-TYPE.
           MOVE BACKUP-COUNT TO DETAIL-SEQUENCE.
           MOVE RECORD-IMAGE TO DETAIL-IMAGE.
           PERFORM PUT-BACKUP-LINE.

      * THE TRAILER ALSO GOES TO THE JOURNAL AS THE B MARKER, SO
      * MST-RCV CAN MATCH A COPY TO ITS PLACE IN THE JOURNAL BY
      * MASTER, DATE AND TIME AND CHECK THE COUNTS AGREE.
       END-BACKUP SECTION.
           MOVE SPACES TO BACKUP-LINE.
           MOVE "T" TO BACKUP-TYPE.
           MOVE BACKUP-COUNT TO TRAILER-COUNT.
           MOVE BACKUP-HASH TO TRAILER-HASH.
           MOVE BACKUP-AMOUNT TO TRAILER-AMOUNT.
           PERFORM PUT-BACKUP-LINE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE BACKUP-MASTER-W TO JOURNAL-MASTER.
           MOVE RUN-DATE TO JOURNAL-RUN-DATE.
           MOVE BACKUP-HHMMSS TO JOURNAL-TIME.
           MOVE "MST-BKP" TO JOURNAL-PROGRAM.
           MOVE "B" TO JOURNAL-ACTION.
           MOVE BACKUP-LINE TO JOURNAL-IMAGE.
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
           ADD 1 TO MASTERS-UNLOADED.
           DISPLAY BACKUP-MASTER-W, " BACKED UP TO ", BACKUP-DD-W,
               " - ", BACKUP-COUNT, " RECORDS".

       PUT-BACKUP-LINE SECTION.
           EVALUATE BACKUP-MASTER-W
               WHEN "HISTDD"
                   MOVE BACKUP-LINE TO HISTORY-BACKUP-RECORD
                   WRITE HISTORY-BACKUP-RECORD
                   MOVE HISTORY-BACKUP-STATUS TO BACKUP-STATUS-W
               WHEN "ARCHDD"
                   MOVE BACKUP-LINE TO ARCHIVE-BACKUP-RECORD
                   WRITE ARCHIVE-BACKUP-RECORD
                   MOVE ARCHIVE-BACKUP-STATUS TO BACKUP-STATUS-W
               WHEN "SUPLRDD"
                   MOVE BACKUP-LINE TO SUPPLIER-BACKUP-RECORD
                   WRITE SUPPLIER-BACKUP-RECORD
                   MOVE SUPPLIER-BACKUP-STATUS TO BACKUP-STATUS-W
               WHEN OTHER
                   MOVE BACKUP-LINE TO SEEN-BACKUP-RECORD
                   WRITE SEEN-BACKUP-RECORD
                   MOVE SEEN-BACKUP-STATUS TO BACKUP-STATUS-W
           END-EVALUATE.
           IF BACKUP-STATUS-W NOT = "00" THEN
               DISPLAY "BACKUP FILE ", BACKUP-DD-W,
                   " WRITE FAILED WITH STATUS ", BACKUP-STATUS-W
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE BACKUP-DD-W TO ALERT-FILE-NAME
               MOVE BACKUP-STATUS-W TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

      * THE RECORD HASH WEIGHTS EACH CHARACTER OF THE FULL 250-BYTE
      * IMAGE BY ITS POSITION, AS COMPUTE-LINE-HASH IN PZEDIT.COB
      * DOES, SO A RECORD WITH TWO FIELDS SWAPPED STILL HASHES
      * DIFFERENTLY. MST-RCV COMPUTES THE SAME FIGURE.
       COMPUTE-RECORD-HASH SECTION.
           MOVE ZERO TO RECORD-HASH.
           PERFORM VARYING HASH-IDX FROM 1 BY 1
               UNTIL HASH-IDX > 250
               MOVE RECORD-IMAGE(HASH-IDX:1) TO ORD-LOW
               COMPUTE RECORD-HASH =
                   RECORD-HASH + ORD-VALUE * HASH-IDX
               IF RECORD-HASH > 899999999 THEN
                   SUBTRACT 900000000 FROM RECORD-HASH
               END-IF
           END-PERFORM.

       CLOSE-FILE SECTION.
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
                   ALERTF-STATUS
               STOP RUN
           END-IF.

      * THE RUN-DATE STAMP COMES FROM THE BDATEDD PROCESSING
      * CALENDAR THAT DATE-ROL IN DATEROL.COB ADVANCES WHEN A NIGHT
      * CLOSES CLEAN, SO A RERUN THAT CROSSES MIDNIGHT STILL FILES
      * UNDER THE NIGHT IT BELONGS TO. WHEN THE CONTROL FILE IS
      * ABSENT THE SYSTEM DATE IS USED - THE OLD BEHAVIOR.
       GET-BUSINESS-DATE SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "35" THEN
               DISPLAY "BUSINESS DATE FILE MISSING - USING SYSTEM ",
                   "DATE"
               EXIT SECTION
           END-IF.
           IF BUSINESS-DATE-STATUS NOT = "00" THEN
               DISPLAY "BUSINESS DATE FILE OPEN FAILED WITH STATUS ",
                   BUSINESS-DATE-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "BDATEDD" TO ALERT-FILE-NAME
               MOVE BUSINESS-DATE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           READ BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               AND BUSINESS-DATE IS NUMERIC THEN
               MOVE BUSINESS-DATE TO RUN-DATE
           ELSE
               DISPLAY "BUSINESS DATE RECORD UNUSABLE - USING ",
                   "SYSTEM DATE"
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS NOT = "00" THEN
               DISPLAY "BUSINESS DATE FILE CLOSE FAILED WITH STATUS ",
                   BUSINESS-DATE-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "BDATEDD" TO ALERT-FILE-NAME
               MOVE BUSINESS-DATE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

      * EVERY STEP IN THE STREAM WRITES A START AND AN END RECORD
      * TO THE COMMON RUNLOGDD RUN LOG SO WIN-RPT IN WINRPT.COB CAN
      * PROJECT THE BATCH WINDOW FROM TONIGHT'S PROGRESS. THE LOG IS
      * OPENED EXTEND PER RECORD, AND A LOG THAT CANNOT BE WRITTEN
      * MUST NEVER TAKE THE STEP DOWN - FAILURES GO TO THE JOB LOG
      * AND PROCESSING CONTINUES.
       WRITE-RUN-LOG-START SECTION.
           MOVE "START" TO RUN-LOG-EVENT-W.
           MOVE ZERO TO RUN-LOG-RECORDS-W.
           MOVE ZERO TO RUN-LOG-RC-W.
           PERFORM WRITE-RUN-LOG.

       WRITE-RUN-LOG-END SECTION.
           MOVE "END" TO RUN-LOG-EVENT-W.
           MOVE RECORDS-UNLOADED TO RUN-LOG-RECORDS-W.
           MOVE RETURN-CODE TO RUN-LOG-RC-W.
           PERFORM WRITE-RUN-LOG.

       WRITE-RUN-LOG SECTION.
           OPEN EXTEND RUN-LOG-FILE.
           IF RUN-LOG-STATUS = "35" THEN
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           IF RUN-LOG-STATUS NOT = "00" THEN
               DISPLAY "RUN LOG OPEN FAILED WITH STATUS ",
                   RUN-LOG-STATUS, " - STEP NOT LOGGED"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "MST-BKP" TO RUN-LOG-PROGRAM.
           MOVE RUN-DATE TO RUN-LOG-DATE.
           MOVE RUN-LOG-EVENT-W TO RUN-LOG-EVENT.
           ACCEPT RUN-LOG-TIME-RAW FROM TIME.
           MOVE RUN-LOG-HHMMSS TO RUN-LOG-TIME.
           MOVE RUN-LOG-RECORDS-W TO RUN-LOG-RECORDS.
           MOVE RUN-LOG-RC-W TO RUN-LOG-RC.
           WRITE RUN-LOG-RECORD.
           IF RUN-LOG-STATUS NOT = "00" THEN
               DISPLAY "RUN LOG WRITE FAILED WITH STATUS ",
                   RUN-LOG-STATUS, " - STEP NOT LOGGED"
           END-IF.
           CLOSE RUN-LOG-FILE.

       WRITE-ALERT SECTION.
           IF ALERT-OPERATION = "OPEN" THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ALERT-OPERATION = "READ" THEN
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF ALERT-OPERATION = "CLOSE" THEN
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           MOVE RETURN-CODE TO ALERT-RETURN-CODE.
           WRITE ALERT-RECORD.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE WRITE FAILED WITH STATUS ",
                   ALERTF-STATUS
               STOP RUN
           END-IF.
           DISPLAY "ALERT: ", ALERT-OPERATION, " FAILURE ON ",
               ALERT-FILE-NAME, " STATUS ", ALERT-FILE-STATUS,
               " RC ", ALERT-RETURN-CODE.
