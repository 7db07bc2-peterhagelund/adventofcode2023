       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-RPT.
      *
      * CONTROL GENERATION LISTING - READS THE CTLGENDD GENERATION
      * MASTER WRITTEN BY WORD-CHK IN WORDCHK.COB (WORDDD TABLES) AND
      * CTL-MNT IN CTLMNT.COB (THRSHDD RECORDS) AND PRINTS, FOR EACH
      * CONTROL FILE, EVERY GENERATION WITH THE BUSINESS DATE IT IS
      * EFFECTIVE FROM AND THE DATE A LATER GENERATION REPLACED IT.
      * THE SCORING PROGRAMS USE THE HIGHEST NUMBERED GENERATION
      * WHOSE EFFECTIVE DATE IS NOT AFTER THE NIGHT BEING PROCESSED,
      * SO GENERATION N IS IN FORCE FROM ITS OWN EFFECTIVE DATE UP TO
      * (NOT INCLUDING) THE EARLIEST EFFECTIVE DATE OF ANY HIGHER
      * NUMBERED GENERATION. A GENERATION REPLACED ON OR BEFORE ITS
      * OWN EFFECTIVE DATE WAS NEVER USED AND IS LISTED SUPERSEDED.
      * THE STATUS COLUMN IS RELATIVE TO THE BDATEDD BUSINESS DATE:
      * IN FORCE, SCHEDULED (NOT YET EFFECTIVE) OR ENDED. NIGHTS
      * BEFORE THE FIRST GENERATION OF A FILE RAN ON THE FLAT
      * CONTROL FILE, RECORDED AS GENERATION 0 ON SUMRYDD/VRDCTDD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-FILE ASSIGN TO CTLGENDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GENERATION-KEY
           FILE STATUS IS GENERATION-STATUS.
           SELECT LISTING-FILE ASSIGN TO GENRPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LISTING-STATUS.
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
       FD  GENERATION-FILE.
       01  GENERATION-RECORD.
           05  GENERATION-KEY.
               10  GENERATION-FILE-ID      PIC X(8).
               10  GENERATION-NUMBER       PIC 9(4).
           05  GENERATION-EFFECTIVE-DATE   PIC 9(8).
           05  GENERATION-MADE-DATE        PIC 9(8).
           05  GENERATION-MADE-TIME        PIC 9(6).
           05  GENERATION-MAKER            PIC X(8).
           05  GENERATION-PROGRAM          PIC X(8).
           05  GENERATION-ROWS             PIC 9(2).
           05  GENERATION-DATA.
               10  GENERATION-WORD OCCURS 20 TIMES.
                   15  GENERATION-WORD-TEXT    PIC X(5).
                   15  GENERATION-WORD-LEN     PIC 9.
                   15  GENERATION-WORD-VALUE   PIC 9.
       FD  LISTING-FILE.
       01  LISTING-RECORD          PIC X(132).
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
       01  GENERATION-STATUS   PIC X(2).
       01  LISTING-STATUS      PIC X(2).
       01  ALERTF-STATUS       PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
       01  RUN-LOG-RC-W        PIC 9(3).
       01  RUN-LOG-TIME-RAW.
           05  RUN-LOG-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  BUSINESS-DATE-STATUS PIC X(2).
       01  RUN-DATE            PIC 9(8).
       01  GENERATION-FILE-SWITCH PIC X VALUE "N".
           88 GENERATIONS-ON-FILE VALUE "Y".
       01  CURRENT-FILE-ID     PIC X(8) VALUE SPACES.
       01  GEN-COUNT           PIC 9(3) VALUE ZERO.
       01  LISTED-COUNT        PIC 9(6) VALUE ZERO.
       01  DROPPED-COUNT       PIC 9(6) VALUE ZERO.
       01  OPEN-ENDED-DATE     PIC 9(8) VALUE 99999999.
       01  EARLIEST-LATER-DATE PIC 9(8).
      * HELD PER CONTROL FILE. WHEN THE TABLE IS FULL THE OLDEST
      * GENERATION IS SHIFTED OUT - A GENERATION'S RANGE DEPENDS
      * ONLY ON THE GENERATIONS AFTER IT, SO THE REST STAY EXACT.
       01  GEN-TABLE.
           03  GEN-ENTRY OCCURS 500 TIMES.
               05  GEN-NUMBER-T        PIC 9(4).
               05  GEN-EFFECTIVE-T     PIC 9(8).
               05  GEN-REPLACED-T      PIC 9(8).
               05  GEN-MADE-DATE-T     PIC 9(8).
               05  GEN-MADE-TIME-T     PIC 9(6).
               05  GEN-MAKER-T         PIC X(8).
               05  GEN-PROGRAM-T       PIC X(8).
               05  GEN-ROWS-T          PIC 9(2).
       01  RPT-IDX             PIC 9(3).
       01  TITLE-LINE.
           05  FILLER              PIC X(25)
               VALUE "CONTROL GENERATION LIST  ".
           05  FILLER              PIC X(16) VALUE " BUSINESS DATE  ".
           05  TITLE-DATE          PIC 9(8).
       01  GROUP-LINE.
           05  FILLER              PIC X(13) VALUE "CONTROL FILE ".
           05  GROUP-FILE-ID       PIC X(8).
       01  COLUMN-LINE.
           05  FILLER              PIC X(40)
               VALUE "   GEN  EFFECTIVE REPLACED  STATUS      ".
           05  FILLER              PIC X(40)
               VALUE "MADE ON  AT      MAKER    PROGRAM   ROWS".
       01  DETAIL-LINE.
           05  FILLER              PIC X(2).
           05  DETAIL-GENERATION   PIC ZZZ9.
           05  FILLER              PIC X(2).
           05  DETAIL-EFFECTIVE    PIC 9(8).
           05  FILLER              PIC X(2).
           05  DETAIL-REPLACED     PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-STATUS       PIC X(10).
           05  FILLER              PIC X(2).
           05  DETAIL-MADE-DATE    PIC 9(8).
           05  FILLER              PIC X(1).
           05  DETAIL-MADE-TIME    PIC 9(6).
           05  FILLER              PIC X(2).
           05  DETAIL-MAKER        PIC X(8).
           05  FILLER              PIC X(1).
           05  DETAIL-PROGRAM      PIC X(8).
           05  FILLER              PIC X(3).
           05  DETAIL-ROWS         PIC Z9.
       01  DROPPED-LINE.
           05  FILLER              PIC X(2).
           05  DROPPED-NUMBER      PIC ZZZZZ9.
           05  FILLER              PIC X(44)
               VALUE " OLDER GENERATION(S) NOT LISTED".
       01  TRAILER-LINE.
           05  FILLER              PIC X(21)
               VALUE "GENERATIONS LISTED = ".
           05  TRAILER-COUNT       PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           IF GENERATIONS-ON-FILE THEN
               PERFORM READ-GENERATIONS
           END-IF.
           MOVE SPACES TO LISTING-RECORD.
           MOVE LISTED-COUNT TO TRAILER-COUNT.
           MOVE TRAILER-LINE TO LISTING-RECORD.
           PERFORM WRITE-LISTING.
           PERFORM CLOSE-FILE.
           DISPLAY "CONTROL GENERATIONS LISTED = ", LISTED-COUNT.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "GEN-RPT" TO ALERT-PROGRAM.
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
           OPEN OUTPUT LISTING-FILE.
           IF LISTING-STATUS NOT = "00" THEN
               DISPLAY "LISTING FILE OPEN FAILED WITH STATUS ",
                   LISTING-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "GENRPTDD" TO ALERT-FILE-NAME
               MOVE LISTING-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE RUN-DATE TO TITLE-DATE.
           MOVE SPACES TO LISTING-RECORD.
           MOVE TITLE-LINE TO LISTING-RECORD.
           PERFORM WRITE-LISTING.
           MOVE SPACES TO LISTING-RECORD.
           PERFORM WRITE-LISTING.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-STATUS = "35" THEN
               DISPLAY "NO CONTROL GENERATIONS ON FILE"
               MOVE SPACES TO LISTING-RECORD
               MOVE "NO CONTROL GENERATIONS ON FILE - THE FLAT CONTROL"
                   TO LISTING-RECORD
               MOVE " FILES ARE IN USE" TO LISTING-RECORD(51:17)
               PERFORM WRITE-LISTING
               EXIT SECTION
           END-IF.
           IF GENERATION-STATUS NOT = "00" THEN
               DISPLAY "GENERATION FILE OPEN FAILED WITH STATUS ",
                   GENERATION-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "CTLGENDD" TO ALERT-FILE-NAME
               MOVE GENERATION-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE "Y" TO GENERATION-FILE-SWITCH.

      * THE MASTER IS KEYED FILE ID + GENERATION NUMBER, SO EACH
      * CONTROL FILE'S GENERATIONS ARRIVE TOGETHER IN NUMBER ORDER.
       READ-GENERATIONS SECTION.
           PERFORM UNTIL GENERATION-STATUS = "10"
               READ GENERATION-FILE NEXT
               IF GENERATION-STATUS = "00" THEN
                   IF GENERATION-FILE-ID NOT = CURRENT-FILE-ID
                       AND GEN-COUNT > ZERO THEN
                       PERFORM REPORT-FILE-ID
                       MOVE ZERO TO GEN-COUNT
                       MOVE ZERO TO DROPPED-COUNT
                   END-IF
                   MOVE GENERATION-FILE-ID TO CURRENT-FILE-ID
                   PERFORM ADD-GEN-ENTRY
               ELSE
                   IF GENERATION-STATUS NOT = "10" THEN
                       DISPLAY "GENERATION FILE READ FAILED WITH ",
                           "STATUS ", GENERATION-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "CTLGENDD" TO ALERT-FILE-NAME
                       MOVE GENERATION-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           IF GEN-COUNT > ZERO THEN
               PERFORM REPORT-FILE-ID
           END-IF.

       ADD-GEN-ENTRY SECTION.
           IF GEN-COUNT = 500 THEN
               PERFORM VARYING RPT-IDX FROM 1 BY 1 UNTIL RPT-IDX > 499
                   MOVE GEN-ENTRY(RPT-IDX + 1) TO GEN-ENTRY(RPT-IDX)
               END-PERFORM
               SUBTRACT 1 FROM GEN-COUNT
               ADD 1 TO DROPPED-COUNT
           END-IF.
           ADD 1 TO GEN-COUNT.
           MOVE GENERATION-NUMBER TO GEN-NUMBER-T(GEN-COUNT).
           MOVE GENERATION-EFFECTIVE-DATE TO GEN-EFFECTIVE-T(GEN-COUNT).
           MOVE ZERO TO GEN-REPLACED-T(GEN-COUNT).
           MOVE GENERATION-MADE-DATE TO GEN-MADE-DATE-T(GEN-COUNT).
           MOVE GENERATION-MADE-TIME TO GEN-MADE-TIME-T(GEN-COUNT).
           MOVE GENERATION-MAKER TO GEN-MAKER-T(GEN-COUNT).
           MOVE GENERATION-PROGRAM TO GEN-PROGRAM-T(GEN-COUNT).
           MOVE GENERATION-ROWS TO GEN-ROWS-T(GEN-COUNT).

      * WORKING BACK FROM THE HIGHEST NUMBER, EACH GENERATION IS
      * REPLACED ON THE EARLIEST EFFECTIVE DATE AMONG THOSE AFTER
      * IT. THE HIGHEST NUMBER IS NEVER REPLACED (OPEN-ENDED).
       REPORT-FILE-ID SECTION.
           MOVE OPEN-ENDED-DATE TO EARLIEST-LATER-DATE.
           PERFORM VARYING RPT-IDX FROM GEN-COUNT BY -1
               UNTIL RPT-IDX = ZERO
               MOVE EARLIEST-LATER-DATE TO GEN-REPLACED-T(RPT-IDX)
               IF GEN-EFFECTIVE-T(RPT-IDX) < EARLIEST-LATER-DATE THEN
                   MOVE GEN-EFFECTIVE-T(RPT-IDX) TO EARLIEST-LATER-DATE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LISTING-RECORD.
           MOVE CURRENT-FILE-ID TO GROUP-FILE-ID.
           MOVE GROUP-LINE TO LISTING-RECORD.
           PERFORM WRITE-LISTING.
           MOVE SPACES TO LISTING-RECORD.
           MOVE COLUMN-LINE TO LISTING-RECORD.
           PERFORM WRITE-LISTING.
           IF DROPPED-COUNT > ZERO THEN
               MOVE DROPPED-COUNT TO DROPPED-NUMBER
               MOVE SPACES TO LISTING-RECORD
               MOVE DROPPED-LINE TO LISTING-RECORD
               PERFORM WRITE-LISTING
           END-IF.
           PERFORM VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX > GEN-COUNT
               PERFORM REPORT-GENERATION
           END-PERFORM.
           MOVE SPACES TO LISTING-RECORD.
           PERFORM WRITE-LISTING.

       REPORT-GENERATION SECTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE GEN-NUMBER-T(RPT-IDX) TO DETAIL-GENERATION.
           MOVE GEN-EFFECTIVE-T(RPT-IDX) TO DETAIL-EFFECTIVE.
           IF GEN-REPLACED-T(RPT-IDX) = OPEN-ENDED-DATE THEN
               MOVE "OPEN" TO DETAIL-REPLACED
           ELSE
               MOVE GEN-REPLACED-T(RPT-IDX) TO DETAIL-REPLACED
           END-IF.
           IF GEN-REPLACED-T(RPT-IDX) NOT > GEN-EFFECTIVE-T(RPT-IDX)
               THEN
               MOVE "SUPERSEDED" TO DETAIL-STATUS
           ELSE
               IF GEN-EFFECTIVE-T(RPT-IDX) > RUN-DATE THEN
                   MOVE "SCHEDULED" TO DETAIL-STATUS
               ELSE
                   IF GEN-REPLACED-T(RPT-IDX) > RUN-DATE THEN
                       MOVE "IN FORCE" TO DETAIL-STATUS
                   ELSE
                       MOVE "ENDED" TO DETAIL-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE GEN-MADE-DATE-T(RPT-IDX) TO DETAIL-MADE-DATE.
           MOVE GEN-MADE-TIME-T(RPT-IDX) TO DETAIL-MADE-TIME.
           MOVE GEN-MAKER-T(RPT-IDX) TO DETAIL-MAKER.
           MOVE GEN-PROGRAM-T(RPT-IDX) TO DETAIL-PROGRAM.
           MOVE GEN-ROWS-T(RPT-IDX) TO DETAIL-ROWS.
           MOVE SPACES TO LISTING-RECORD.
           MOVE DETAIL-LINE TO LISTING-RECORD.
           PERFORM WRITE-LISTING.
           ADD 1 TO LISTED-COUNT.

       WRITE-LISTING SECTION.
           WRITE LISTING-RECORD.
           IF LISTING-STATUS NOT = "00" THEN
               DISPLAY "LISTING FILE WRITE FAILED WITH STATUS ",
                   LISTING-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "GENRPTDD" TO ALERT-FILE-NAME
               MOVE LISTING-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       CLOSE-FILE SECTION.
           IF GENERATIONS-ON-FILE THEN
               CLOSE GENERATION-FILE
               IF GENERATION-STATUS NOT = "00" THEN
                   DISPLAY "GENERATION FILE CLOSE FAILED WITH STATUS ",
                       GENERATION-STATUS
                   MOVE "CLOSE" TO ALERT-OPERATION
                   MOVE "CTLGENDD" TO ALERT-FILE-NAME
                   MOVE GENERATION-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           CLOSE LISTING-FILE.
           IF LISTING-STATUS NOT = "00" THEN
               DISPLAY "LISTING FILE CLOSE FAILED WITH STATUS ",
                   LISTING-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "GENRPTDD" TO ALERT-FILE-NAME
               MOVE LISTING-STATUS TO ALERT-FILE-STATUS
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
           MOVE LISTED-COUNT TO RUN-LOG-RECORDS-W.
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
           MOVE "GEN-RPT" TO RUN-LOG-PROGRAM.
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
