       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-PRF.
      *
      * FEED CONTENT PROFILE AND DRIFT REPORT - READS THE ARCHDD LINE
      * ARCHIVE THAT PUZZLE-4 IN PUZZLE4.COB WRITES AND PROFILES THE
      * SHAPE OF EACH RUN DATE'S INPUT, SO A SUPPLIER THAT CHANGES
      * WHAT IT SENDS (STARTS SPELLING OUT EVERY DIGIT, PADS ITS
      * LINES, DROPS THE DIGITS FROM THE FRONT) IS CAUGHT FROM THE
      * CONTENT BEFORE IT SHOWS UP AS A *SWING* ON HIST-RPT IN
      * HISTRPT.COB OR AS A CUSTOMER COMPLAINT. FOR EACH RUN THE
      * REPORT GIVES:
      *   - THE AVERAGE LINE LENGTH AND THE SHARE OF LINES IN EACH
      *     LENGTH BAND
      *   - THE SHARE OF LINES WHOSE FIRST AND WHOSE LAST DIGIT IS
      *     EACH OF 0-9, AS THE WORD-DIGIT PASS FOUND THEM
      *   - THE SHARE OF LINES WHERE THE WORD-DIGIT PASS CHANGED THE
      *     LINE'S SCORE FROM THE NUMERIC PASS
      *   - THE SHARE OF LINES WITH NO NUMERIC DIGIT, AND WITH NO
      *     DIGIT OR DIGIT WORD AT ALL
      *   - THE AVERAGE FIRST AND LAST DIGIT POSITIONS OF EACH PASS,
      *     OVER THE LINES WHERE THAT PASS FOUND A DIGIT
      * EACH MEASURE IS SET AGAINST ITS BASELINE - THE AVERAGE OF THE
      * SAME MEASURE OVER UP TO PROFRUNS RUN DATES IMMEDIATELY BEFORE
      * THE RUN - AND FLAGGED *DRIFT* WHEN IT MOVES PAST TOLERANCE:
      * PROFPTS PERCENTAGE POINTS FOR A SHARE, PROFPCT PERCENT FOR AN
      * AVERAGE (ENVIRONMENT VARIABLES, DEFAULTS 7 RUNS, 5 POINTS, 20
      * PCT, TAKEN THE WAY HIST-RPT TAKES ITS TREND SETTINGS). THE
      * RUN ON FILE WITH NO EARLIER RUN IS PROFILED BUT NOT FLAGGED.
      * THE NEWEST RUN DATE ON THE ARCHIVE IS REPORTED UNLESS
      * PROFFROM GIVES AN EARLIER RUN DATE, IN WHICH CASE EVERY RUN
      * FROM THAT DATE ON IS REPORTED. RETURN CODE 4 MEANS AT LEAST
      * ONE MEASURE WAS FLAGGED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCHIVE-KEY
           FILE STATUS IS ARCHIVE-STATUS.
           SELECT PROFILE-FILE ASSIGN TO PRFRPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PROFILE-STATUS.
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
       FD  PROFILE-FILE.
       01  PROFILE-RECORD          PIC X(132).
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
       01  ARCHIVE-STATUS      PIC X(2).
       01  PROFILE-STATUS      PIC X(2).
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
       01  PROFILE-RUNS        PIC 9(3) VALUE 7.
       01  PROFILE-PTS         PIC 9(3) VALUE 5.
       01  PROFILE-PCT         PIC 9(3) VALUE 20.
       01  PROFILE-FROM        PIC 9(8) VALUE ZERO.
       01  ENV-VALUE           PIC X(8).
       01  ENV-NUMBER          PIC 9(8).
       01  ENV-IDX             PIC 9(2).
       01  ENV-DIGIT           PIC 9.
       01  LINES-READ          PIC 9(9) VALUE ZERO.
       01  DRIFT-COUNT         PIC 9(6) VALUE ZERO.
       01  RUN-DRIFT-COUNT     PIC 9(4).
      * THE COUNTS FOR THE RUN DATE BEING READ. WHEN THE DATE CHANGES
      * THEY ARE TURNED INTO THE RUN'S MEASURES AND CLEARED.
       01  CURRENT-RUN-DATE    PIC 9(8) VALUE ZERO.
       01  PROFILE-COUNTS.
           05  COUNT-LINES         PIC 9(6).
           05  COUNT-LENGTH-TOTAL  PIC 9(9).
           05  COUNT-LENGTH-BAND   PIC 9(6) OCCURS 6 TIMES.
           05  COUNT-FIRST-DIGIT   PIC 9(6) OCCURS 10 TIMES.
           05  COUNT-LAST-DIGIT    PIC 9(6) OCCURS 10 TIMES.
           05  COUNT-CHANGED       PIC 9(6).
           05  COUNT-NO-NUMERIC    PIC 9(6).
           05  COUNT-NO-DIGIT      PIC 9(6).
           05  COUNT-FIRST-POS-1   PIC 9(9).
           05  COUNT-LAST-POS-1    PIC 9(9).
           05  COUNT-FIRST-POS-2   PIC 9(9).
           05  COUNT-LAST-POS-2    PIC 9(9).
       01  BAND-IDX            PIC 9(2).
       01  DIGIT-IDX           PIC 9(2).
       01  FOUND-LINES         PIC 9(6).
      * ONE ENTRY PER RUN DATE ON THE ARCHIVE, IN DATE ORDER, HOLDING
      * THAT RUN'S MEASURES. WHEN THE TABLE IS FULL THE OLDEST RUN IS
      * SHIFTED OUT SO THE MOST RECENT 366 ARE KEPT.
       01  RUN-COUNT           PIC 9(3) VALUE ZERO.
       01  RUN-TABLE.
           03  RUN-ENTRY OCCURS 366 TIMES.
               05  RUN-DATE-T      PIC 9(8).
               05  RUN-LINES-T     PIC 9(6).
               05  RUN-MEASURE-T   PIC 9(4)V99 OCCURS 34 TIMES.
       01  RPT-IDX             PIC 9(3).
       01  AVG-IDX             PIC 9(3).
       01  FIRST-RPT-IDX       PIC 9(3).
       01  FIRST-AVG-IDX       PIC 9(3).
       01  AVG-ENTRIES         PIC 9(3).
       01  MEASURE-IDX         PIC 9(2).
       01  MEASURE-TOTAL       PIC 9(7)V99.
       01  BASE-VALUE          PIC 9(4)V99.
       01  DRIFT-VALUE         PIC 9(4)V99.
      * THE 34 MEASURES IN REPORT ORDER. THE KIND BYTE SAYS HOW A
      * MEASURE DRIFTS: S - A SHARE OF THE RUN'S LINES, COMPARED IN
      * PERCENTAGE POINTS; A - AN AVERAGE, COMPARED IN PERCENT OF
      * ITS BASELINE.
       01  MEASURE-VALUES.
           05  FILLER PIC X(30) VALUE "AAVERAGE LINE LENGTH".
           05  FILLER PIC X(30) VALUE "SLENGTH UP TO 10".
           05  FILLER PIC X(30) VALUE "SLENGTH 11-20".
           05  FILLER PIC X(30) VALUE "SLENGTH 21-40".
           05  FILLER PIC X(30) VALUE "SLENGTH 41-80".
           05  FILLER PIC X(30) VALUE "SLENGTH 81-120".
           05  FILLER PIC X(30) VALUE "SLENGTH 121-200".
           05  FILLER PIC X(30) VALUE "SFIRST DIGIT 0".
           05  FILLER PIC X(30) VALUE "SFIRST DIGIT 1".
           05  FILLER PIC X(30) VALUE "SFIRST DIGIT 2".
           05  FILLER PIC X(30) VALUE "SFIRST DIGIT 3".
           05  FILLER PIC X(30) VALUE "SFIRST DIGIT 4".
           05  FILLER PIC X(30) VALUE "SFIRST DIGIT 5".
           05  FILLER PIC X(30) VALUE "SFIRST DIGIT 6".
           05  FILLER PIC X(30) VALUE "SFIRST DIGIT 7".
           05  FILLER PIC X(30) VALUE "SFIRST DIGIT 8".
           05  FILLER PIC X(30) VALUE "SFIRST DIGIT 9".
           05  FILLER PIC X(30) VALUE "SLAST DIGIT 0".
           05  FILLER PIC X(30) VALUE "SLAST DIGIT 1".
           05  FILLER PIC X(30) VALUE "SLAST DIGIT 2".
           05  FILLER PIC X(30) VALUE "SLAST DIGIT 3".
           05  FILLER PIC X(30) VALUE "SLAST DIGIT 4".
           05  FILLER PIC X(30) VALUE "SLAST DIGIT 5".
           05  FILLER PIC X(30) VALUE "SLAST DIGIT 6".
           05  FILLER PIC X(30) VALUE "SLAST DIGIT 7".
           05  FILLER PIC X(30) VALUE "SLAST DIGIT 8".
           05  FILLER PIC X(30) VALUE "SLAST DIGIT 9".
           05  FILLER PIC X(30) VALUE "SWORD PASS CHANGED THE SCORE".
           05  FILLER PIC X(30) VALUE "SNO NUMERIC DIGIT".
           05  FILLER PIC X(30) VALUE "SNO DIGIT OR DIGIT WORD".
           05  FILLER PIC X(30) VALUE "AAVG FIRST POS NUMERIC PASS".
           05  FILLER PIC X(30) VALUE "AAVG LAST POS NUMERIC PASS".
           05  FILLER PIC X(30) VALUE "AAVG FIRST POS WORD PASS".
           05  FILLER PIC X(30) VALUE "AAVG LAST POS WORD PASS".
       01  MEASURE-TABLE REDEFINES MEASURE-VALUES.
           05  MEASURE-DEF OCCURS 34 TIMES.
               10  MEASURE-KIND    PIC X.
               10  MEASURE-NAME    PIC X(29).
       01  TITLE-LINE.
           05  FILLER              PIC X(30)
               VALUE "FEED PROFILE AND DRIFT REPORT ".
           05  FILLER              PIC X(17) VALUE " BASELINE RUNS = ".
           05  TITLE-RUNS          PIC ZZ9.
           05  FILLER              PIC X(19) VALUE "  SHARE TOL PTS = ".
           05  TITLE-PTS           PIC ZZ9.
           05  FILLER              PIC X(21)
               VALUE "  AVERAGE TOL PCT = ".
           05  TITLE-PCT           PIC ZZ9.
       01  RUN-HEADING-LINE.
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  HEADING-RUN-DATE    PIC 9(8).
           05  FILLER              PIC X(9) VALUE "   LINES ".
           05  HEADING-LINES       PIC ZZZZZ9.
           05  FILLER              PIC X(17) VALUE "   BASELINE RUNS ".
           05  HEADING-BASE-RUNS   PIC ZZ9.
       01  COLUMN-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(29) VALUE "MEASURE".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "    RUN".
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "BASELINE".
           05  FILLER              PIC X(3) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "  DRIFT".
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(4) VALUE "FLAG".
       01  DETAIL-LINE.
           05  FILLER              PIC X(2).
           05  DETAIL-NAME         PIC X(29).
           05  FILLER              PIC X(2).
           05  DETAIL-RUN          PIC ZZZ9.99.
           05  FILLER              PIC X(5).
           05  DETAIL-BASE         PIC ZZZ9.99.
           05  FILLER              PIC X(3).
           05  DETAIL-DRIFT        PIC ZZZ9.99.
           05  FILLER              PIC X(1).
           05  DETAIL-UNIT         PIC X(3).
           05  FILLER              PIC X(2).
           05  DETAIL-FLAG         PIC X(7).
       01  TEXT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TEXT-BODY           PIC X(80).
       01  COUNT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  COUNT-LABEL         PIC X(24).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  COUNT-VALUE         PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM READ-ARCHIVE.
           PERFORM REPORT-RUNS.
           PERFORM CLOSE-FILE.
           DISPLAY "ARCHIVE LINES PROFILED = ", LINES-READ.
           DISPLAY "DRIFT FLAGS RAISED = ", DRIFT-COUNT.
           IF DRIFT-COUNT > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "FEED-PRF" TO ALERT-PROGRAM.
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
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "PROFRUNS".
           IF ENV-VALUE NOT = SPACES THEN
               PERFORM CONVERT-ENV-NUMBER
               IF ENV-NUMBER > ZERO AND ENV-NUMBER <= 365 THEN
                   MOVE ENV-NUMBER TO PROFILE-RUNS
               END-IF
           END-IF.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "PROFPTS".
           IF ENV-VALUE NOT = SPACES THEN
               PERFORM CONVERT-ENV-NUMBER
               IF ENV-NUMBER > ZERO AND ENV-NUMBER <= 100 THEN
                   MOVE ENV-NUMBER TO PROFILE-PTS
               END-IF
           END-IF.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "PROFPCT".
           IF ENV-VALUE NOT = SPACES THEN
               PERFORM CONVERT-ENV-NUMBER
               IF ENV-NUMBER > ZERO AND ENV-NUMBER <= 999 THEN
                   MOVE ENV-NUMBER TO PROFILE-PCT
               END-IF
           END-IF.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "PROFFROM".
           IF ENV-VALUE NOT = SPACES THEN
               PERFORM CONVERT-ENV-NUMBER
               MOVE ENV-NUMBER TO PROFILE-FROM
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-STATUS NOT = "00" THEN
               DISPLAY "ARCHIVE FILE OPEN FAILED WITH STATUS ",
                   ARCHIVE-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "ARCHDD" TO ALERT-FILE-NAME
               MOVE ARCHIVE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN OUTPUT PROFILE-FILE.
           IF PROFILE-STATUS NOT = "00" THEN
               DISPLAY "PROFILE REPORT OPEN FAILED WITH STATUS ",
                   PROFILE-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "PRFRPTDD" TO ALERT-FILE-NAME
               MOVE PROFILE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE PROFILE-RUNS TO TITLE-RUNS.
           MOVE PROFILE-PTS TO TITLE-PTS.
           MOVE PROFILE-PCT TO TITLE-PCT.
           MOVE SPACES TO PROFILE-RECORD.
           MOVE TITLE-LINE TO PROFILE-RECORD.
           PERFORM WRITE-PROFILE.
           MOVE ZEROS TO PROFILE-COUNTS.

      * ENVIRONMENT VARIABLES ARRIVE AS CHARACTER DATA WITH NO
      * GUARANTEE OF ZERO-PADDING, SO THE DIGITS ARE PICKED OFF ONE AT
      * A TIME AND ANYTHING NON-NUMERIC IS IGNORED.
       CONVERT-ENV-NUMBER SECTION.
           MOVE ZERO TO ENV-NUMBER.
           PERFORM VARYING ENV-IDX FROM 1 BY 1 UNTIL ENV-IDX > 8
               IF ENV-VALUE(ENV-IDX:1) IS NUMERIC THEN
                   MOVE ENV-VALUE(ENV-IDX:1) TO ENV-DIGIT
                   COMPUTE ENV-NUMBER = ENV-NUMBER * 10 + ENV-DIGIT
               END-IF
           END-PERFORM.

      * THE ARCHIVE IS KEYED RUN DATE + LINE NUMBER, SO EACH RUN'S
      * LINES ARRIVE TOGETHER AND THE RUNS IN DATE ORDER.
       READ-ARCHIVE SECTION.
           PERFORM UNTIL ARCHIVE-STATUS = "10"
               READ ARCHIVE-FILE NEXT
               IF ARCHIVE-STATUS = "00" THEN
                   IF ARCHIVE-RUN-DATE NOT = CURRENT-RUN-DATE
                       AND COUNT-LINES > ZERO THEN
                       PERFORM FILE-RUN-PROFILE
                   END-IF
                   MOVE ARCHIVE-RUN-DATE TO CURRENT-RUN-DATE
                   PERFORM COUNT-ARCHIVE-LINE
               ELSE
                   IF ARCHIVE-STATUS NOT = "10" THEN
                       DISPLAY "ARCHIVE FILE READ FAILED WITH STATUS ",
                           ARCHIVE-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "ARCHDD" TO ALERT-FILE-NAME
                       MOVE ARCHIVE-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           IF COUNT-LINES > ZERO THEN
               PERFORM FILE-RUN-PROFILE
           END-IF.

      * A PASS THAT FOUND NO DIGIT IS ARCHIVED WITH A ZERO FIRST
      * POSITION, SINCE POSITIONS START AT 1.
       COUNT-ARCHIVE-LINE SECTION.
           ADD 1 TO LINES-READ.
           ADD 1 TO COUNT-LINES.
           ADD ARCHIVE-REC-LEN TO COUNT-LENGTH-TOTAL.
           EVALUATE TRUE
               WHEN ARCHIVE-REC-LEN <= 10
                   MOVE 1 TO BAND-IDX
               WHEN ARCHIVE-REC-LEN <= 20
                   MOVE 2 TO BAND-IDX
               WHEN ARCHIVE-REC-LEN <= 40
                   MOVE 3 TO BAND-IDX
               WHEN ARCHIVE-REC-LEN <= 80
                   MOVE 4 TO BAND-IDX
               WHEN ARCHIVE-REC-LEN <= 120
                   MOVE 5 TO BAND-IDX
               WHEN OTHER
                   MOVE 6 TO BAND-IDX
           END-EVALUATE.
           ADD 1 TO COUNT-LENGTH-BAND(BAND-IDX).
           IF ARCHIVE-SUM-1 NOT = ARCHIVE-SUM-2 THEN
               ADD 1 TO COUNT-CHANGED
           END-IF.
           IF ARCHIVE-FIRST-IDX-1 = ZERO THEN
               ADD 1 TO COUNT-NO-NUMERIC
           ELSE
               ADD ARCHIVE-FIRST-IDX-1 TO COUNT-FIRST-POS-1
               ADD ARCHIVE-LAST-IDX-1 TO COUNT-LAST-POS-1
           END-IF.
           IF ARCHIVE-FIRST-IDX-2 = ZERO THEN
               ADD 1 TO COUNT-NO-DIGIT
           ELSE
               ADD ARCHIVE-FIRST-IDX-2 TO COUNT-FIRST-POS-2
               ADD ARCHIVE-LAST-IDX-2 TO COUNT-LAST-POS-2
               COMPUTE DIGIT-IDX = ARCHIVE-FIRST-DIGIT-2 + 1
               ADD 1 TO COUNT-FIRST-DIGIT(DIGIT-IDX)
               COMPUTE DIGIT-IDX = ARCHIVE-LAST-DIGIT-2 + 1
               ADD 1 TO COUNT-LAST-DIGIT(DIGIT-IDX)
           END-IF.

      * TURNS THE FINISHED RUN'S COUNTS INTO ITS 34 MEASURES, IN THE
      * ORDER OF THE MEASURE TABLE, AND CLEARS THE COUNTS.
       FILE-RUN-PROFILE SECTION.
           IF RUN-COUNT = 366 THEN
               PERFORM VARYING RPT-IDX FROM 1 BY 1 UNTIL RPT-IDX > 365
                   MOVE RUN-ENTRY(RPT-IDX + 1) TO RUN-ENTRY(RPT-IDX)
               END-PERFORM
               SUBTRACT 1 FROM RUN-COUNT
           END-IF.
           ADD 1 TO RUN-COUNT.
           MOVE CURRENT-RUN-DATE TO RUN-DATE-T(RUN-COUNT).
           MOVE COUNT-LINES TO RUN-LINES-T(RUN-COUNT).
           COMPUTE RUN-MEASURE-T(RUN-COUNT, 1) =
               COUNT-LENGTH-TOTAL / COUNT-LINES.
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 6
               COMPUTE RUN-MEASURE-T(RUN-COUNT, BAND-IDX + 1) =
                   COUNT-LENGTH-BAND(BAND-IDX) * 100 / COUNT-LINES
           END-PERFORM.
           PERFORM VARYING DIGIT-IDX FROM 1 BY 1 UNTIL DIGIT-IDX > 10
               COMPUTE RUN-MEASURE-T(RUN-COUNT, DIGIT-IDX + 7) =
                   COUNT-FIRST-DIGIT(DIGIT-IDX) * 100 / COUNT-LINES
               COMPUTE RUN-MEASURE-T(RUN-COUNT, DIGIT-IDX + 17) =
                   COUNT-LAST-DIGIT(DIGIT-IDX) * 100 / COUNT-LINES
           END-PERFORM.
           COMPUTE RUN-MEASURE-T(RUN-COUNT, 28) =
               COUNT-CHANGED * 100 / COUNT-LINES.
           COMPUTE RUN-MEASURE-T(RUN-COUNT, 29) =
               COUNT-NO-NUMERIC * 100 / COUNT-LINES.
           COMPUTE RUN-MEASURE-T(RUN-COUNT, 30) =
               COUNT-NO-DIGIT * 100 / COUNT-LINES.
           MOVE ZERO TO RUN-MEASURE-T(RUN-COUNT, 31).
           MOVE ZERO TO RUN-MEASURE-T(RUN-COUNT, 32).
           COMPUTE FOUND-LINES = COUNT-LINES - COUNT-NO-NUMERIC.
           IF FOUND-LINES > ZERO THEN
               COMPUTE RUN-MEASURE-T(RUN-COUNT, 31) =
                   COUNT-FIRST-POS-1 / FOUND-LINES
               COMPUTE RUN-MEASURE-T(RUN-COUNT, 32) =
                   COUNT-LAST-POS-1 / FOUND-LINES
           END-IF.
           MOVE ZERO TO RUN-MEASURE-T(RUN-COUNT, 33).
           MOVE ZERO TO RUN-MEASURE-T(RUN-COUNT, 34).
           COMPUTE FOUND-LINES = COUNT-LINES - COUNT-NO-DIGIT.
           IF FOUND-LINES > ZERO THEN
               COMPUTE RUN-MEASURE-T(RUN-COUNT, 33) =
                   COUNT-FIRST-POS-2 / FOUND-LINES
               COMPUTE RUN-MEASURE-T(RUN-COUNT, 34) =
                   COUNT-LAST-POS-2 / FOUND-LINES
           END-IF.
           MOVE ZEROS TO PROFILE-COUNTS.

       REPORT-RUNS SECTION.
           IF RUN-COUNT = ZERO THEN
               MOVE SPACES TO PROFILE-RECORD
               PERFORM WRITE-PROFILE
               MOVE SPACES TO TEXT-LINE
               MOVE "NO RUNS ON THE ARCHIVE - NOTHING TO PROFILE"
                   TO TEXT-BODY
               MOVE TEXT-LINE TO PROFILE-RECORD
               PERFORM WRITE-PROFILE
               EXIT SECTION
           END-IF.
           IF PROFILE-FROM = ZERO
               OR PROFILE-FROM > RUN-DATE-T(RUN-COUNT) THEN
               MOVE RUN-DATE-T(RUN-COUNT) TO PROFILE-FROM
           END-IF.
           MOVE ZERO TO FIRST-RPT-IDX.
           PERFORM VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX > RUN-COUNT OR FIRST-RPT-IDX > ZERO
               IF RUN-DATE-T(RPT-IDX) NOT < PROFILE-FROM THEN
                   MOVE RPT-IDX TO FIRST-RPT-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING RPT-IDX FROM FIRST-RPT-IDX BY 1
               UNTIL RPT-IDX > RUN-COUNT
               PERFORM REPORT-RUN
           END-PERFORM.

      * THE BASELINE FOR A RUN COVERS UP TO PROFILE-RUNS RUNS
      * IMMEDIATELY BEFORE IT, THE SAME WINDOW HIST-RPT AVERAGES OVER.
       REPORT-RUN SECTION.
           MOVE ZERO TO AVG-ENTRIES.
           MOVE ZERO TO RUN-DRIFT-COUNT.
           IF RPT-IDX > 1 THEN
               IF RPT-IDX > PROFILE-RUNS THEN
                   COMPUTE FIRST-AVG-IDX = RPT-IDX - PROFILE-RUNS
               ELSE
                   MOVE 1 TO FIRST-AVG-IDX
               END-IF
               COMPUTE AVG-ENTRIES = RPT-IDX - FIRST-AVG-IDX
           END-IF.
           MOVE SPACES TO PROFILE-RECORD.
           PERFORM WRITE-PROFILE.
           MOVE RUN-DATE-T(RPT-IDX) TO HEADING-RUN-DATE.
           MOVE RUN-LINES-T(RPT-IDX) TO HEADING-LINES.
           MOVE AVG-ENTRIES TO HEADING-BASE-RUNS.
           MOVE SPACES TO PROFILE-RECORD.
           MOVE RUN-HEADING-LINE TO PROFILE-RECORD.
           PERFORM WRITE-PROFILE.
           IF AVG-ENTRIES = ZERO THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "NO EARLIER RUN ON THE ARCHIVE - PROFILED, NOT "
                   TO TEXT-BODY
               MOVE "COMPARED" TO TEXT-BODY(47:8)
               MOVE TEXT-LINE TO PROFILE-RECORD
               PERFORM WRITE-PROFILE
           END-IF.
           MOVE SPACES TO PROFILE-RECORD.
           MOVE COLUMN-LINE TO PROFILE-RECORD.
           PERFORM WRITE-PROFILE.
           PERFORM VARYING MEASURE-IDX FROM 1 BY 1
               UNTIL MEASURE-IDX > 34
               PERFORM REPORT-MEASURE
           END-PERFORM.
           MOVE "DRIFT FLAGS FOR THE RUN" TO COUNT-LABEL.
           MOVE RUN-DRIFT-COUNT TO COUNT-VALUE.
           MOVE SPACES TO PROFILE-RECORD.
           MOVE COUNT-LINE TO PROFILE-RECORD.
           PERFORM WRITE-PROFILE.

       REPORT-MEASURE SECTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE MEASURE-NAME(MEASURE-IDX) TO DETAIL-NAME.
           MOVE RUN-MEASURE-T(RPT-IDX, MEASURE-IDX) TO DETAIL-RUN.
           IF AVG-ENTRIES > ZERO THEN
               MOVE ZERO TO MEASURE-TOTAL
               PERFORM VARYING AVG-IDX FROM FIRST-AVG-IDX BY 1
                   UNTIL AVG-IDX >= RPT-IDX
                   ADD RUN-MEASURE-T(AVG-IDX, MEASURE-IDX)
                       TO MEASURE-TOTAL
               END-PERFORM
               COMPUTE BASE-VALUE = MEASURE-TOTAL / AVG-ENTRIES
               MOVE BASE-VALUE TO DETAIL-BASE
               PERFORM COMPUTE-DRIFT
           END-IF.
           MOVE SPACES TO PROFILE-RECORD.
           MOVE DETAIL-LINE TO PROFILE-RECORD.
           PERFORM WRITE-PROFILE.

      * A SHARE DRIFTS BY THE POINTS BETWEEN IT AND ITS BASELINE; AN
      * AVERAGE BY ITS PERCENT SWING FROM THE BASELINE, AS HIST-RPT
      * MEASURES ITS SWINGS. AN AVERAGE WITH A ZERO BASELINE HAS
      * NOTHING TO SWING FROM AND IS NOT COMPARED.
       COMPUTE-DRIFT SECTION.
           IF RUN-MEASURE-T(RPT-IDX, MEASURE-IDX) > BASE-VALUE THEN
               COMPUTE DRIFT-VALUE =
                   RUN-MEASURE-T(RPT-IDX, MEASURE-IDX) - BASE-VALUE
           ELSE
               COMPUTE DRIFT-VALUE =
                   BASE-VALUE - RUN-MEASURE-T(RPT-IDX, MEASURE-IDX)
           END-IF.
           IF MEASURE-KIND(MEASURE-IDX) = "S" THEN
               MOVE DRIFT-VALUE TO DETAIL-DRIFT
               MOVE "PTS" TO DETAIL-UNIT
               IF DRIFT-VALUE > PROFILE-PTS THEN
                   MOVE "*DRIFT*" TO DETAIL-FLAG
                   ADD 1 TO RUN-DRIFT-COUNT
                   ADD 1 TO DRIFT-COUNT
               END-IF
               EXIT SECTION
           END-IF.
           IF BASE-VALUE = ZERO THEN
               EXIT SECTION
           END-IF.
           COMPUTE DRIFT-VALUE = DRIFT-VALUE * 100 / BASE-VALUE
               ON SIZE ERROR MOVE 9999.99 TO DRIFT-VALUE
           END-COMPUTE.
           MOVE DRIFT-VALUE TO DETAIL-DRIFT.
           MOVE "PCT" TO DETAIL-UNIT.
           IF DRIFT-VALUE > PROFILE-PCT THEN
               MOVE "*DRIFT*" TO DETAIL-FLAG
               ADD 1 TO RUN-DRIFT-COUNT
               ADD 1 TO DRIFT-COUNT
           END-IF.

       WRITE-PROFILE SECTION.
           WRITE PROFILE-RECORD.
           IF PROFILE-STATUS NOT = "00" THEN
               DISPLAY "PROFILE REPORT WRITE FAILED WITH STATUS ",
                   PROFILE-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "PRFRPTDD" TO ALERT-FILE-NAME
               MOVE PROFILE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       CLOSE-FILE SECTION.
           CLOSE ARCHIVE-FILE.
           IF ARCHIVE-STATUS NOT = "00" THEN
               DISPLAY "ARCHIVE FILE CLOSE FAILED WITH STATUS ",
                   ARCHIVE-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "ARCHDD" TO ALERT-FILE-NAME
               MOVE ARCHIVE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE PROFILE-FILE.
           IF PROFILE-STATUS NOT = "00" THEN
               DISPLAY "PROFILE REPORT CLOSE FAILED WITH STATUS ",
                   PROFILE-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "PRFRPTDD" TO ALERT-FILE-NAME
               MOVE PROFILE-STATUS TO ALERT-FILE-STATUS
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
           MOVE DRIFT-COUNT TO RUN-LOG-RECORDS-W.
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
           MOVE "FEED-PRF" TO RUN-LOG-PROGRAM.
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
