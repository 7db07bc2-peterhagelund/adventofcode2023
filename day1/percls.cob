       IDENTIFICATION DIVISION.
       PROGRAM-ID. PER-CLS.
      *
      * ACCOUNTING PERIOD CLOSE - ROLLS THE NIGHTS OF ONE CALENDAR
      * MONTH ON THE HISTDD RUN-HISTORY MASTER INTO THE KEYED
      * PERTOTDD PERIOD-TOTALS MASTER, ONE RECORD PER PROGRAM PER
      * PERIOD CARRYING THE NIGHT COUNT, LINES, SUM, THE ADJ-POST
      * DELTAS (PSTLOGDD) ALREADY INCLUDED IN THAT SUM, AND THE
      * PRIOR-PERIOD ADJUSTMENTS PPA-PST IN PPAPST.COB HAS POSTED
      * INTO THE PERIOD. THE PERIOD TO CLOSE IS NAMED IN THE CLOSEPER
      * ENVIRONMENT VARIABLE (YYYYMM) AND MUST HAVE ENDED BEFORE THE
      * BDATEDD BUSINESS DATE; THE JOB REFUSES TO RUN WITHOUT IT OR
      * AGAINST A PERIOD ALREADY CLOSED. A PERIOD-END STATEMENT GOES
      * TO PERSTMDD, LISTING EVERY PRIOR-PERIOD ADJUSTMENT BROUGHT
      * IN WITH THE NIGHT IT ORIGINALLY BELONGED TO (FROM PPALOGDD).
      * THE PERIOD IS THEN MARKED CLOSED ON ITS *PERIOD* CONTROL
      * RECORD, AND FROM THEN ON ADJ-POST IN ADJPOST.COB ROUTES
      * ANY ADJUSTMENT FOR ONE OF ITS NIGHTS - A REPAIRED LINE OR A
      * RESUBMITTED BATCH - TO THE PPADJDD PRIOR-PERIOD FILE INSTEAD
      * OF POSTING IT, SO A CLOSED MONTH'S REPORTED NUMBER NEVER
      * CHANGES.
      * CLOSING A MONTH ALSO CLOSES ITS QUARTER (PERIOD ID YYYYQN)
      * FROM THE THREE CLOSED MONTHS AND PRINTS THE QUARTER-END
      * STATEMENT ONCE ALL THREE MONTHS ARE CLOSED AND THE QUARTER
      * IS NOT ALREADY, SO A QUARTER WHOSE MONTHS WERE CLOSED OUT OF
      * ORDER STILL CLOSES ON ITS LAST MONTH TO CLOSE. IF THE LAST
      * MONTH OF THE QUARTER IS CLOSED WHILE AN EARLIER MONTH IS
      * STILL OPEN THE QUARTER IS LEFT OPEN AND THE RUN ENDS WITH
      * RETURN CODE 4.
      * ONLY PSTLOGDD RECORDS ADJ-POST ACTUALLY POSTED TO HISTORY
      * COUNT AS ADJUSTMENTS IN THE SUM - A GROUP IT ROUTED TO THE
      * PRIOR-PERIOD FILE IS LOGGED MARKED ROUTED AND PASSED OVER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT PERIOD-FILE ASSIGN TO PERTOTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIOD-KEY
           FILE STATUS IS PERIOD-STATUS.
           SELECT POSTING-LOG-FILE ASSIGN TO PSTLOGDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS POSTING-LOG-STATUS.
           SELECT PRIOR-LOG-FILE ASSIGN TO PPALOGDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRIOR-LOG-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO PERSTMDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATEMENT-STATUS.
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
      * ONE RECORD PER PROGRAM PER PERIOD, PLUS A *PERIOD* CONTROL
      * RECORD PER PERIOD THAT CARRIES THE OPEN/CLOSED LOCK THE
      * POSTING PROGRAMS TEST. PERIOD-ID IS YYYYMM FOR A MONTH AND
      * YYYYQN FOR A QUARTER.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PERIOD-KEY.
               10  PERIOD-ID           PIC X(6).
               10  PERIOD-PROGRAM      PIC X(8).
           05  PERIOD-LOCK             PIC X.
               88  PERIOD-CLOSED          VALUE "C".
           05  PERIOD-FROM-DATE        PIC 9(8).
           05  PERIOD-TO-DATE          PIC 9(8).
           05  PERIOD-NIGHTS           PIC 9(4).
           05  PERIOD-LINES            PIC 9(8).
           05  PERIOD-SUM              PIC 9(8).
           05  PERIOD-ADJ-POSTED       PIC 9(8).
           05  PERIOD-PRIOR-ADJ        PIC 9(8).
           05  PERIOD-PRIOR-COUNT      PIC 9(4).
           05  PERIOD-CLOSED-ON        PIC 9(8).
       FD  POSTING-LOG-FILE.
       01  POSTING-LOG-RECORD.
           05  POSTING-LOG-RUN-DATE    PIC 9(8).
           05  FILLER                  PIC X(1).
           05  POSTING-LOG-PROGRAM     PIC X(8).
           05  FILLER                  PIC X(1).
           05  POSTING-LOG-COUNT       PIC 9(6).
           05  FILLER                  PIC X(1).
           05  POSTING-LOG-DELTA       PIC 9(6).
           05  FILLER                  PIC X(1).
           05  POSTING-LOG-POSTED-DATE PIC 9(8).
           05  FILLER                  PIC X(1).
           05  POSTING-LOG-POSTED-TIME PIC 9(6).
           05  FILLER                  PIC X(1).
           05  POSTING-LOG-REF         PIC X(8).
           05  FILLER                  PIC X(1).
           05  POSTING-LOG-DISPOSITION PIC X(6).
               88  POSTING-LOG-ROUTED     VALUE "ROUTED".
       FD  PRIOR-LOG-FILE.
       01  PRIOR-LOG-RECORD.
           05  PRIOR-LOG-ORIG-DATE     PIC 9(8).
           05  FILLER                  PIC X(1).
           05  PRIOR-LOG-PROGRAM       PIC X(8).
           05  FILLER                  PIC X(1).
           05  PRIOR-LOG-SOURCE        PIC X(8).
           05  FILLER                  PIC X(1).
           05  PRIOR-LOG-REF           PIC X(8).
           05  FILLER                  PIC X(1).
           05  PRIOR-LOG-COUNT         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PRIOR-LOG-DELTA         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PRIOR-LOG-ROUTED-DATE   PIC 9(8).
           05  FILLER                  PIC X(1).
           05  PRIOR-LOG-PERIOD        PIC X(6).
           05  FILLER                  PIC X(1).
           05  PRIOR-LOG-POSTED-DATE   PIC 9(8).
           05  FILLER                  PIC X(1).
           05  PRIOR-LOG-POSTED-TIME   PIC 9(6).
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD        PIC X(132).
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
       01  PERIOD-STATUS           PIC X(2).
       01  POSTING-LOG-STATUS      PIC X(2).
       01  PRIOR-LOG-STATUS        PIC X(2).
       01  STATEMENT-STATUS        PIC X(2).
       01  BUSINESS-DATE-STATUS    PIC X(2).
       01  ALERTF-STATUS           PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
       01  RUN-LOG-RC-W        PIC 9(3).
       01  RUN-LOG-TIME-RAW.
           05  RUN-LOG-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  RUN-DATE                PIC 9(8).
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
           05  RUN-PERIOD          PIC 9(6).
           05  FILLER              PIC 9(2).
       01  ENV-PERIOD-VALUE        PIC X(8).
       01  CLOSE-PERIOD            PIC 9(6).
       01  CLOSE-PERIOD-PARTS REDEFINES CLOSE-PERIOD.
           05  CLOSE-YEAR          PIC 9(4).
           05  CLOSE-MONTH         PIC 9(2).
       01  CLOSE-PERIOD-X REDEFINES CLOSE-PERIOD PIC X(6).
       01  QUARTER-ID.
           05  QUARTER-YEAR        PIC 9(4).
           05  FILLER              PIC X VALUE "Q".
           05  QUARTER-NO          PIC 9.
       01  QUARTER-REMAINDER       PIC 9(2).
       01  MONTH-PERIOD            PIC 9(6).
       01  MONTH-PERIOD-PARTS REDEFINES MONTH-PERIOD.
           05  MONTH-YEAR          PIC 9(4).
           05  MONTH-MONTH         PIC 9(2).
       01  MONTH-PERIOD-X REDEFINES MONTH-PERIOD PIC X(6).
       01  QUARTER-SWITCH          PIC X VALUE "N".
           88  QUARTER-COMPLETE       VALUE "Y".
       01  CURRENT-DATE-WORK.
           05  WORK-YEAR           PIC 9(4).
           05  WORK-MONTH          PIC 9(2).
           05  WORK-DAY            PIC 9(2).
       01  WORK-DATE REDEFINES CURRENT-DATE-WORK PIC 9(8).
       01  DAYS-IN-MONTH           PIC 9(2).
       01  LEAP-QUOTIENT           PIC 9(4).
       01  LEAP-REMAINDER          PIC 9(4).
       01  LEAP-SWITCH             PIC X.
           88 LEAP-YEAR               VALUE "Y".
       01  PERIOD-FROM-W           PIC 9(8).
       01  PERIOD-TO-W             PIC 9(8).
       01  DAY-NUMBER              PIC 9(2).
       01  DAY-IDX                 PIC 9(2).
       01  NIGHTS-RUN              PIC 9(4) VALUE ZERO.
       01  DAY-TABLE.
           03  DAY-SEEN-T OCCURS 31 TIMES PIC X.
       01  LOOKUP-PROGRAM          PIC X(8).
       01  PROGRAM-COUNT           PIC 9(2) VALUE ZERO.
       01  P-IDX                   PIC 9(2).
       01  MATCH-IDX               PIC 9(2).
       01  PROGRAM-FOUND-SWITCH    PIC X.
           88 PROGRAM-MATCHED         VALUE "Y".
       01  PROGRAM-TABLE.
           03  PROGRAM-ENTRY OCCURS 10 TIMES.
               05  PROG-NAME-T         PIC X(8).
               05  PROG-NIGHTS-T       PIC 9(4).
               05  PROG-LINES-T        PIC 9(8).
               05  PROG-SUM-T          PIC 9(8).
               05  PROG-ADJ-T          PIC 9(8).
               05  PROG-PRIOR-T        PIC 9(8).
               05  PROG-PRIOR-COUNT-T  PIC 9(4).
       01  PERIOD-TOTAL-W          PIC 9(8).
       01  HISTORY-RECORDS         PIC 9(6) VALUE ZERO.
       01  PRIOR-ADJ-LISTED        PIC 9(4) VALUE ZERO.
       01  TITLE-LINE.
           05  FILLER              PIC X(30)
               VALUE "PERIOD-END STATEMENT          ".
           05  FILLER              PIC X(9) VALUE "PERIOD = ".
           05  TITLE-PERIOD        PIC X(6).
           05  FILLER              PIC X(13) VALUE "  RUN DATE = ".
           05  TITLE-RUN-DATE      PIC 9(8).
       01  RANGE-LINE.
           05  FILLER              PIC X(9) VALUE "  NIGHTS ".
           05  RANGE-FROM          PIC 9(8).
           05  FILLER              PIC X(4) VALUE " TO ".
           05  RANGE-TO            PIC 9(8).
           05  FILLER              PIC X(13) VALUE "  NIGHTS RUN ".
           05  RANGE-NIGHTS        PIC ZZZ9.
       01  HEADING-LINE.
           05  FILLER              PIC X(34)
               VALUE "  PROGRAM   NIGHTS     LINES   RUN".
           05  FILLER              PIC X(34)
               VALUE " SUM  ADJ INCL PRIOR ADJ PER TOTAL".
       01  STATEMENT-LINE.
           05  FILLER              PIC X(2).
           05  STM-PROGRAM         PIC X(8).
           05  FILLER              PIC X(2).
           05  STM-NIGHTS          PIC ZZZZZ9.
           05  FILLER              PIC X(2).
           05  STM-LINES           PIC ZZZZZZZ9.
           05  FILLER              PIC X(2).
           05  STM-SUM             PIC ZZZZZZZ9.
           05  FILLER              PIC X(2).
           05  STM-ADJ             PIC ZZZZZZZ9.
           05  FILLER              PIC X(2).
           05  STM-PRIOR           PIC ZZZZZZZ9.
           05  FILLER              PIC X(2).
           05  STM-TOTAL           PIC ZZZZZZZ9.
       01  PRIOR-ADJ-LINE.
           05  FILLER              PIC X(2).
           05  FILLER              PIC X(12) VALUE "ORIG NIGHT  ".
           05  PAL-ORIG-DATE       PIC 9(8).
           05  FILLER              PIC X(2).
           05  PAL-PROGRAM         PIC X(8).
           05  FILLER              PIC X(2).
           05  PAL-SOURCE          PIC X(8).
           05  FILLER              PIC X(5) VALUE " REF ".
           05  PAL-REF             PIC X(8).
           05  FILLER              PIC X(7) VALUE " COUNT ".
           05  PAL-COUNT           PIC ZZZZZ9.
           05  FILLER              PIC X(7) VALUE " DELTA ".
           05  PAL-DELTA           PIC ZZZZZ9.
           05  FILLER              PIC X(8) VALUE " POSTED ".
           05  PAL-POSTED-DATE     PIC 9(8).
       01  TEXT-LINE.
           05  FILLER              PIC X(2).
           05  TEXT-BODY           PIC X(80).
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM ROLL-HISTORY.
           PERFORM ROLL-POSTINGS.
           PERFORM PICK-UP-PRIOR-ADJUSTMENTS.
           PERFORM CLOSE-MONTH-PERIOD.
           PERFORM WRITE-MONTH-STATEMENT.
           PERFORM LIST-PRIOR-ADJUSTMENTS.
           DIVIDE CLOSE-MONTH BY 3 GIVING QUARTER-NO
               REMAINDER QUARTER-REMAINDER.
           IF QUARTER-REMAINDER NOT = ZERO THEN
               ADD 1 TO QUARTER-NO
           END-IF.
           PERFORM CLOSE-QUARTER.
           PERFORM CLOSE-FILE.
           DISPLAY "PERIOD CLOSED = ", CLOSE-PERIOD-X.
           DISPLAY "NIGHTS RUN IN PERIOD = ", NIGHTS-RUN.
           DISPLAY "PRIOR-PERIOD ADJUSTMENTS BROUGHT IN = ",
               PRIOR-ADJ-LISTED.
           IF QUARTER-REMAINDER = ZERO AND NOT QUARTER-COMPLETE THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      * THE PERIOD MUST BE A REAL MONTH THAT HAS ENDED - CLOSING THE
      * CURRENT MONTH WOULD LOCK OUT NIGHTS STILL TO BE RUN.
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "PER-CLS" TO ALERT-PROGRAM.
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
           MOVE SPACES TO ENV-PERIOD-VALUE.
           ACCEPT ENV-PERIOD-VALUE FROM ENVIRONMENT "CLOSEPER".
           IF ENV-PERIOD-VALUE(1:6) IS NOT NUMERIC
               OR ENV-PERIOD-VALUE(7:2) NOT = SPACES THEN
               DISPLAY "CLOSEPER MUST NAME THE PERIOD TO CLOSE ",
                   "(YYYYMM) - NOTHING CLOSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ENV-PERIOD-VALUE(1:6) TO CLOSE-PERIOD.
           IF CLOSE-MONTH < 1 OR CLOSE-MONTH > 12 THEN
               DISPLAY "CLOSEPER ", ENV-PERIOD-VALUE,
                   " IS NOT A MONTH - NOTHING CLOSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CLOSE-PERIOD NOT < RUN-PERIOD THEN
               DISPLAY "PERIOD ", CLOSE-PERIOD-X, " HAS NOT ENDED ",
                   "ON BUSINESS DATE ", RUN-DATE, " - NOTHING CLOSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CLOSE-YEAR TO WORK-YEAR.
           MOVE CLOSE-MONTH TO WORK-MONTH.
           MOVE 1 TO WORK-DAY.
           MOVE WORK-DATE TO PERIOD-FROM-W.
           PERFORM FIND-DAYS-IN-MONTH.
           MOVE DAYS-IN-MONTH TO WORK-DAY.
           MOVE WORK-DATE TO PERIOD-TO-W.
           OPEN I-O PERIOD-FILE.
           IF PERIOD-STATUS = "35" THEN
               DISPLAY "PERIOD MASTER NOT FOUND - CREATING IT"
               OPEN OUTPUT PERIOD-FILE
               IF PERIOD-STATUS = "00" THEN
                   CLOSE PERIOD-FILE
                   OPEN I-O PERIOD-FILE
               END-IF
           END-IF.
           IF PERIOD-STATUS NOT = "00" THEN
               DISPLAY "PERIOD MASTER OPEN FAILED WITH STATUS ",
                   PERIOD-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "PERTOTDD" TO ALERT-FILE-NAME
               MOVE PERIOD-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE CLOSE-PERIOD-X TO PERIOD-ID.
           MOVE "*PERIOD*" TO PERIOD-PROGRAM.
           READ PERIOD-FILE KEY IS PERIOD-KEY
               INVALID KEY
                   MOVE SPACE TO PERIOD-LOCK
           END-READ.
           IF PERIOD-CLOSED THEN
               DISPLAY "PERIOD ", CLOSE-PERIOD-X, " WAS CLOSED ON ",
                   PERIOD-CLOSED-ON, " - NOTHING CLOSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00" THEN
               DISPLAY "HISTORY FILE OPEN FAILED WITH STATUS ",
                   HISTORY-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "HISTDD" TO ALERT-FILE-NAME
               MOVE HISTORY-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF STATEMENT-STATUS NOT = "00" THEN
               DISPLAY "STATEMENT FILE OPEN FAILED WITH STATUS ",
                   STATEMENT-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "PERSTMDD" TO ALERT-FILE-NAME
               MOVE STATEMENT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

      * HISTDD IS KEYED BY PROGRAM THEN DATE, SO THE WHOLE MASTER IS
      * READ AND THE PERIOD'S NIGHTS PICKED OUT OF EVERY PROGRAM.
       ROLL-HISTORY SECTION.
           MOVE SPACES TO DAY-TABLE.
           PERFORM UNTIL HISTORY-STATUS = "10"
               READ HISTORY-FILE NEXT RECORD
               IF HISTORY-STATUS = "00" THEN
                   IF HISTORY-RUN-DATE(1:6) = CLOSE-PERIOD-X THEN
                       PERFORM TALLY-HISTORY
                   END-IF
               ELSE
                   IF HISTORY-STATUS NOT = "10" THEN
                       DISPLAY "HISTORY FILE READ FAILED WITH ",
                           "STATUS ", HISTORY-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "HISTDD" TO ALERT-FILE-NAME
                       MOVE HISTORY-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.

       TALLY-HISTORY SECTION.
           ADD 1 TO HISTORY-RECORDS.
           MOVE HISTORY-PROGRAM TO LOOKUP-PROGRAM.
           PERFORM FIND-PROGRAM-ENTRY.
           ADD 1 TO PROG-NIGHTS-T(MATCH-IDX).
           ADD HISTORY-LINE-COUNT TO PROG-LINES-T(MATCH-IDX).
           ADD HISTORY-SUM TO PROG-SUM-T(MATCH-IDX).
           MOVE HISTORY-RUN-DATE(7:2) TO DAY-NUMBER.
           IF DAY-NUMBER > ZERO AND DAY-NUMBER NOT > 31 THEN
               IF DAY-SEEN-T(DAY-NUMBER) NOT = "Y" THEN
                   MOVE "Y" TO DAY-SEEN-T(DAY-NUMBER)
                   ADD 1 TO NIGHTS-RUN
               END-IF
           END-IF.

      * THE POSTING LOG IS OPTIONAL. ITS DELTAS ARE ALREADY IN THE
      * HISTORY SUMS - THEY ARE CARRIED SEPARATELY SO THE STATEMENT
      * SHOWS HOW MUCH OF THE PERIOD'S SUM CAME FROM REPAIRS.
       ROLL-POSTINGS SECTION.
           OPEN INPUT POSTING-LOG-FILE.
           IF POSTING-LOG-STATUS = "35" THEN
               DISPLAY "POSTING LOG MISSING - NO ADJUSTMENTS IN ",
                   "PERIOD"
               EXIT SECTION
           END-IF.
           IF POSTING-LOG-STATUS NOT = "00" THEN
               DISPLAY "POSTING LOG OPEN FAILED WITH STATUS ",
                   POSTING-LOG-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "PSTLOGDD" TO ALERT-FILE-NAME
               MOVE POSTING-LOG-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM UNTIL POSTING-LOG-STATUS = "10"
               READ POSTING-LOG-FILE
               IF POSTING-LOG-STATUS = "00" THEN
                   IF POSTING-LOG-RUN-DATE(1:6) = CLOSE-PERIOD-X
                       AND POSTING-LOG-DELTA IS NUMERIC
                       AND NOT POSTING-LOG-ROUTED THEN
                       MOVE POSTING-LOG-PROGRAM TO LOOKUP-PROGRAM
                       PERFORM FIND-PROGRAM-ENTRY
                       ADD POSTING-LOG-DELTA TO PROG-ADJ-T(MATCH-IDX)
                   END-IF
               ELSE
                   IF POSTING-LOG-STATUS NOT = "10" THEN
                       DISPLAY "POSTING LOG READ FAILED WITH STATUS ",
                           POSTING-LOG-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "PSTLOGDD" TO ALERT-FILE-NAME
                       MOVE POSTING-LOG-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE POSTING-LOG-FILE.
           IF POSTING-LOG-STATUS NOT = "00" THEN
               DISPLAY "POSTING LOG CLOSE FAILED WITH STATUS ",
                   POSTING-LOG-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "PSTLOGDD" TO ALERT-FILE-NAME
               MOVE POSTING-LOG-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

      * PRIOR-PERIOD ADJUSTMENTS ARE ALREADY ON THE PERIOD'S OPEN
      * PROGRAM RECORDS, POSTED THERE BY PPA-PST DURING THE MONTH.
       PICK-UP-PRIOR-ADJUSTMENTS SECTION.
           MOVE CLOSE-PERIOD-X TO PERIOD-ID.
           MOVE LOW-VALUES TO PERIOD-PROGRAM.
           START PERIOD-FILE KEY NOT < PERIOD-KEY
               INVALID KEY MOVE "23" TO PERIOD-STATUS
           END-START.
           PERFORM UNTIL PERIOD-STATUS NOT = "00"
               READ PERIOD-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF PERIOD-STATUS = "00" THEN
                   IF PERIOD-ID NOT = CLOSE-PERIOD-X THEN
                       MOVE "10" TO PERIOD-STATUS
                   ELSE
                       IF PERIOD-PROGRAM NOT = "*PERIOD*" THEN
                           MOVE PERIOD-PROGRAM TO LOOKUP-PROGRAM
                           PERFORM FIND-PROGRAM-ENTRY
                           MOVE PERIOD-PRIOR-ADJ
                               TO PROG-PRIOR-T(MATCH-IDX)
                           MOVE PERIOD-PRIOR-COUNT
                               TO PROG-PRIOR-COUNT-T(MATCH-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF PERIOD-STATUS NOT = "10" AND PERIOD-STATUS NOT = "23"
               THEN
               DISPLAY "PERIOD MASTER READ FAILED WITH STATUS ",
                   PERIOD-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "PERTOTDD" TO ALERT-FILE-NAME
               MOVE PERIOD-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       FIND-PROGRAM-ENTRY SECTION.
           MOVE "N" TO PROGRAM-FOUND-SWITCH.
           MOVE 1 TO MATCH-IDX.
           PERFORM VARYING P-IDX FROM 1 BY 1
               UNTIL P-IDX > PROGRAM-COUNT
               IF PROG-NAME-T(P-IDX) = LOOKUP-PROGRAM THEN
                   MOVE P-IDX TO MATCH-IDX
                   MOVE "Y" TO PROGRAM-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF PROGRAM-MATCHED THEN
               EXIT SECTION
           END-IF.
           IF PROGRAM-COUNT = 10 THEN
               DISPLAY "MORE THAN 10 PROGRAMS IN PERIOD - CLOSE ",
                   "ABANDONED"
               MOVE "READ" TO ALERT-OPERATION
               MOVE "HISTDD" TO ALERT-FILE-NAME
               MOVE HISTORY-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           ADD 1 TO PROGRAM-COUNT.
           MOVE PROGRAM-COUNT TO MATCH-IDX.
           MOVE LOOKUP-PROGRAM TO PROG-NAME-T(MATCH-IDX).
           MOVE ZERO TO PROG-NIGHTS-T(MATCH-IDX).
           MOVE ZERO TO PROG-LINES-T(MATCH-IDX).
           MOVE ZERO TO PROG-SUM-T(MATCH-IDX).
           MOVE ZERO TO PROG-ADJ-T(MATCH-IDX).
           MOVE ZERO TO PROG-PRIOR-T(MATCH-IDX).
           MOVE ZERO TO PROG-PRIOR-COUNT-T(MATCH-IDX).

      * THE PROGRAM RECORDS ARE WRITTEN FIRST AND THE CONTROL RECORD
      * LAST, SO A CLOSE THAT DIES PART WAY LEAVES THE PERIOD OPEN
      * AND CAN SIMPLY BE RUN AGAIN.
       CLOSE-MONTH-PERIOD SECTION.
           PERFORM VARYING P-IDX FROM 1 BY 1
               UNTIL P-IDX > PROGRAM-COUNT
               MOVE SPACES TO PERIOD-RECORD
               MOVE CLOSE-PERIOD-X TO PERIOD-ID
               MOVE PROG-NAME-T(P-IDX) TO PERIOD-PROGRAM
               MOVE "C" TO PERIOD-LOCK
               MOVE PERIOD-FROM-W TO PERIOD-FROM-DATE
               MOVE PERIOD-TO-W TO PERIOD-TO-DATE
               MOVE PROG-NIGHTS-T(P-IDX) TO PERIOD-NIGHTS
               MOVE PROG-LINES-T(P-IDX) TO PERIOD-LINES
               MOVE PROG-SUM-T(P-IDX) TO PERIOD-SUM
               MOVE PROG-ADJ-T(P-IDX) TO PERIOD-ADJ-POSTED
               MOVE PROG-PRIOR-T(P-IDX) TO PERIOD-PRIOR-ADJ
               MOVE PROG-PRIOR-COUNT-T(P-IDX) TO PERIOD-PRIOR-COUNT
               MOVE RUN-DATE TO PERIOD-CLOSED-ON
               PERFORM STORE-PERIOD-RECORD
           END-PERFORM.
           MOVE SPACES TO PERIOD-RECORD.
           MOVE CLOSE-PERIOD-X TO PERIOD-ID.
           MOVE "*PERIOD*" TO PERIOD-PROGRAM.
           MOVE "C" TO PERIOD-LOCK.
           MOVE PERIOD-FROM-W TO PERIOD-FROM-DATE.
           MOVE PERIOD-TO-W TO PERIOD-TO-DATE.
           MOVE NIGHTS-RUN TO PERIOD-NIGHTS.
           MOVE ZERO TO PERIOD-LINES.
           MOVE ZERO TO PERIOD-SUM.
           MOVE ZERO TO PERIOD-ADJ-POSTED.
           MOVE ZERO TO PERIOD-PRIOR-ADJ.
           MOVE ZERO TO PERIOD-PRIOR-COUNT.
           MOVE RUN-DATE TO PERIOD-CLOSED-ON.
           PERFORM STORE-PERIOD-RECORD.

       STORE-PERIOD-RECORD SECTION.
           WRITE PERIOD-RECORD
               INVALID KEY
                   REWRITE PERIOD-RECORD
           END-WRITE.
           IF PERIOD-STATUS NOT = "00" THEN
               DISPLAY "PERIOD MASTER WRITE FAILED WITH STATUS ",
                   PERIOD-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "PERTOTDD" TO ALERT-FILE-NAME
               MOVE PERIOD-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       WRITE-MONTH-STATEMENT SECTION.
           MOVE CLOSE-PERIOD-X TO TITLE-PERIOD.
           MOVE RUN-DATE TO TITLE-RUN-DATE.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE TITLE-LINE TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE PERIOD-FROM-W TO RANGE-FROM.
           MOVE PERIOD-TO-W TO RANGE-TO.
           MOVE NIGHTS-RUN TO RANGE-NIGHTS.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE RANGE-LINE TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM WRITE-PROGRAM-TABLE.

       WRITE-PROGRAM-TABLE SECTION.
           MOVE SPACES TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE HEADING-LINE TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM VARYING P-IDX FROM 1 BY 1
               UNTIL P-IDX > PROGRAM-COUNT
               MOVE SPACES TO STATEMENT-LINE
               MOVE PROG-NAME-T(P-IDX) TO STM-PROGRAM
               MOVE PROG-NIGHTS-T(P-IDX) TO STM-NIGHTS
               MOVE PROG-LINES-T(P-IDX) TO STM-LINES
               MOVE PROG-SUM-T(P-IDX) TO STM-SUM
               MOVE PROG-ADJ-T(P-IDX) TO STM-ADJ
               MOVE PROG-PRIOR-T(P-IDX) TO STM-PRIOR
               COMPUTE PERIOD-TOTAL-W =
                   PROG-SUM-T(P-IDX) + PROG-PRIOR-T(P-IDX)
               MOVE PERIOD-TOTAL-W TO STM-TOTAL
               MOVE SPACES TO STATEMENT-RECORD
               MOVE STATEMENT-LINE TO STATEMENT-RECORD
               PERFORM WRITE-STATEMENT-LINE
           END-PERFORM.
           IF PROGRAM-COUNT = ZERO THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "NO NIGHTS ON HISTORY FOR THE PERIOD" TO TEXT-BODY
               MOVE SPACES TO STATEMENT-RECORD
               MOVE TEXT-LINE TO STATEMENT-RECORD
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           MOVE SPACES TO TEXT-LINE.
           MOVE "RUN SUM INCLUDES THE REPAIRS SHOWN AS ADJ INCL"
               TO TEXT-BODY.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE TEXT-LINE TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.

      * EVERY PRIOR-PERIOD ADJUSTMENT PPA-PST POSTED INTO THIS PERIOD
      * IS LISTED AGAINST THE NIGHT IT ORIGINALLY BELONGED TO.
       LIST-PRIOR-ADJUSTMENTS SECTION.
           MOVE SPACES TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE "PRIOR-PERIOD ADJUSTMENTS BROUGHT INTO THE PERIOD"
               TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.
           OPEN INPUT PRIOR-LOG-FILE.
           IF PRIOR-LOG-STATUS = "35" THEN
               MOVE "10" TO PRIOR-LOG-STATUS
           ELSE
               IF PRIOR-LOG-STATUS NOT = "00" THEN
                   DISPLAY "PRIOR-PERIOD LOG OPEN FAILED WITH STATUS ",
                       PRIOR-LOG-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "PPALOGDD" TO ALERT-FILE-NAME
                   MOVE PRIOR-LOG-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               PERFORM READ-PRIOR-LOG
           END-IF.
           IF PRIOR-ADJ-LISTED = ZERO THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "NONE" TO TEXT-BODY
               MOVE SPACES TO STATEMENT-RECORD
               MOVE TEXT-LINE TO STATEMENT-RECORD
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

       READ-PRIOR-LOG SECTION.
           PERFORM UNTIL PRIOR-LOG-STATUS = "10"
               READ PRIOR-LOG-FILE
               IF PRIOR-LOG-STATUS = "00" THEN
                   IF PRIOR-LOG-PERIOD = CLOSE-PERIOD-X THEN
                       PERFORM WRITE-PRIOR-ADJ-LINE
                   END-IF
               ELSE
                   IF PRIOR-LOG-STATUS NOT = "10" THEN
                       DISPLAY "PRIOR-PERIOD LOG READ FAILED WITH ",
                           "STATUS ", PRIOR-LOG-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "PPALOGDD" TO ALERT-FILE-NAME
                       MOVE PRIOR-LOG-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PRIOR-LOG-FILE.
           IF PRIOR-LOG-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD LOG CLOSE FAILED WITH STATUS ",
                   PRIOR-LOG-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "PPALOGDD" TO ALERT-FILE-NAME
               MOVE PRIOR-LOG-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       WRITE-PRIOR-ADJ-LINE SECTION.
           ADD 1 TO PRIOR-ADJ-LISTED.
           MOVE SPACES TO PRIOR-ADJ-LINE.
           MOVE PRIOR-LOG-ORIG-DATE TO PAL-ORIG-DATE.
           MOVE PRIOR-LOG-PROGRAM TO PAL-PROGRAM.
           MOVE PRIOR-LOG-SOURCE TO PAL-SOURCE.
           MOVE PRIOR-LOG-REF TO PAL-REF.
           MOVE PRIOR-LOG-COUNT TO PAL-COUNT.
           MOVE PRIOR-LOG-DELTA TO PAL-DELTA.
           MOVE PRIOR-LOG-POSTED-DATE TO PAL-POSTED-DATE.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE PRIOR-ADJ-LINE TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.

      * A QUARTER IS CLOSED FROM ITS THREE MONTH RECORDS, AND ONLY
      * WHEN ALL THREE MONTHS ARE CLOSED - THE QUARTER'S FIGURES ARE
      * THEN AS FINAL AS THE MONTHS THEY ARE BUILT FROM.
      * A MONTH BEFORE THE LAST OF ITS QUARTER THAT LEAVES ANOTHER
      * MONTH OPEN IS THE NORMAL COURSE OF THE QUARTER AND PRINTS
      * NOTHING; ONLY THE LAST MONTH FINDING AN EARLIER ONE OPEN IS
      * WORTH THE STATEMENT LINE AND THE RETURN CODE.
       CLOSE-QUARTER SECTION.
           MOVE CLOSE-YEAR TO QUARTER-YEAR.
           MOVE "Y" TO QUARTER-SWITCH.
           MOVE QUARTER-ID TO PERIOD-ID.
           MOVE "*PERIOD*" TO PERIOD-PROGRAM.
           READ PERIOD-FILE KEY IS PERIOD-KEY
               INVALID KEY
                   MOVE SPACE TO PERIOD-LOCK
           END-READ.
           IF PERIOD-CLOSED THEN
               DISPLAY "QUARTER ", QUARTER-ID, " WAS CLOSED ON ",
                   PERIOD-CLOSED-ON
               EXIT SECTION
           END-IF.
           MOVE ZERO TO PROGRAM-COUNT.
           MOVE ZERO TO NIGHTS-RUN.
           MOVE CLOSE-YEAR TO MONTH-YEAR.
           COMPUTE MONTH-MONTH = QUARTER-NO * 3 - 2.
           MOVE MONTH-PERIOD TO PERIOD-FROM-W.
           COMPUTE PERIOD-FROM-W = PERIOD-FROM-W * 100 + 1.
           MOVE CLOSE-YEAR TO WORK-YEAR.
           COMPUTE WORK-MONTH = QUARTER-NO * 3.
           PERFORM FIND-DAYS-IN-MONTH.
           MOVE DAYS-IN-MONTH TO WORK-DAY.
           MOVE WORK-DATE TO PERIOD-TO-W.
           PERFORM 3 TIMES
               PERFORM ADD-MONTH-TO-QUARTER
               ADD 1 TO MONTH-MONTH
           END-PERFORM.
           IF NOT QUARTER-COMPLETE
               AND QUARTER-REMAINDER NOT = ZERO THEN
               DISPLAY "QUARTER ", QUARTER-ID, " LEFT OPEN"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE QUARTER-ID TO TITLE-PERIOD.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE TITLE-LINE TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.
           IF NOT QUARTER-COMPLETE THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "QUARTER NOT CLOSED - AN EARLIER MONTH IS OPEN"
                   TO TEXT-BODY
               MOVE SPACES TO STATEMENT-RECORD
               MOVE TEXT-LINE TO STATEMENT-RECORD
               PERFORM WRITE-STATEMENT-LINE
               DISPLAY "QUARTER ", QUARTER-ID, " LEFT OPEN"
               EXIT SECTION
           END-IF.
           MOVE PERIOD-FROM-W TO RANGE-FROM.
           MOVE PERIOD-TO-W TO RANGE-TO.
           MOVE NIGHTS-RUN TO RANGE-NIGHTS.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE RANGE-LINE TO STATEMENT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM WRITE-PROGRAM-TABLE.
           PERFORM VARYING P-IDX FROM 1 BY 1
               UNTIL P-IDX > PROGRAM-COUNT
               MOVE SPACES TO PERIOD-RECORD
               MOVE QUARTER-ID TO PERIOD-ID
               MOVE PROG-NAME-T(P-IDX) TO PERIOD-PROGRAM
               MOVE "C" TO PERIOD-LOCK
               MOVE PERIOD-FROM-W TO PERIOD-FROM-DATE
               MOVE PERIOD-TO-W TO PERIOD-TO-DATE
               MOVE PROG-NIGHTS-T(P-IDX) TO PERIOD-NIGHTS
               MOVE PROG-LINES-T(P-IDX) TO PERIOD-LINES
               MOVE PROG-SUM-T(P-IDX) TO PERIOD-SUM
               MOVE PROG-ADJ-T(P-IDX) TO PERIOD-ADJ-POSTED
               MOVE PROG-PRIOR-T(P-IDX) TO PERIOD-PRIOR-ADJ
               MOVE PROG-PRIOR-COUNT-T(P-IDX) TO PERIOD-PRIOR-COUNT
               MOVE RUN-DATE TO PERIOD-CLOSED-ON
               PERFORM STORE-PERIOD-RECORD
           END-PERFORM.
           MOVE SPACES TO PERIOD-RECORD.
           MOVE QUARTER-ID TO PERIOD-ID.
           MOVE "*PERIOD*" TO PERIOD-PROGRAM.
           MOVE "C" TO PERIOD-LOCK.
           MOVE PERIOD-FROM-W TO PERIOD-FROM-DATE.
           MOVE PERIOD-TO-W TO PERIOD-TO-DATE.
           MOVE NIGHTS-RUN TO PERIOD-NIGHTS.
           MOVE ZERO TO PERIOD-LINES.
           MOVE ZERO TO PERIOD-SUM.
           MOVE ZERO TO PERIOD-ADJ-POSTED.
           MOVE ZERO TO PERIOD-PRIOR-ADJ.
           MOVE ZERO TO PERIOD-PRIOR-COUNT.
           MOVE RUN-DATE TO PERIOD-CLOSED-ON.
           PERFORM STORE-PERIOD-RECORD.
           DISPLAY "QUARTER ", QUARTER-ID, " CLOSED".

      * READS ONE MONTH'S CONTROL AND PROGRAM RECORDS AND ADDS THEM
      * INTO THE PROGRAM TABLE, NOW HOLDING QUARTER FIGURES.
       ADD-MONTH-TO-QUARTER SECTION.
           MOVE MONTH-PERIOD-X TO PERIOD-ID.
           MOVE "*PERIOD*" TO PERIOD-PROGRAM.
           READ PERIOD-FILE KEY IS PERIOD-KEY
               INVALID KEY
                   MOVE SPACE TO PERIOD-LOCK
           END-READ.
           IF NOT PERIOD-CLOSED THEN
               MOVE "N" TO QUARTER-SWITCH
               DISPLAY "MONTH ", MONTH-PERIOD-X, " IS NOT CLOSED"
               EXIT SECTION
           END-IF.
           ADD PERIOD-NIGHTS TO NIGHTS-RUN.
           MOVE MONTH-PERIOD-X TO PERIOD-ID.
           MOVE LOW-VALUES TO PERIOD-PROGRAM.
           START PERIOD-FILE KEY NOT < PERIOD-KEY
               INVALID KEY MOVE "23" TO PERIOD-STATUS
           END-START.
           PERFORM UNTIL PERIOD-STATUS NOT = "00"
               READ PERIOD-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF PERIOD-STATUS = "00" THEN
                   IF PERIOD-ID NOT = MONTH-PERIOD-X THEN
                       MOVE "10" TO PERIOD-STATUS
                   ELSE
                       IF PERIOD-PROGRAM NOT = "*PERIOD*" THEN
                           PERFORM ADD-PROGRAM-TO-QUARTER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF PERIOD-STATUS NOT = "10" AND PERIOD-STATUS NOT = "23"
               THEN
               DISPLAY "PERIOD MASTER READ FAILED WITH STATUS ",
                   PERIOD-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "PERTOTDD" TO ALERT-FILE-NAME
               MOVE PERIOD-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       ADD-PROGRAM-TO-QUARTER SECTION.
           MOVE PERIOD-PROGRAM TO LOOKUP-PROGRAM.
           PERFORM FIND-PROGRAM-ENTRY.
           ADD PERIOD-NIGHTS TO PROG-NIGHTS-T(MATCH-IDX).
           ADD PERIOD-LINES TO PROG-LINES-T(MATCH-IDX).
           ADD PERIOD-SUM TO PROG-SUM-T(MATCH-IDX).
           ADD PERIOD-ADJ-POSTED TO PROG-ADJ-T(MATCH-IDX).
           ADD PERIOD-PRIOR-ADJ TO PROG-PRIOR-T(MATCH-IDX).
           ADD PERIOD-PRIOR-COUNT TO PROG-PRIOR-COUNT-T(MATCH-IDX).

       WRITE-STATEMENT-LINE SECTION.
           WRITE STATEMENT-RECORD.
           IF STATEMENT-STATUS NOT = "00" THEN
               DISPLAY "STATEMENT FILE WRITE FAILED WITH STATUS ",
                   STATEMENT-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "PERSTMDD" TO ALERT-FILE-NAME
               MOVE STATEMENT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       FIND-DAYS-IN-MONTH SECTION.
           IF WORK-MONTH = 4 OR WORK-MONTH = 6
               OR WORK-MONTH = 9 OR WORK-MONTH = 11 THEN
               MOVE 30 TO DAYS-IN-MONTH
               EXIT SECTION
           END-IF.
           IF WORK-MONTH NOT = 2 THEN
               MOVE 31 TO DAYS-IN-MONTH
               EXIT SECTION
           END-IF.
           PERFORM CHECK-LEAP-YEAR.
           IF LEAP-YEAR THEN
               MOVE 29 TO DAYS-IN-MONTH
           ELSE
               MOVE 28 TO DAYS-IN-MONTH
           END-IF.

       CHECK-LEAP-YEAR SECTION.
           MOVE "N" TO LEAP-SWITCH.
           DIVIDE WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZERO THEN
               MOVE "Y" TO LEAP-SWITCH
           END-IF.
           DIVIDE WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZERO THEN
               MOVE "N" TO LEAP-SWITCH
           END-IF.
           DIVIDE WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZERO THEN
               MOVE "Y" TO LEAP-SWITCH
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

       CLOSE-FILE SECTION.
           CLOSE HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00" THEN
               DISPLAY "HISTORY FILE CLOSE FAILED WITH STATUS ",
                   HISTORY-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "HISTDD" TO ALERT-FILE-NAME
               MOVE HISTORY-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE PERIOD-FILE.
           IF PERIOD-STATUS NOT = "00" THEN
               DISPLAY "PERIOD MASTER CLOSE FAILED WITH STATUS ",
                   PERIOD-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "PERTOTDD" TO ALERT-FILE-NAME
               MOVE PERIOD-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE STATEMENT-FILE.
           IF STATEMENT-STATUS NOT = "00" THEN
               DISPLAY "STATEMENT FILE CLOSE FAILED WITH STATUS ",
                   STATEMENT-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "PERSTMDD" TO ALERT-FILE-NAME
               MOVE STATEMENT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE ALERT-FILE.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE CLOSE FAILED WITH STATUS ",
                   ALERTF-STATUS
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
           MOVE HISTORY-RECORDS TO RUN-LOG-RECORDS-W.
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
           MOVE "PER-CLS" TO RUN-LOG-PROGRAM.
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
