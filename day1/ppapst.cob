       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPA-PST.
      *
      * PRIOR-PERIOD ADJUSTMENT POSTING - ONCE PER-CLS IN PERCLS.COB
      * HAS CLOSED A MONTH, ADJ-POST IN ADJPOST.COB NO LONGER
      * TOUCHES ITS NIGHTS; AN ADJUSTMENT THAT BELONGS TO ONE OF THEM
      * - A REPAIRED LINE OR A RESUBMITTED BATCH - IS WRITTEN TO THE
      * PPADJDD PRIOR-PERIOD FILE INSTEAD. THIS JOB POSTS THOSE
      * ENTRIES INTO THE CURRENT OPEN PERIOD ON THE PERTOTDD
      * PERIOD-TOTALS MASTER - THE MONTH OF THE BDATEDD BUSINESS
      * DATE, OR THE FIRST MONTH AFTER IT THAT IS NOT CLOSED - AS
      * PRIOR-PERIOD ADJUSTMENTS, SO THE CLOSED MONTH KEEPS THE
      * NUMBER IT WAS REPORTED WITH AND THE CORRECTION SHOWS UP
      * WHERE IT WAS MADE. EVERY POSTING IS
      * LOGGED TO PPALOGDD WITH THE NIGHT IT ORIGINALLY BELONGED TO,
      * WHICH IS WHAT THE PERIOD-END STATEMENT LISTS. AN ENTRY THAT
      * MATCHES A LOGGED POSTING - SAME NIGHT, PROGRAM, SOURCE,
      * REFERENCE, COUNT AND DELTA - WAS POSTED BY AN EARLIER PASS
      * OVER THE SAME FILE THAT DID NOT FINISH; IT IS SKIPPED, NOT
      * POSTED AGAIN, AND THE RUN ENDS WITH RETURN CODE 4. A POSTING
      * REPORT GOES TO PPARPTDD, AND ONCE EVERY ENTRY IS EITHER
      * POSTED OR SKIPPED THE PRIOR-PERIOD FILE IS EMPTIED SO THE
      * NEXT ROUTING STARTS A FRESH ONE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-ADJUST-FILE ASSIGN TO PPADJDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRIOR-ADJUST-STATUS.
           SELECT PERIOD-FILE ASSIGN TO PERTOTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIOD-KEY
           FILE STATUS IS PERIOD-STATUS.
           SELECT PRIOR-LOG-FILE ASSIGN TO PPALOGDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRIOR-LOG-STATUS.
           SELECT PRIOR-REPORT-FILE ASSIGN TO PPARPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRIOR-REPORT-STATUS.
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
       FD  PRIOR-ADJUST-FILE.
       01  PRIOR-ADJUST-RECORD.
           05  PRIOR-ADJUST-ORIG-DATE  PIC 9(8).
           05  FILLER                  PIC X(1).
           05  PRIOR-ADJUST-PROGRAM    PIC X(8).
           05  FILLER                  PIC X(1).
           05  PRIOR-ADJUST-SOURCE     PIC X(8).
           05  FILLER                  PIC X(1).
           05  PRIOR-ADJUST-REF        PIC X(8).
           05  FILLER                  PIC X(1).
           05  PRIOR-ADJUST-COUNT      PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PRIOR-ADJUST-DELTA      PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PRIOR-ADJUST-ROUTED     PIC 9(8).
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
       FD  PRIOR-REPORT-FILE.
       01  PRIOR-REPORT-RECORD     PIC X(132).
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
       01  PRIOR-ADJUST-STATUS     PIC X(2).
       01  PERIOD-STATUS           PIC X(2).
       01  PRIOR-LOG-STATUS        PIC X(2).
       01  PRIOR-REPORT-STATUS     PIC X(2).
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
       01  RUN-TIME-RAW.
           05  RUN-TIME-HHMMSS     PIC 9(6).
           05  FILLER              PIC 9(2).
       01  TARGET-PERIOD           PIC 9(6).
       01  TARGET-PERIOD-PARTS REDEFINES TARGET-PERIOD.
           05  TARGET-YEAR         PIC 9(4).
           05  TARGET-MONTH        PIC 9(2).
       01  TARGET-PERIOD-X REDEFINES TARGET-PERIOD PIC X(6).
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
       01  PRIOR-FILE-SWITCH       PIC X VALUE "N".
           88 PRIOR-FILE-PRESENT      VALUE "Y".
       01  DUPLICATE-SWITCH        PIC X.
           88 ALREADY-POSTED          VALUE "Y".
       01  ENTRIES-READ            PIC 9(6) VALUE ZERO.
       01  ENTRIES-POSTED          PIC 9(4) VALUE ZERO.
       01  ENTRIES-SKIPPED         PIC 9(4) VALUE ZERO.
       01  TITLE-LINE.
           05  FILLER              PIC X(31)
               VALUE "PRIOR-PERIOD POSTING REPORT    ".
           05  FILLER              PIC X(11) VALUE "RUN DATE = ".
           05  TITLE-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(14) VALUE "  POSTED TO = ".
           05  TITLE-PERIOD        PIC X(6).
       01  COLUMN-LINE.
           05  FILLER              PIC X(12) VALUE "  ORIG NIGHT".
           05  FILLER              PIC X(10) VALUE "  PROGRAM ".
           05  FILLER              PIC X(10) VALUE "  SOURCE  ".
           05  FILLER              PIC X(10) VALUE "REFERENCE ".
           05  FILLER              PIC X(8) VALUE "   COUNT".
           05  FILLER              PIC X(8) VALUE "   DELTA".
           05  FILLER              PIC X(9) VALUE "  RESULT".
       01  DETAIL-LINE.
           05  FILLER              PIC X(2).
           05  DETAIL-ORIG-DATE    PIC 9(8).
           05  FILLER              PIC X(4).
           05  DETAIL-PROGRAM      PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-SOURCE       PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-REF          PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-COUNT        PIC ZZZZZ9.
           05  FILLER              PIC X(2).
           05  DETAIL-DELTA        PIC ZZZZZ9.
           05  FILLER              PIC X(2).
           05  DETAIL-RESULT       PIC X(10).
       01  TRAILER-LINE.
           05  FILLER              PIC X(9) VALUE "POSTED = ".
           05  TRAILER-POSTED      PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE "  SKIPPED = ".
           05  TRAILER-SKIPPED     PIC ZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM FIND-OPEN-PERIOD.
           PERFORM POST-PRIOR-ADJUSTMENTS.
           PERFORM WRITE-TRAILER.
           PERFORM CLOSE-FILE.
           PERFORM EMPTY-PRIOR-ADJUST-FILE.
           DISPLAY "PRIOR-PERIOD ENTRIES READ = ", ENTRIES-READ.
           DISPLAY "POSTED TO PERIOD ", TARGET-PERIOD-X, " = ",
               ENTRIES-POSTED.
           DISPLAY "SKIPPED AS ALREADY POSTED = ", ENTRIES-SKIPPED.
           IF ENTRIES-SKIPPED > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "PPA-PST" TO ALERT-PROGRAM.
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
           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN INPUT PRIOR-ADJUST-FILE.
           IF PRIOR-ADJUST-STATUS = "35" THEN
               DISPLAY "NO PRIOR-PERIOD ADJUSTMENTS TO POST"
               MOVE "10" TO PRIOR-ADJUST-STATUS
           ELSE
               IF PRIOR-ADJUST-STATUS NOT = "00" THEN
                   DISPLAY "PRIOR-PERIOD FILE OPEN FAILED WITH ",
                       "STATUS ", PRIOR-ADJUST-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "PPADJDD" TO ALERT-FILE-NAME
                   MOVE PRIOR-ADJUST-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               MOVE "Y" TO PRIOR-FILE-SWITCH
           END-IF.
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
           OPEN OUTPUT PRIOR-REPORT-FILE.
           IF PRIOR-REPORT-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD REPORT OPEN FAILED WITH STATUS ",
                   PRIOR-REPORT-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "PPARPTDD" TO ALERT-FILE-NAME
               MOVE PRIOR-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

      * THE CURRENT OPEN PERIOD IS THE BUSINESS DATE'S MONTH UNLESS
      * THAT MONTH HAS ALREADY BEEN CLOSED, IN WHICH CASE THE FIRST
      * MONTH AFTER IT WITHOUT A CLOSED CONTROL RECORD IS USED. THE
      * CONTROL RECORD IS CREATED OPEN WHEN THE PERIOD HAS NONE.
       FIND-OPEN-PERIOD SECTION.
           MOVE RUN-PERIOD TO TARGET-PERIOD.
           MOVE "C" TO PERIOD-LOCK.
           PERFORM UNTIL NOT PERIOD-CLOSED
               MOVE TARGET-PERIOD-X TO PERIOD-ID
               MOVE "*PERIOD*" TO PERIOD-PROGRAM
               READ PERIOD-FILE KEY IS PERIOD-KEY
                   INVALID KEY
                       MOVE SPACE TO PERIOD-LOCK
               END-READ
               IF PERIOD-CLOSED THEN
                   IF TARGET-MONTH = 12 THEN
                       ADD 1 TO TARGET-YEAR
                       MOVE 1 TO TARGET-MONTH
                   ELSE
                       ADD 1 TO TARGET-MONTH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE TARGET-YEAR TO WORK-YEAR.
           MOVE TARGET-MONTH TO WORK-MONTH.
           MOVE 1 TO WORK-DAY.
           MOVE WORK-DATE TO PERIOD-FROM-W.
           PERFORM FIND-DAYS-IN-MONTH.
           MOVE DAYS-IN-MONTH TO WORK-DAY.
           MOVE WORK-DATE TO PERIOD-TO-W.
           MOVE TARGET-PERIOD-X TO PERIOD-ID.
           MOVE "*PERIOD*" TO PERIOD-PROGRAM.
           READ PERIOD-FILE KEY IS PERIOD-KEY
               INVALID KEY
                   PERFORM NEW-PERIOD-RECORD
                   MOVE "*PERIOD*" TO PERIOD-PROGRAM
                   PERFORM STORE-PERIOD-RECORD
           END-READ.
           MOVE RUN-DATE TO TITLE-RUN-DATE.
           MOVE TARGET-PERIOD-X TO TITLE-PERIOD.
           MOVE SPACES TO PRIOR-REPORT-RECORD.
           MOVE TITLE-LINE TO PRIOR-REPORT-RECORD.
           PERFORM WRITE-PRIOR-REPORT.
           MOVE SPACES TO PRIOR-REPORT-RECORD.
           PERFORM WRITE-PRIOR-REPORT.
           MOVE COLUMN-LINE TO PRIOR-REPORT-RECORD.
           PERFORM WRITE-PRIOR-REPORT.

       POST-PRIOR-ADJUSTMENTS SECTION.
           PERFORM UNTIL PRIOR-ADJUST-STATUS = "10"
               READ PRIOR-ADJUST-FILE
               IF PRIOR-ADJUST-STATUS = "00" THEN
                   ADD 1 TO ENTRIES-READ
                   PERFORM POST-ONE-ENTRY
               ELSE
                   IF PRIOR-ADJUST-STATUS NOT = "10" THEN
                       DISPLAY "PRIOR-PERIOD FILE READ FAILED WITH ",
                           "STATUS ", PRIOR-ADJUST-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "PPADJDD" TO ALERT-FILE-NAME
                       MOVE PRIOR-ADJUST-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.

       POST-ONE-ENTRY SECTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE PRIOR-ADJUST-ORIG-DATE TO DETAIL-ORIG-DATE.
           MOVE PRIOR-ADJUST-PROGRAM TO DETAIL-PROGRAM.
           MOVE PRIOR-ADJUST-SOURCE TO DETAIL-SOURCE.
           MOVE PRIOR-ADJUST-REF TO DETAIL-REF.
           MOVE PRIOR-ADJUST-COUNT TO DETAIL-COUNT.
           MOVE PRIOR-ADJUST-DELTA TO DETAIL-DELTA.
           PERFORM CHECK-PRIOR-LOG.
           IF ALREADY-POSTED THEN
               ADD 1 TO ENTRIES-SKIPPED
               DISPLAY "NIGHT ", PRIOR-ADJUST-ORIG-DATE, " ",
                   PRIOR-ADJUST-REF, " ALREADY POSTED - SKIPPED"
               MOVE "SKIPPED" TO DETAIL-RESULT
               PERFORM WRITE-DETAIL
               EXIT SECTION
           END-IF.
           MOVE TARGET-PERIOD-X TO PERIOD-ID.
           MOVE PRIOR-ADJUST-PROGRAM TO PERIOD-PROGRAM.
           READ PERIOD-FILE KEY IS PERIOD-KEY
               INVALID KEY
                   PERFORM NEW-PERIOD-RECORD
                   MOVE PRIOR-ADJUST-PROGRAM TO PERIOD-PROGRAM
           END-READ.
           ADD PRIOR-ADJUST-DELTA TO PERIOD-PRIOR-ADJ.
           ADD 1 TO PERIOD-PRIOR-COUNT.
           PERFORM STORE-PERIOD-RECORD.
           ADD 1 TO ENTRIES-POSTED.
           PERFORM WRITE-PRIOR-LOG.
           MOVE "POSTED" TO DETAIL-RESULT.
           PERFORM WRITE-DETAIL.
           DISPLAY "POSTED ", PRIOR-ADJUST-DELTA, " FROM NIGHT ",
               PRIOR-ADJUST-ORIG-DATE, " TO ", PRIOR-ADJUST-PROGRAM,
               " PERIOD ", TARGET-PERIOD-X.

       NEW-PERIOD-RECORD SECTION.
           MOVE SPACES TO PERIOD-RECORD.
           MOVE TARGET-PERIOD-X TO PERIOD-ID.
           MOVE "O" TO PERIOD-LOCK.
           MOVE PERIOD-FROM-W TO PERIOD-FROM-DATE.
           MOVE PERIOD-TO-W TO PERIOD-TO-DATE.
           MOVE ZERO TO PERIOD-NIGHTS.
           MOVE ZERO TO PERIOD-LINES.
           MOVE ZERO TO PERIOD-SUM.
           MOVE ZERO TO PERIOD-ADJ-POSTED.
           MOVE ZERO TO PERIOD-PRIOR-ADJ.
           MOVE ZERO TO PERIOD-PRIOR-COUNT.
           MOVE ZERO TO PERIOD-CLOSED-ON.

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

      * AN ENTRY HAS ALREADY POSTED WHEN THE LOG CARRIES THE SAME
      * NIGHT, PROGRAM, SOURCE, REFERENCE, COUNT AND DELTA - THE
      * SAME PRIOR-PERIOD FILE PRESENTED A SECOND TIME.
       CHECK-PRIOR-LOG SECTION.
           MOVE "N" TO DUPLICATE-SWITCH.
           OPEN INPUT PRIOR-LOG-FILE.
           IF PRIOR-LOG-STATUS = "35" THEN
               EXIT SECTION
           END-IF.
           IF PRIOR-LOG-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD LOG OPEN FAILED WITH STATUS ",
                   PRIOR-LOG-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "PPALOGDD" TO ALERT-FILE-NAME
               MOVE PRIOR-LOG-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM UNTIL PRIOR-LOG-STATUS = "10"
               READ PRIOR-LOG-FILE
               IF PRIOR-LOG-STATUS = "00" THEN
                   IF PRIOR-LOG-ORIG-DATE = PRIOR-ADJUST-ORIG-DATE
                       AND PRIOR-LOG-PROGRAM = PRIOR-ADJUST-PROGRAM
                       AND PRIOR-LOG-SOURCE = PRIOR-ADJUST-SOURCE
                       AND PRIOR-LOG-REF = PRIOR-ADJUST-REF
                       AND PRIOR-LOG-COUNT = PRIOR-ADJUST-COUNT
                       AND PRIOR-LOG-DELTA = PRIOR-ADJUST-DELTA THEN
                       MOVE "Y" TO DUPLICATE-SWITCH
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

       WRITE-PRIOR-LOG SECTION.
           OPEN EXTEND PRIOR-LOG-FILE.
           IF PRIOR-LOG-STATUS = "35" THEN
               OPEN OUTPUT PRIOR-LOG-FILE
           END-IF.
           IF PRIOR-LOG-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD LOG OPEN FAILED WITH STATUS ",
                   PRIOR-LOG-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "PPALOGDD" TO ALERT-FILE-NAME
               MOVE PRIOR-LOG-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE SPACES TO PRIOR-LOG-RECORD.
           MOVE PRIOR-ADJUST-ORIG-DATE TO PRIOR-LOG-ORIG-DATE.
           MOVE PRIOR-ADJUST-PROGRAM TO PRIOR-LOG-PROGRAM.
           MOVE PRIOR-ADJUST-SOURCE TO PRIOR-LOG-SOURCE.
           MOVE PRIOR-ADJUST-REF TO PRIOR-LOG-REF.
           MOVE PRIOR-ADJUST-COUNT TO PRIOR-LOG-COUNT.
           MOVE PRIOR-ADJUST-DELTA TO PRIOR-LOG-DELTA.
           MOVE PRIOR-ADJUST-ROUTED TO PRIOR-LOG-ROUTED-DATE.
           MOVE TARGET-PERIOD-X TO PRIOR-LOG-PERIOD.
           MOVE RUN-DATE TO PRIOR-LOG-POSTED-DATE.
           MOVE RUN-TIME-HHMMSS TO PRIOR-LOG-POSTED-TIME.
           WRITE PRIOR-LOG-RECORD.
           IF PRIOR-LOG-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD LOG WRITE FAILED WITH STATUS ",
                   PRIOR-LOG-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "PPALOGDD" TO ALERT-FILE-NAME
               MOVE PRIOR-LOG-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
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

       WRITE-DETAIL SECTION.
           MOVE SPACES TO PRIOR-REPORT-RECORD.
           MOVE DETAIL-LINE TO PRIOR-REPORT-RECORD.
           PERFORM WRITE-PRIOR-REPORT.

       WRITE-TRAILER SECTION.
           MOVE SPACES TO PRIOR-REPORT-RECORD.
           PERFORM WRITE-PRIOR-REPORT.
           MOVE ENTRIES-POSTED TO TRAILER-POSTED.
           MOVE ENTRIES-SKIPPED TO TRAILER-SKIPPED.
           MOVE SPACES TO PRIOR-REPORT-RECORD.
           MOVE TRAILER-LINE TO PRIOR-REPORT-RECORD.
           PERFORM WRITE-PRIOR-REPORT.

       WRITE-PRIOR-REPORT SECTION.
           WRITE PRIOR-REPORT-RECORD.
           IF PRIOR-REPORT-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD REPORT WRITE FAILED WITH STATUS ",
                   PRIOR-REPORT-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "PPARPTDD" TO ALERT-FILE-NAME
               MOVE PRIOR-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

      * ONLY AFTER EVERY ENTRY HAS POSTED OR BEEN SKIPPED IS THE
      * PRIOR-PERIOD FILE EMPTIED - A PASS THAT DIES PART WAY LEAVES
      * IT IN PLACE, AND THE RERUN SKIPS WHAT ALREADY POSTED AND
      * POSTS THE REST.
       EMPTY-PRIOR-ADJUST-FILE SECTION.
           IF NOT PRIOR-FILE-PRESENT THEN
               EXIT SECTION
           END-IF.
           OPEN OUTPUT PRIOR-ADJUST-FILE.
           IF PRIOR-ADJUST-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD FILE RESET FAILED WITH STATUS ",
                   PRIOR-ADJUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PRIOR-ADJUST-FILE.
           IF PRIOR-ADJUST-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD FILE CLOSE FAILED WITH STATUS ",
                   PRIOR-ADJUST-STATUS
               MOVE 8 TO RETURN-CODE
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

       CLOSE-FILE SECTION.
           IF PRIOR-FILE-PRESENT THEN
               CLOSE PRIOR-ADJUST-FILE
               IF PRIOR-ADJUST-STATUS NOT = "00" THEN
                   DISPLAY "PRIOR-PERIOD FILE CLOSE FAILED WITH ",
                       "STATUS ", PRIOR-ADJUST-STATUS
                   MOVE "CLOSE" TO ALERT-OPERATION
                   MOVE "PPADJDD" TO ALERT-FILE-NAME
                   MOVE PRIOR-ADJUST-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
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
           CLOSE PRIOR-REPORT-FILE.
           IF PRIOR-REPORT-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD REPORT CLOSE FAILED WITH STATUS ",
                   PRIOR-REPORT-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "PPARPTDD" TO ALERT-FILE-NAME
               MOVE PRIOR-REPORT-STATUS TO ALERT-FILE-STATUS
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
           MOVE ENTRIES-READ TO RUN-LOG-RECORDS-W.
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
           MOVE "PPA-PST" TO RUN-LOG-PROGRAM.
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
