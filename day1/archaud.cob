       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCH-AUD.
      *
      * ARCHIVE-TO-HISTORY INTEGRITY AUDIT - PROVES, RUN DATE BY RUN
      * DATE, THAT THE LINE-LEVEL ARCHDD ARCHIVE PUZZLE-4 IN
      * PUZZLE4.COB KEEPS STILL FOOTS TO THE RUN-HISTORY TOTALS
      * HIST-UPD IN HISTUPD.COB FILED ON HISTDD. FOR EVERY DATE THE
      * ARCHIVE LINES ARE COUNTED AND ARCHIVE-SUM-1 (THE NUMERIC
      * PASS) AND ARCHIVE-SUM-2 (THE WORD PASS) ARE FOOTED, THEN
      * PROVED AGAINST THE PUZZLE-1 AND PUZZLE-2 HISTORY RECORDS:
      *   - LINES: THE ARCHIVE LINE COUNT MUST EQUAL EACH PRESENT
      *     PROGRAM'S HISTORY-LINE-COUNT.
      *   - SUMS: THE FOOTING MUST EQUAL HISTORY-SUM LESS ANY
      *     DELTAS ADJ-POST IN ADJPOST.COB HAS SINCE POSTED FOR
      *     THAT DATE AND PROGRAM (THE PSTLOGDD POSTING LOG), SO A
      *     LEGITIMATE ADJUSTMENT IS NOT REPORTED AS A DIFFERENCE.
      *     HISTORY-SUM IS SIX DIGITS AND WRAPS, SO THE PROOF IS
      *     TAKEN MODULO 1,000,000.
      * RUNS ARCH-PRG IN ARCHPRG.COB HAS OFFLOADED ARE FOOTED FROM
      * THE ARCEXTDD EXTRACTS INSTEAD - JOB CONTROL CONCATENATES
      * THE VAULTED EXTRACTS ON ARCEXTDD, AND A DATE STILL ON ARCHDD
      * IS ALWAYS TAKEN FROM ARCHDD. DATES ON HISTORY ONLY (AND NOT
      * IN ANY EXTRACT) AND DATES ON THE ARCHIVE ONLY ARE LISTED.
      * THE AUDFROM ENVIRONMENT VARIABLE (YYYYMMDD) LIMITS THE AUDIT
      * TO THAT DATE AND LATER, FOR HISTORY THAT PREDATES THE
      * ARCHIVE. A REPORT OF EVERY DATE GOES TO AUDRPTDD AND EACH
      * RESULT IS FILED ON THE KEYED ARCAUDDD AUDIT MASTER, WHERE
      * ARCH-INQ IN ARCHINQ.COB SHOWS IT ALONGSIDE A LOOKUP. ANY
      * UNEXPLAINED DIFFERENCE SETS RETURN CODE 8.
      * LINES OF A BATCH PUZZLE-4 LATER REJECTED ARE ARCHIVED BUT
      * BACKED OUT OF THE NIGHT'S TOTALS, AND NEITHER BATCHDD NOR
      * REJCTDD CARRIES A DATE TO EXPLAIN THEM BY, SO SUCH A NIGHT
      * REPORTS AS A DIFFERENCE FOR THE AUDITOR TO CLEAR. ONCE
      * PZ-RESUB'S CORRECTED BATCH IS POSTED, ADJ-POST ADDS ITS LINES
      * AND SCORE BACK TO HISTORY - RESTORING WHAT THE ARCHIVE NEVER
      * LOST - SO A BATCH POSTING (A PSTLOGDD REFERENCE OTHER THAN
      * ADJSTDD) IS NOT ALLOWED FOR AS A REPAIR, AND THE NIGHT TIES
      * AGAIN WHEN THE CORRECTED BATCH MATCHES THE ARCHIVED ONE. A
      * GROUP ADJ-POST ROUTED TO THE PRIOR-PERIOD FILE NEVER REACHED
      * HISTORY AND IS PASSED OVER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCHIVE-KEY
           FILE STATUS IS ARCHIVE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT POSTING-LOG-FILE ASSIGN TO PSTLOGDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS POSTING-LOG-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO ARCEXTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXTRACT-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO ARCAUDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-RUN-DATE
           FILE STATUS IS AUDIT-MASTER-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO AUDRPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-REPORT-STATUS.
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
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HISTORY-KEY.
               10  HISTORY-PROGRAM     PIC X(8).
               10  HISTORY-RUN-DATE    PIC 9(8).
           05  HISTORY-LINE-COUNT  PIC 9(6).
           05  HISTORY-SUM         PIC 9(6).
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
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  EXTRACT-RUN-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  EXTRACT-LINE-NO         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  EXTRACT-FIRST-DIGIT-1   PIC 9.
           05  EXTRACT-FIRST-IDX-1     PIC 9(4).
           05  EXTRACT-LAST-DIGIT-1    PIC 9.
           05  EXTRACT-LAST-IDX-1      PIC 9(4).
           05  EXTRACT-SUM-1           PIC 9(4).
           05  FILLER                  PIC X(1).
           05  EXTRACT-FIRST-DIGIT-2   PIC 9.
           05  EXTRACT-FIRST-IDX-2     PIC 9(4).
           05  EXTRACT-LAST-DIGIT-2    PIC 9.
           05  EXTRACT-LAST-IDX-2      PIC 9(4).
           05  EXTRACT-SUM-2           PIC 9(4).
           05  FILLER                  PIC X(1).
           05  EXTRACT-REC-LEN         PIC 9(4).
           05  FILLER                  PIC X(1).
           05  EXTRACT-TEXT            PIC X(200).
      * ONE RECORD PER AUDITED RUN DATE, REPLACED EACH TIME THE
      * DATE IS AUDITED AGAIN. ARCH-INQ READS THIS LAYOUT.
       FD  AUDIT-MASTER-FILE.
       01  AUDIT-MASTER-RECORD.
           05  AUDIT-RUN-DATE          PIC 9(8).
           05  AUDIT-RESULT            PIC X(16).
           05  AUDIT-SOURCE            PIC X(8).
           05  AUDIT-ARCH-LINES        PIC 9(6).
           05  AUDIT-ARCH-SUM-1        PIC 9(8).
           05  AUDIT-ARCH-SUM-2        PIC 9(8).
           05  AUDIT-HIST-SEEN-1       PIC X.
           05  AUDIT-HIST-LINES-1      PIC 9(6).
           05  AUDIT-HIST-SUM-1        PIC 9(6).
           05  AUDIT-ADJ-1             PIC 9(6).
           05  AUDIT-HIST-SEEN-2       PIC X.
           05  AUDIT-HIST-LINES-2      PIC 9(6).
           05  AUDIT-HIST-SUM-2        PIC 9(6).
           05  AUDIT-ADJ-2             PIC 9(6).
           05  AUDIT-AUDITED-ON        PIC 9(8).
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD     PIC X(132).
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
       01  ARCHIVE-STATUS          PIC X(2).
       01  HISTORY-STATUS          PIC X(2).
       01  POSTING-LOG-STATUS      PIC X(2).
       01  EXTRACT-STATUS          PIC X(2).
       01  AUDIT-MASTER-STATUS     PIC X(2).
       01  AUDIT-REPORT-STATUS     PIC X(2).
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
       01  AUDIT-FROM              PIC 9(8) VALUE ZERO.
       01  ENV-VALUE               PIC X(8).
       01  ENV-NUMBER              PIC 9(8).
       01  ENV-IDX                 PIC 9(2).
       01  ENV-DIGIT               PIC 9.
      * THE DATE TABLE IS KEPT IN ASCENDING RUN-DATE ORDER SO THE
      * REPORT COMES OUT IN DATE ORDER WHATEVER ORDER THE SOURCES
      * ARRIVE IN. SOURCE-T IS "A" FOR ARCHDD, "E" FOR AN EXTRACT
      * AND SPACE WHEN THE DATE IS ON NEITHER.
       01  DATE-COUNT              PIC 9(4) VALUE ZERO.
       01  D-IDX                   PIC 9(4).
       01  MATCH-IDX               PIC 9(4).
       01  SHIFT-IDX               PIC 9(4).
       01  LOOKUP-DATE             PIC 9(8).
       01  LOOKUP-FILE-NAME        PIC X(8).
       01  DATE-TABLE.
           03  DATE-ENTRY OCCURS 2000 TIMES.
               05  AUD-DATE-T      PIC 9(8).
               05  SOURCE-T        PIC X.
               05  ARCH-LINES-T    PIC 9(6).
               05  ARCH-SUM-1-T    PIC 9(8).
               05  ARCH-SUM-2-T    PIC 9(8).
               05  HIST-SEEN-1-T   PIC X.
               05  HIST-LINES-1-T  PIC 9(6).
               05  HIST-SUM-1-T    PIC 9(6).
               05  ADJ-1-T         PIC 9(8).
               05  HIST-SEEN-2-T   PIC X.
               05  HIST-LINES-2-T  PIC 9(6).
               05  HIST-SUM-2-T    PIC 9(6).
               05  ADJ-2-T         PIC 9(8).
       01  BLOCK-DATE              PIC 9(8) VALUE ZERO.
       01  BLOCK-LINES             PIC 9(6) VALUE ZERO.
       01  BLOCK-SUM-1             PIC 9(8) VALUE ZERO.
       01  BLOCK-SUM-2             PIC 9(8) VALUE ZERO.
       01  BLOCK-SOURCE            PIC X.
       01  FOOT-MOD                PIC 9(6).
       01  ADJ-MOD                 PIC 9(6).
       01  MOD-QUOTIENT            PIC 9(8).
       01  EXPECTED-SUM            PIC S9(8).
       01  RESULT-W                PIC X(16).
       01  SOURCE-NAME-W           PIC X(8).
       01  ARCHIVE-RECORDS         PIC 9(6) VALUE ZERO.
       01  HISTORY-RECORDS         PIC 9(6) VALUE ZERO.
       01  POSTINGS-READ           PIC 9(6) VALUE ZERO.
       01  EXTRACT-RECORDS         PIC 9(6) VALUE ZERO.
       01  DATES-AUDITED           PIC 9(6) VALUE ZERO.
       01  DATES-TIED              PIC 9(6) VALUE ZERO.
       01  DATES-TIED-EXTRACT      PIC 9(6) VALUE ZERO.
       01  DATES-DIFFERENT         PIC 9(6) VALUE ZERO.
       01  DATES-NOT-ON-HISTORY    PIC 9(6) VALUE ZERO.
       01  DATES-NOT-ON-ARCHIVE    PIC 9(6) VALUE ZERO.
       01  UNEXPLAINED-DATES       PIC 9(6) VALUE ZERO.
       01  TITLE-LINE.
           05  FILLER              PIC X(30)
               VALUE "ARCHIVE TO HISTORY AUDIT      ".
           05  FILLER              PIC X(11) VALUE "RUN DATE = ".
           05  TITLE-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(14) VALUE "  AUDIT FROM ".
           05  TITLE-AUDIT-FROM    PIC 9(8).
       01  HEADING-LINE.
           05  FILLER              PIC X(36)
               VALUE "  RUN DATE  SOURCE  ARCH LNS  P1 LNS".
           05  FILLER              PIC X(36)
               VALUE "  P2 LNS ARCH SUM1  P1 SUM  P1 ADJ A".
           05  FILLER              PIC X(32)
               VALUE "RCH SUM2  P2 SUM  P2 ADJ  RESULT".
       01  DETAIL-LINE.
           05  FILLER              PIC X(2).
           05  DET-DATE            PIC 9(8).
           05  FILLER              PIC X(2).
           05  DET-SOURCE          PIC X(8).
           05  FILLER              PIC X(2).
           05  DET-ARCH-LINES      PIC ZZZZZ9.
           05  DET-ARCH-LINES-X REDEFINES DET-ARCH-LINES
                                   PIC X(6).
           05  FILLER              PIC X(2).
           05  DET-LINES-1         PIC ZZZZZ9.
           05  DET-LINES-1-X REDEFINES DET-LINES-1
                                   PIC X(6).
           05  FILLER              PIC X(2).
           05  DET-LINES-2         PIC ZZZZZ9.
           05  DET-LINES-2-X REDEFINES DET-LINES-2
                                   PIC X(6).
           05  FILLER              PIC X(2).
           05  DET-ARCH-SUM-1      PIC ZZZZZZZ9.
           05  DET-ARCH-SUM-1-X REDEFINES DET-ARCH-SUM-1
                                   PIC X(8).
           05  FILLER              PIC X(2).
           05  DET-SUM-1           PIC ZZZZZ9.
           05  DET-SUM-1-X REDEFINES DET-SUM-1
                                   PIC X(6).
           05  FILLER              PIC X(2).
           05  DET-ADJ-1           PIC ZZZZZ9.
           05  FILLER              PIC X(2).
           05  DET-ARCH-SUM-2      PIC ZZZZZZZ9.
           05  DET-ARCH-SUM-2-X REDEFINES DET-ARCH-SUM-2
                                   PIC X(8).
           05  FILLER              PIC X(2).
           05  DET-SUM-2           PIC ZZZZZ9.
           05  DET-SUM-2-X REDEFINES DET-SUM-2
                                   PIC X(6).
           05  FILLER              PIC X(2).
           05  DET-ADJ-2           PIC ZZZZZ9.
           05  FILLER              PIC X(2).
           05  DET-RESULT          PIC X(16).
       01  COUNT-LINE.
           05  FILLER              PIC X(2).
           05  COUNT-LABEL         PIC X(30).
           05  COUNT-VALUE         PIC ZZZZZ9.
       01  TEXT-LINE.
           05  FILLER              PIC X(2).
           05  TEXT-BODY           PIC X(80).
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM LOAD-ARCHIVE.
           PERFORM LOAD-EXTRACTS.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-POSTINGS.
           PERFORM WRITE-AUDIT-REPORT.
           PERFORM CLOSE-FILE.
           DISPLAY "RUN DATES AUDITED = ", DATES-AUDITED.
           DISPLAY "UNEXPLAINED DIFFERENCES = ", UNEXPLAINED-DATES.
           IF UNEXPLAINED-DATES > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "ARCH-AUD" TO ALERT-PROGRAM.
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
           ACCEPT ENV-VALUE FROM ENVIRONMENT "AUDFROM".
           IF ENV-VALUE NOT = SPACES THEN
               PERFORM CONVERT-ENV-NUMBER
               IF ENV-NUMBER > ZERO AND ENV-NUMBER <= RUN-DATE THEN
                   MOVE ENV-NUMBER TO AUDIT-FROM
               ELSE
                   DISPLAY "AUDFROM ", ENV-VALUE,
                       " NOT USABLE - AUDITING EVERY DATE"
               END-IF
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
           OPEN I-O AUDIT-MASTER-FILE.
           IF AUDIT-MASTER-STATUS = "35" THEN
               DISPLAY "AUDIT MASTER NOT FOUND - CREATING IT"
               OPEN OUTPUT AUDIT-MASTER-FILE
               IF AUDIT-MASTER-STATUS = "00" THEN
                   CLOSE AUDIT-MASTER-FILE
                   OPEN I-O AUDIT-MASTER-FILE
               END-IF
           END-IF.
           IF AUDIT-MASTER-STATUS NOT = "00" THEN
               DISPLAY "AUDIT MASTER OPEN FAILED WITH STATUS ",
                   AUDIT-MASTER-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "ARCAUDDD" TO ALERT-FILE-NAME
               MOVE AUDIT-MASTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           IF AUDIT-REPORT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT REPORT OPEN FAILED WITH STATUS ",
                   AUDIT-REPORT-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "AUDRPTDD" TO ALERT-FILE-NAME
               MOVE AUDIT-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       CONVERT-ENV-NUMBER SECTION.
           MOVE ZERO TO ENV-NUMBER.
           PERFORM VARYING ENV-IDX FROM 1 BY 1 UNTIL ENV-IDX > 8
               IF ENV-VALUE(ENV-IDX:1) IS NUMERIC THEN
                   MOVE ENV-VALUE(ENV-IDX:1) TO ENV-DIGIT
                   COMPUTE ENV-NUMBER = ENV-NUMBER * 10 + ENV-DIGIT
               END-IF
           END-PERFORM.

      * THE ARCHIVE IS READ IN KEY ORDER, SO EACH RUN DATE'S LINES
      * ARRIVE TOGETHER AND ARE FOOTED IN A BLOCK BEFORE THE BLOCK
      * IS POSTED TO THE DATE TABLE.
       LOAD-ARCHIVE SECTION.
           MOVE "A" TO BLOCK-SOURCE.
           MOVE "ARCHDD" TO LOOKUP-FILE-NAME.
           MOVE ZERO TO BLOCK-DATE.
           PERFORM UNTIL ARCHIVE-STATUS = "10"
               READ ARCHIVE-FILE NEXT RECORD
               IF ARCHIVE-STATUS = "00" THEN
                   ADD 1 TO ARCHIVE-RECORDS
                   IF ARCHIVE-RUN-DATE NOT = BLOCK-DATE THEN
                       PERFORM POST-BLOCK
                       MOVE ARCHIVE-RUN-DATE TO BLOCK-DATE
                   END-IF
                   ADD 1 TO BLOCK-LINES
                   ADD ARCHIVE-SUM-1 TO BLOCK-SUM-1
                   ADD ARCHIVE-SUM-2 TO BLOCK-SUM-2
               ELSE
                   IF ARCHIVE-STATUS NOT = "10" THEN
                       DISPLAY "ARCHIVE FILE READ FAILED WITH ",
                           "STATUS ", ARCHIVE-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "ARCHDD" TO ALERT-FILE-NAME
                       MOVE ARCHIVE-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM POST-BLOCK.

      * THE EXTRACTS ARE OPTIONAL - NOTHING MAY HAVE BEEN OFFLOADED
      * YET. A DATE ALREADY FOOTED FROM ARCHDD (A RUN ARCH-RLD HAS
      * RELOADED) KEEPS ITS ARCHDD FIGURES.
       LOAD-EXTRACTS SECTION.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-STATUS = "35" THEN
               DISPLAY "ARCHIVE EXTRACT MISSING - NO OFFLOADED RUNS ",
                   "FOOTED"
               EXIT SECTION
           END-IF.
           IF EXTRACT-STATUS NOT = "00" THEN
               DISPLAY "ARCHIVE EXTRACT OPEN FAILED WITH STATUS ",
                   EXTRACT-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "ARCEXTDD" TO ALERT-FILE-NAME
               MOVE EXTRACT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE "E" TO BLOCK-SOURCE.
           MOVE "ARCEXTDD" TO LOOKUP-FILE-NAME.
           MOVE ZERO TO BLOCK-DATE.
           PERFORM UNTIL EXTRACT-STATUS = "10"
               READ EXTRACT-FILE
               IF EXTRACT-STATUS = "00" THEN
                   PERFORM TALLY-EXTRACT
               ELSE
                   IF EXTRACT-STATUS NOT = "10" THEN
                       DISPLAY "ARCHIVE EXTRACT READ FAILED WITH ",
                           "STATUS ", EXTRACT-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "ARCEXTDD" TO ALERT-FILE-NAME
                       MOVE EXTRACT-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM POST-BLOCK.
           CLOSE EXTRACT-FILE.
           IF EXTRACT-STATUS NOT = "00" THEN
               DISPLAY "ARCHIVE EXTRACT CLOSE FAILED WITH STATUS ",
                   EXTRACT-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "ARCEXTDD" TO ALERT-FILE-NAME
               MOVE EXTRACT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       TALLY-EXTRACT SECTION.
           IF EXTRACT-RUN-DATE IS NOT NUMERIC
               OR EXTRACT-SUM-1 IS NOT NUMERIC
               OR EXTRACT-SUM-2 IS NOT NUMERIC THEN
               DISPLAY "NON-NUMERIC EXTRACT RECORD SKIPPED"
               EXIT SECTION
           END-IF.
           ADD 1 TO EXTRACT-RECORDS.
           IF EXTRACT-RUN-DATE NOT = BLOCK-DATE THEN
               PERFORM POST-BLOCK
               MOVE EXTRACT-RUN-DATE TO BLOCK-DATE
           END-IF.
           ADD 1 TO BLOCK-LINES.
           ADD EXTRACT-SUM-1 TO BLOCK-SUM-1.
           ADD EXTRACT-SUM-2 TO BLOCK-SUM-2.

      * A LATER EXTRACT BLOCK FOR THE SAME DATE (A RUN RELOADED AND
      * OFFLOADED AGAIN) REPLACES THE EARLIER ONE RATHER THAN
      * DOUBLING IT.
       POST-BLOCK SECTION.
           IF BLOCK-LINES = ZERO THEN
               EXIT SECTION
           END-IF.
           MOVE BLOCK-DATE TO LOOKUP-DATE.
           IF LOOKUP-DATE NOT < AUDIT-FROM THEN
               PERFORM FIND-DATE-ENTRY
               IF SOURCE-T(MATCH-IDX) NOT = "A" THEN
                   MOVE BLOCK-SOURCE TO SOURCE-T(MATCH-IDX)
                   MOVE BLOCK-LINES TO ARCH-LINES-T(MATCH-IDX)
                   MOVE BLOCK-SUM-1 TO ARCH-SUM-1-T(MATCH-IDX)
                   MOVE BLOCK-SUM-2 TO ARCH-SUM-2-T(MATCH-IDX)
               END-IF
           END-IF.
           MOVE ZERO TO BLOCK-LINES.
           MOVE ZERO TO BLOCK-SUM-1.
           MOVE ZERO TO BLOCK-SUM-2.

      * ONLY THE TWO SCORERS WHOSE PASSES THE ARCHIVE CARRIES ARE
      * AUDITED - PUZZLE-1 AGAINST THE NUMERIC PASS AND PUZZLE-2
      * AGAINST THE WORD PASS.
       LOAD-HISTORY SECTION.
           MOVE "HISTDD" TO LOOKUP-FILE-NAME.
           PERFORM UNTIL HISTORY-STATUS = "10"
               READ HISTORY-FILE NEXT RECORD
               IF HISTORY-STATUS = "00" THEN
                   PERFORM TALLY-HISTORY
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
           IF HISTORY-PROGRAM NOT = "PUZZLE-1"
               AND HISTORY-PROGRAM NOT = "PUZZLE-2" THEN
               EXIT SECTION
           END-IF.
           IF HISTORY-RUN-DATE < AUDIT-FROM THEN
               EXIT SECTION
           END-IF.
           ADD 1 TO HISTORY-RECORDS.
           MOVE HISTORY-RUN-DATE TO LOOKUP-DATE.
           PERFORM FIND-DATE-ENTRY.
           IF HISTORY-PROGRAM = "PUZZLE-1" THEN
               MOVE "Y" TO HIST-SEEN-1-T(MATCH-IDX)
               MOVE HISTORY-LINE-COUNT TO HIST-LINES-1-T(MATCH-IDX)
               MOVE HISTORY-SUM TO HIST-SUM-1-T(MATCH-IDX)
           ELSE
               MOVE "Y" TO HIST-SEEN-2-T(MATCH-IDX)
               MOVE HISTORY-LINE-COUNT TO HIST-LINES-2-T(MATCH-IDX)
               MOVE HISTORY-SUM TO HIST-SUM-2-T(MATCH-IDX)
           END-IF.

      * THE POSTING LOG IS OPTIONAL - NO ADJUSTMENTS MAY HAVE BEEN
      * POSTED YET.
       LOAD-POSTINGS SECTION.
           OPEN INPUT POSTING-LOG-FILE.
           IF POSTING-LOG-STATUS = "35" THEN
               DISPLAY "POSTING LOG MISSING - NO ADJUSTMENTS ALLOWED ",
                   "FOR"
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
           MOVE "PSTLOGDD" TO LOOKUP-FILE-NAME.
           PERFORM UNTIL POSTING-LOG-STATUS = "10"
               READ POSTING-LOG-FILE
               IF POSTING-LOG-STATUS = "00" THEN
                   PERFORM TALLY-POSTING
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

       TALLY-POSTING SECTION.
           IF POSTING-LOG-RUN-DATE IS NOT NUMERIC
               OR POSTING-LOG-DELTA IS NOT NUMERIC THEN
               DISPLAY "NON-NUMERIC POSTING LOG RECORD SKIPPED"
               EXIT SECTION
           END-IF.
           IF POSTING-LOG-PROGRAM NOT = "PUZZLE-1"
               AND POSTING-LOG-PROGRAM NOT = "PUZZLE-2" THEN
               EXIT SECTION
           END-IF.
           IF POSTING-LOG-RUN-DATE < AUDIT-FROM THEN
               EXIT SECTION
           END-IF.
           IF POSTING-LOG-ROUTED THEN
               EXIT SECTION
           END-IF.
           IF POSTING-LOG-REF NOT = SPACES
               AND POSTING-LOG-REF NOT = "ADJSTDD" THEN
               EXIT SECTION
           END-IF.
           ADD 1 TO POSTINGS-READ.
           MOVE POSTING-LOG-RUN-DATE TO LOOKUP-DATE.
           PERFORM FIND-DATE-ENTRY.
           IF POSTING-LOG-PROGRAM = "PUZZLE-1" THEN
               ADD POSTING-LOG-DELTA TO ADJ-1-T(MATCH-IDX)
           ELSE
               ADD POSTING-LOG-DELTA TO ADJ-2-T(MATCH-IDX)
           END-IF.

      * FINDS LOOKUP-DATE IN THE DATE TABLE, OR OPENS A CLEARED
      * ENTRY FOR IT IN DATE ORDER, AND LEAVES ITS SUBSCRIPT IN
      * MATCH-IDX.
       FIND-DATE-ENTRY SECTION.
           MOVE ZERO TO MATCH-IDX.
           PERFORM VARYING D-IDX FROM 1 BY 1
               UNTIL D-IDX > DATE-COUNT OR MATCH-IDX > ZERO
               IF AUD-DATE-T(D-IDX) NOT < LOOKUP-DATE THEN
                   MOVE D-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.
           IF MATCH-IDX > ZERO THEN
               IF AUD-DATE-T(MATCH-IDX) = LOOKUP-DATE THEN
                   EXIT SECTION
               END-IF
           ELSE
               COMPUTE MATCH-IDX = DATE-COUNT + 1
           END-IF.
           IF DATE-COUNT = 2000 THEN
               DISPLAY "MORE THAN 2000 RUN DATES - AUDIT ABANDONED"
               MOVE "READ" TO ALERT-OPERATION
               MOVE LOOKUP-FILE-NAME TO ALERT-FILE-NAME
               MOVE "00" TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM VARYING SHIFT-IDX FROM DATE-COUNT BY -1
               UNTIL SHIFT-IDX < MATCH-IDX
               MOVE DATE-ENTRY(SHIFT-IDX) TO DATE-ENTRY(SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO DATE-COUNT.
           MOVE LOOKUP-DATE TO AUD-DATE-T(MATCH-IDX).
           MOVE SPACE TO SOURCE-T(MATCH-IDX).
           MOVE ZERO TO ARCH-LINES-T(MATCH-IDX).
           MOVE ZERO TO ARCH-SUM-1-T(MATCH-IDX).
           MOVE ZERO TO ARCH-SUM-2-T(MATCH-IDX).
           MOVE "N" TO HIST-SEEN-1-T(MATCH-IDX).
           MOVE ZERO TO HIST-LINES-1-T(MATCH-IDX).
           MOVE ZERO TO HIST-SUM-1-T(MATCH-IDX).
           MOVE ZERO TO ADJ-1-T(MATCH-IDX).
           MOVE "N" TO HIST-SEEN-2-T(MATCH-IDX).
           MOVE ZERO TO HIST-LINES-2-T(MATCH-IDX).
           MOVE ZERO TO HIST-SUM-2-T(MATCH-IDX).
           MOVE ZERO TO ADJ-2-T(MATCH-IDX).

       WRITE-AUDIT-REPORT SECTION.
           MOVE RUN-DATE TO TITLE-RUN-DATE.
           MOVE AUDIT-FROM TO TITLE-AUDIT-FROM.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           MOVE TITLE-LINE TO AUDIT-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           MOVE HEADING-LINE TO AUDIT-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > DATE-COUNT
               PERFORM AUDIT-ONE-DATE
           END-PERFORM.
           IF DATE-COUNT = ZERO THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "NO ARCHIVE OR HISTORY RECORDS TO AUDIT"
                   TO TEXT-BODY
               MOVE SPACES TO AUDIT-REPORT-RECORD
               MOVE TEXT-LINE TO AUDIT-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-AUDIT-SUMMARY.

      * A DATE ON ONE SIDE ONLY IS REPORTED AS SUCH; OTHERWISE THE
      * FIRST LEG THAT DOES NOT TIE NAMES THE RESULT. A PROGRAM
      * WITH NO HISTORY RECORD FOR THE DATE (IT DID NOT RUN THAT
      * NIGHT) IS NOT PROVED.
       AUDIT-ONE-DATE SECTION.
           ADD 1 TO DATES-AUDITED.
           MOVE SPACES TO RESULT-W.
           IF SOURCE-T(D-IDX) = SPACE THEN
               MOVE "*NOT ON ARCHIVE*" TO RESULT-W
               ADD 1 TO DATES-NOT-ON-ARCHIVE
           END-IF.
           IF RESULT-W = SPACES
               AND HIST-SEEN-1-T(D-IDX) NOT = "Y"
               AND HIST-SEEN-2-T(D-IDX) NOT = "Y" THEN
               MOVE "*NOT ON HISTORY*" TO RESULT-W
               ADD 1 TO DATES-NOT-ON-HISTORY
           END-IF.
           IF RESULT-W = SPACES THEN
               PERFORM PROVE-LINES
           END-IF.
           IF RESULT-W = SPACES
               AND HIST-SEEN-1-T(D-IDX) = "Y" THEN
               DIVIDE ARCH-SUM-1-T(D-IDX) BY 1000000
                   GIVING MOD-QUOTIENT REMAINDER FOOT-MOD
               DIVIDE ADJ-1-T(D-IDX) BY 1000000
                   GIVING MOD-QUOTIENT REMAINDER ADJ-MOD
               COMPUTE EXPECTED-SUM = HIST-SUM-1-T(D-IDX) - ADJ-MOD
               IF EXPECTED-SUM < ZERO THEN
                   ADD 1000000 TO EXPECTED-SUM
               END-IF
               IF FOOT-MOD NOT = EXPECTED-SUM THEN
                   MOVE "*SUM-1 DIFFERS*" TO RESULT-W
               END-IF
           END-IF.
           IF RESULT-W = SPACES
               AND HIST-SEEN-2-T(D-IDX) = "Y" THEN
               DIVIDE ARCH-SUM-2-T(D-IDX) BY 1000000
                   GIVING MOD-QUOTIENT REMAINDER FOOT-MOD
               DIVIDE ADJ-2-T(D-IDX) BY 1000000
                   GIVING MOD-QUOTIENT REMAINDER ADJ-MOD
               COMPUTE EXPECTED-SUM = HIST-SUM-2-T(D-IDX) - ADJ-MOD
               IF EXPECTED-SUM < ZERO THEN
                   ADD 1000000 TO EXPECTED-SUM
               END-IF
               IF FOOT-MOD NOT = EXPECTED-SUM THEN
                   MOVE "*SUM-2 DIFFERS*" TO RESULT-W
               END-IF
           END-IF.
           IF RESULT-W = "*LINES DIFFER*"
               OR RESULT-W = "*SUM-1 DIFFERS*"
               OR RESULT-W = "*SUM-2 DIFFERS*" THEN
               ADD 1 TO DATES-DIFFERENT
               DISPLAY "RUN DATE ", AUD-DATE-T(D-IDX), " ",
                   RESULT-W
           END-IF.
           IF RESULT-W = SPACES THEN
               IF SOURCE-T(D-IDX) = "E" THEN
                   MOVE "TIED OFFLOADED" TO RESULT-W
                   ADD 1 TO DATES-TIED-EXTRACT
               ELSE
                   MOVE "TIED" TO RESULT-W
                   ADD 1 TO DATES-TIED
               END-IF
           ELSE
               ADD 1 TO UNEXPLAINED-DATES
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM FILE-AUDIT-RESULT.

       PROVE-LINES SECTION.
           IF HIST-SEEN-1-T(D-IDX) = "Y"
               AND HIST-LINES-1-T(D-IDX) NOT = ARCH-LINES-T(D-IDX)
               THEN
               MOVE "*LINES DIFFER*" TO RESULT-W
           END-IF.
           IF HIST-SEEN-2-T(D-IDX) = "Y"
               AND HIST-LINES-2-T(D-IDX) NOT = ARCH-LINES-T(D-IDX)
               THEN
               MOVE "*LINES DIFFER*" TO RESULT-W
           END-IF.

       WRITE-DETAIL-LINE SECTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE AUD-DATE-T(D-IDX) TO DET-DATE.
           IF SOURCE-T(D-IDX) = "A" THEN
               MOVE "ARCHDD" TO SOURCE-NAME-W
           ELSE
               IF SOURCE-T(D-IDX) = "E" THEN
                   MOVE "ARCEXTDD" TO SOURCE-NAME-W
               ELSE
                   MOVE "NONE" TO SOURCE-NAME-W
               END-IF
           END-IF.
           MOVE SOURCE-NAME-W TO DET-SOURCE.
           IF SOURCE-T(D-IDX) = SPACE THEN
               MOVE SPACES TO DET-ARCH-LINES-X
               MOVE SPACES TO DET-ARCH-SUM-1-X
               MOVE SPACES TO DET-ARCH-SUM-2-X
           ELSE
               MOVE ARCH-LINES-T(D-IDX) TO DET-ARCH-LINES
               MOVE ARCH-SUM-1-T(D-IDX) TO DET-ARCH-SUM-1
               MOVE ARCH-SUM-2-T(D-IDX) TO DET-ARCH-SUM-2
           END-IF.
           IF HIST-SEEN-1-T(D-IDX) = "Y" THEN
               MOVE HIST-LINES-1-T(D-IDX) TO DET-LINES-1
               MOVE HIST-SUM-1-T(D-IDX) TO DET-SUM-1
           ELSE
               MOVE SPACES TO DET-LINES-1-X
               MOVE SPACES TO DET-SUM-1-X
           END-IF.
           IF HIST-SEEN-2-T(D-IDX) = "Y" THEN
               MOVE HIST-LINES-2-T(D-IDX) TO DET-LINES-2
               MOVE HIST-SUM-2-T(D-IDX) TO DET-SUM-2
           ELSE
               MOVE SPACES TO DET-LINES-2-X
               MOVE SPACES TO DET-SUM-2-X
           END-IF.
           MOVE ADJ-1-T(D-IDX) TO DET-ADJ-1.
           MOVE ADJ-2-T(D-IDX) TO DET-ADJ-2.
           MOVE RESULT-W TO DET-RESULT.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           MOVE DETAIL-LINE TO AUDIT-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       FILE-AUDIT-RESULT SECTION.
           MOVE SPACES TO AUDIT-MASTER-RECORD.
           MOVE AUD-DATE-T(D-IDX) TO AUDIT-RUN-DATE.
           MOVE RESULT-W TO AUDIT-RESULT.
           MOVE SOURCE-NAME-W TO AUDIT-SOURCE.
           MOVE ARCH-LINES-T(D-IDX) TO AUDIT-ARCH-LINES.
           MOVE ARCH-SUM-1-T(D-IDX) TO AUDIT-ARCH-SUM-1.
           MOVE ARCH-SUM-2-T(D-IDX) TO AUDIT-ARCH-SUM-2.
           MOVE HIST-SEEN-1-T(D-IDX) TO AUDIT-HIST-SEEN-1.
           MOVE HIST-LINES-1-T(D-IDX) TO AUDIT-HIST-LINES-1.
           MOVE HIST-SUM-1-T(D-IDX) TO AUDIT-HIST-SUM-1.
           MOVE ADJ-1-T(D-IDX) TO AUDIT-ADJ-1.
           MOVE HIST-SEEN-2-T(D-IDX) TO AUDIT-HIST-SEEN-2.
           MOVE HIST-LINES-2-T(D-IDX) TO AUDIT-HIST-LINES-2.
           MOVE HIST-SUM-2-T(D-IDX) TO AUDIT-HIST-SUM-2.
           MOVE ADJ-2-T(D-IDX) TO AUDIT-ADJ-2.
           MOVE RUN-DATE TO AUDIT-AUDITED-ON.
           WRITE AUDIT-MASTER-RECORD
               INVALID KEY
                   REWRITE AUDIT-MASTER-RECORD
           END-WRITE.
           IF AUDIT-MASTER-STATUS NOT = "00" THEN
               DISPLAY "AUDIT MASTER WRITE FAILED WITH STATUS ",
                   AUDIT-MASTER-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "ARCAUDDD" TO ALERT-FILE-NAME
               MOVE AUDIT-MASTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       WRITE-AUDIT-SUMMARY SECTION.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO COUNT-LINE.
           MOVE "ARCHIVE RECORDS READ" TO COUNT-LABEL.
           MOVE ARCHIVE-RECORDS TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO COUNT-LINE.
           MOVE "EXTRACT RECORDS READ" TO COUNT-LABEL.
           MOVE EXTRACT-RECORDS TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO COUNT-LINE.
           MOVE "HISTORY RECORDS AUDITED" TO COUNT-LABEL.
           MOVE HISTORY-RECORDS TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO COUNT-LINE.
           MOVE "ADJUSTMENT POSTINGS ALLOWED" TO COUNT-LABEL.
           MOVE POSTINGS-READ TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO COUNT-LINE.
           MOVE "RUN DATES AUDITED" TO COUNT-LABEL.
           MOVE DATES-AUDITED TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO COUNT-LINE.
           MOVE "TIED FROM ARCHIVE" TO COUNT-LABEL.
           MOVE DATES-TIED TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO COUNT-LINE.
           MOVE "TIED FROM EXTRACT" TO COUNT-LABEL.
           MOVE DATES-TIED-EXTRACT TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO COUNT-LINE.
           MOVE "FIGURES DIFFER" TO COUNT-LABEL.
           MOVE DATES-DIFFERENT TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO COUNT-LINE.
           MOVE "ON ARCHIVE ONLY" TO COUNT-LABEL.
           MOVE DATES-NOT-ON-HISTORY TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO COUNT-LINE.
           MOVE "ON HISTORY ONLY" TO COUNT-LABEL.
           MOVE DATES-NOT-ON-ARCHIVE TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO COUNT-LINE.
           MOVE "UNEXPLAINED DIFFERENCES" TO COUNT-LABEL.
           MOVE UNEXPLAINED-DATES TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE SECTION.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE SECTION.
           WRITE AUDIT-REPORT-RECORD.
           IF AUDIT-REPORT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT REPORT WRITE FAILED WITH STATUS ",
                   AUDIT-REPORT-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "AUDRPTDD" TO ALERT-FILE-NAME
               MOVE AUDIT-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
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
           CLOSE AUDIT-MASTER-FILE.
           IF AUDIT-MASTER-STATUS NOT = "00" THEN
               DISPLAY "AUDIT MASTER CLOSE FAILED WITH STATUS ",
                   AUDIT-MASTER-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "ARCAUDDD" TO ALERT-FILE-NAME
               MOVE AUDIT-MASTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE AUDIT-REPORT-FILE.
           IF AUDIT-REPORT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT REPORT CLOSE FAILED WITH STATUS ",
                   AUDIT-REPORT-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "AUDRPTDD" TO ALERT-FILE-NAME
               MOVE AUDIT-REPORT-STATUS TO ALERT-FILE-STATUS
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
           MOVE DATES-AUDITED TO RUN-LOG-RECORDS-W.
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
           MOVE "ARCH-AUD" TO RUN-LOG-PROGRAM.
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
