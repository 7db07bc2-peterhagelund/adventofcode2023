       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAT-TRC.
      *
      * SUPPLIER BATCH LIFECYCLE TRACE - THE ANSWER TO THE SUPPLIER
      * WHO RINGS TO ASK WHAT HAPPENED TO A BATCH THEY SENT. THE
      * OPERATOR KEYS IN A BATCH ID, OR JUST THE LEADING CHARACTERS
      * OF ONE (AT LEAST THE THREE-CHARACTER SUPPLIER PREFIX), AND
      * GETS BACK EVERY MATCHING BATCH'S WHOLE LIFE IN DATE ORDER,
      * GATHERED FROM EVERY FILE THE BATCH PASSES THROUGH:
      *   SEENDD   - WHEN PZ-EDIT IN PZEDIT.COB FIRST STAGED IT, AND
      *              THE TRAILER HASH IT CARRIED
      *   EDTRPTDD - WHAT THE EDIT GATE DROPPED FROM IT (LINES BY
      *              REASON, A DUPLICATE BLOCK OR BATCH, TRAILER
      *              NOTES), DATED BY EACH REPORT'S TITLE LINE
      *   BATCHDD  - WHETHER THE SCORING PASS ACCEPTED OR REJECTED
      *              IT, WITH ITS LINE COUNT AND SUMS
      *   REJCTDD  - THE LINES IT DIVERTED TO THE REJECT FILE, BY
      *              REASON
      *   CLOSEDD  - EACH RESUBMISSION PZ-RESUB IN PZRESUB.COB MADE
      *              OF IT, RESOLVED OR REFUSED
      *   APPRQDD  - THE BATCH ADJUSTMENT PZ-RESUB QUEUED FOR IT AND
      *              WHO APPROVED, REJECTED AND RELEASED IT
      *   BADJDD   - THE ADJUSTMENT ADJ-REL IN ADJREL.COB RELEASED
      *              TO ADJ-POST FOR THE ORIGINAL NIGHT
      * EACH BATCH IS HEADED WITH THE SUPPLIER'S NAME AND CONTACT
      * FROM THE SUPLRDD SUPPLIER MASTER AND CLOSED WITH ONE OUTCOME
      * LINE SAYING WHETHER, AND FOR WHICH NIGHT, IT CONTRIBUTED TO
      * THE TOTALS.
      * BATCHDD AND REJCTDD CARRY NO DATE OF THEIR OWN, SO THEIR
      * EVENTS ARE PLACED ON THE NIGHT SEENDD SAYS THE BATCH WAS
      * FIRST STAGED, AND SHOWN UNDATED WHEN SEENDD NO LONGER HOLDS
      * THE BATCH. THE SEQUENTIAL FILES ARE READ AS THE JOB POINTS
      * THEM, SO A TRACE ACROSS SEVERAL NIGHTS IS RUN AGAINST THE
      * CONCATENATED GENERATIONS. A FILE THAT IS NOT THERE IS NOTED
      * IN THE ANSWER AND THE TRACE GOES ON WITHOUT IT.
      * A BLANK ANSWER ENDS THE SESSION. WHEN A REQUEST FILE IS
      * PRESENT ON TRCRQDD THE PROGRAM RUNS IN BATCH MODE INSTEAD,
      * AS ARCH-INQ IN ARCHINQ.COB DOES: ONE BATCH ID OR PREFIX PER
      * RECORD IN COLUMNS 1-8, EVERY ANSWER TO THE TRCRPTDD REPORT.
      * RETURN CODE 4 MEANS AT LEAST ONE REQUEST FOUND NOTHING OR
      * WAS UNUSABLE AND THE REPORT NEEDS READING.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEEN-FILE ASSIGN TO SEENDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEEN-BATCH-ID
           FILE STATUS IS SEEN-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO SUPLRDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-PREFIX
           FILE STATUS IS SUPPLIER-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO APPRQDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUEUE-KEY
           FILE STATUS IS QUEUE-STATUS.
           SELECT EDIT-REPORT-FILE ASSIGN TO EDTRPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EDIT-REPORT-STATUS.
           SELECT BATCH-FILE ASSIGN TO BATCHDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BATCH-STATUS.
           SELECT REJECT-FILE ASSIGN TO REJCTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJECT-STATUS.
           SELECT CLOSURE-FILE ASSIGN TO CLOSEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLOSURE-STATUS.
           SELECT BATCH-ADJUST-FILE ASSIGN TO BADJDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BATCH-ADJUST-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOGDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
           SELECT REQUEST-FILE ASSIGN TO TRCRQDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REQUEST-STATUS.
           SELECT TRACE-REPORT-FILE ASSIGN TO TRCRPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRACE-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SEEN-FILE.
       01  SEEN-RECORD.
           05  SEEN-BATCH-ID       PIC X(8).
           05  SEEN-FIRST-DATE     PIC 9(8).
           05  SEEN-TRAILER-HASH   PIC 9(8).
       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SUPPLIER-PREFIX     PIC X(3).
           05  SUPPLIER-NAME       PIC X(30).
           05  SUPPLIER-CONTACT    PIC X(30).
           05  SUPPLIER-RESUB-DAYS PIC 9(3).
       FD  APPROVAL-QUEUE-FILE.
       01  QUEUE-RECORD.
           05  QUEUE-KEY.
               10  QUEUE-SOURCE        PIC X(8).
               10  QUEUE-RUN-DATE      PIC 9(8).
               10  QUEUE-REF           PIC X(8).
               10  QUEUE-LINE-NO       PIC 9(6).
           05  QUEUE-STATE             PIC X.
               88  QUEUE-PENDING          VALUE "P".
               88  QUEUE-APPROVED         VALUE "A".
               88  QUEUE-REJECTED         VALUE "R".
               88  QUEUE-RELEASED         VALUE "X".
               88  QUEUE-POSTED           VALUE "D".
           05  QUEUE-PROGRAM           PIC X(8).
           05  QUEUE-LINES             PIC 9(6).
           05  QUEUE-DELTA             PIC 9(6).
           05  QUEUE-MAKER             PIC X(8).
           05  QUEUE-MADE-DATE         PIC 9(8).
           05  QUEUE-MADE-TIME         PIC 9(6).
           05  QUEUE-CHECKER           PIC X(8).
           05  QUEUE-REASON            PIC X(5).
           05  QUEUE-DECIDED-DATE      PIC 9(8).
           05  QUEUE-DECIDED-TIME      PIC 9(6).
           05  QUEUE-RELEASED-DATE     PIC 9(8).
           05  QUEUE-ORIGINAL-TEXT     PIC X(200).
           05  QUEUE-REPAIRED-TEXT     PIC X(200).
       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD      PIC X(132).
       FD  BATCH-FILE.
       01  BATCH-RECORD            PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJECT-BATCH-ID     PIC X(8).
           05  FILLER              PIC X(1).
           05  REJECT-REASON       PIC X(5).
           05  FILLER              PIC X(1).
           05  REJECT-TEXT         PIC X(200).
       FD  CLOSURE-FILE.
       01  CLOSURE-RECORD.
           05  CLOSURE-BATCH-ID    PIC X(8).
           05  FILLER              PIC X(1).
           05  CLOSURE-REASON      PIC X(5).
           05  FILLER              PIC X(1).
           05  CLOSURE-RUN-DATE    PIC 9(8).
           05  FILLER              PIC X(1).
           05  CLOSURE-LINES       PIC 9(6).
           05  FILLER              PIC X(1).
           05  CLOSURE-SUM         PIC 9(6).
           05  FILLER              PIC X(1).
           05  CLOSURE-STATUS-TEXT PIC X(8).
       FD  BATCH-ADJUST-FILE.
       01  BATCH-ADJUST-RECORD.
           05  BATCH-ADJUST-RUN-DATE   PIC 9(8).
           05  FILLER                  PIC X(1).
           05  BATCH-ADJUST-ID         PIC X(8).
           05  FILLER                  PIC X(1).
           05  BATCH-ADJUST-LINES      PIC 9(6).
           05  FILLER                  PIC X(1).
           05  BATCH-ADJUST-DELTA      PIC 9(6).
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
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  REQUEST-BATCH-ID    PIC X(8).
           05  FILLER              PIC X(72).
       FD  TRACE-REPORT-FILE.
       01  TRACE-REPORT-RECORD     PIC X(132).
       WORKING-STORAGE SECTION.
       01  SEEN-STATUS         PIC X(2).
       01  SEEN-FILE-SWITCH    PIC X VALUE "N".
           88 SEENS-ON-FILE       VALUE "Y".
       01  SUPPLIER-STATUS     PIC X(2).
       01  SUPPLIER-FILE-SWITCH PIC X VALUE "N".
           88 SUPPLIERS-ON-FILE   VALUE "Y".
       01  QUEUE-STATUS        PIC X(2).
       01  QUEUE-FILE-SWITCH   PIC X VALUE "N".
           88 QUEUES-ON-FILE      VALUE "Y".
       01  EDIT-REPORT-STATUS  PIC X(2).
       01  BATCH-STATUS        PIC X(2).
       01  REJECT-STATUS       PIC X(2).
       01  CLOSURE-STATUS      PIC X(2).
       01  BATCH-ADJUST-STATUS PIC X(2).
       01  REQUEST-STATUS      PIC X(2).
       01  TRACE-REPORT-STATUS PIC X(2).
       01  BUSINESS-DATE-STATUS PIC X(2).
       01  RUN-DATE            PIC 9(8).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
       01  RUN-LOG-RC-W        PIC 9(3).
       01  RUN-LOG-TIME-RAW.
           05  RUN-LOG-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  SESSION-SWITCH      PIC X VALUE "Y".
           88 SESSION-ACTIVE      VALUE "Y".
       01  MODE-SWITCH         PIC X VALUE "C".
           88 BATCH-MODE          VALUE "B".
       01  REQUEST-COUNT       PIC 9(4) VALUE ZERO.
       01  TRACE-COUNT         PIC 9(4) VALUE ZERO.
       01  MISS-COUNT          PIC 9(4) VALUE ZERO.
      * THE ARGUMENT IS MATCHED ON ITS OWN LENGTH, SO A FULL BATCH ID
      * FINDS THAT BATCH AND A SHORTER ONE FINDS EVERY BATCH IT
      * BEGINS.
       01  TRACE-ARG           PIC X(8).
       01  ARG-LEN             PIC 9(2) VALUE ZERO.
       01  ARG-IDX             PIC 9(2).
       01  CANDIDATE-ID        PIC X(8).
       01  ID-MATCH-SWITCH     PIC X.
           88 ID-MATCHED          VALUE "Y".
       01  EDIT-REPORT-DATE    PIC 9(8).
       01  BATCH-LINES-X       PIC X(6).
       01  BATCH-SUM-1-X       PIC X(6).
       01  BATCH-SUM-2-X       PIC X(6).
       01  BATCH-STATUS-TEXT   PIC X(8).
       01  BATCH-LINES-N       PIC 9(6).
       01  BATCH-SUM-1-N       PIC 9(6).
       01  BATCH-SUM-2-N       PIC 9(6).
      * EVERY EVENT FOUND FOR THE ARGUMENT GOES INTO ONE TABLE, THEN
      * THE TABLE IS SORTED ON BATCH, DATE, STAGE AND THE ORDER THE
      * EVENT WAS FOUND IN, SO EACH BATCH READS TOP TO BOTTOM IN THE
      * ORDER ITS LIFE HAPPENED. DROPPED AND REJECTED LINES ARE
      * COUNTED INTO ONE EVENT PER BATCH, NIGHT AND REASON RATHER
      * THAN LISTED LINE BY LINE.
       01  EVENT-COUNT         PIC 9(4) VALUE ZERO.
       01  EVENT-LIMIT         PIC 9(4) VALUE 500.
       01  EVENT-IDX           PIC 9(4).
       01  SORT-IDX            PIC 9(4).
       01  SORT-POS            PIC 9(4).
       01  SORT-PLACED-SWITCH  PIC X.
           88 SORT-PLACED         VALUE "Y".
       01  EVENT-FOUND-SWITCH  PIC X.
           88 EVENT-FOUND         VALUE "Y".
       01  EVENT-TRUNCATED-SWITCH PIC X.
           88 EVENTS-TRUNCATED    VALUE "Y".
       01  EVENT-TABLE.
           03  EVENT-ENTRY OCCURS 500 TIMES.
               05  EVENT-SORT-KEY.
                   10  EVENT-BATCH-ID  PIC X(8).
                   10  EVENT-DATE      PIC 9(8).
                   10  EVENT-STAGE     PIC 9.
                   10  EVENT-SEQ       PIC 9(4).
               05  EVENT-CODE          PIC X(8).
               05  EVENT-NIGHT         PIC 9(8).
               05  EVENT-LINES         PIC 9(6).
               05  EVENT-AMOUNT        PIC 9(6).
               05  EVENT-TEXT          PIC X(80).
       01  EVENT-HOLD              PIC X(129).
       01  NEW-EVENT.
           05  NEW-BATCH-ID        PIC X(8).
           05  NEW-DATE            PIC 9(8).
           05  NEW-STAGE           PIC 9.
           05  NEW-CODE            PIC X(8).
           05  NEW-NIGHT           PIC 9(8).
           05  NEW-LINES           PIC 9(6).
           05  NEW-AMOUNT          PIC 9(6).
           05  NEW-TEXT            PIC X(80).
      * FIRST-STAGED DATES FROM SEENDD, USED TO DATE THE UNDATED
      * BATCHDD AND REJCTDD EVENTS.
       01  FIRST-DATE-COUNT    PIC 9(4) VALUE ZERO.
       01  FIRST-DATE-IDX      PIC 9(4).
       01  FIRST-DATE-TABLE.
           03  FIRST-DATE-ENTRY OCCURS 200 TIMES.
               05  FIRST-DATE-BATCH-ID PIC X(8).
               05  FIRST-DATE-VALUE    PIC 9(8).
       01  FOUND-DATE          PIC 9(8).
       01  STAGE-NAME-VALUES.
           05  FILLER              PIC X(11) VALUE "ARRIVED".
           05  FILLER              PIC X(11) VALUE "EDIT GATE".
           05  FILLER              PIC X(11) VALUE "SCORED".
           05  FILLER              PIC X(11) VALUE "REJECTS".
           05  FILLER              PIC X(11) VALUE "RESUBMITTED".
           05  FILLER              PIC X(11) VALUE "QUEUED".
           05  FILLER              PIC X(11) VALUE "DECIDED".
           05  FILLER              PIC X(11) VALUE "RELEASED".
           05  FILLER              PIC X(11) VALUE "ADJUSTED".
       01  STAGE-NAME-TABLE REDEFINES STAGE-NAME-VALUES.
           05  STAGE-NAME          PIC X(11) OCCURS 9 TIMES.
       01  STAGE-SOURCE-VALUES.
           05  FILLER              PIC X(8) VALUE "SEENDD".
           05  FILLER              PIC X(8) VALUE "EDTRPTDD".
           05  FILLER              PIC X(8) VALUE "BATCHDD".
           05  FILLER              PIC X(8) VALUE "REJCTDD".
           05  FILLER              PIC X(8) VALUE "CLOSEDD".
           05  FILLER              PIC X(8) VALUE "APPRQDD".
           05  FILLER              PIC X(8) VALUE "APPRQDD".
           05  FILLER              PIC X(8) VALUE "APPRQDD".
           05  FILLER              PIC X(8) VALUE "BADJDD".
       01  STAGE-SOURCE-TABLE REDEFINES STAGE-SOURCE-VALUES.
           05  STAGE-SOURCE        PIC X(8) OCCURS 9 TIMES.
      * THE OUTCOME OF A BATCH IS THE FURTHEST POINT ITS EVENTS
      * REACHED, RANKED FROM REJECTED BY THE SCORING PASS (1) UP TO
      * POSTED BACK THROUGH A BATCH ADJUSTMENT (8).
       01  OUTCOME-RANK        PIC 9.
       01  OUTCOME-NIGHT       PIC 9(8).
       01  CANDIDATE-RANK      PIC 9.
       01  CURRENT-BATCH-ID    PIC X(8).
       01  ECHO-LINE.
           05  FILLER              PIC X(10) VALUE "REQUEST   ".
           05  ECHO-ARG            PIC X(8).
       01  OUT-LINE                PIC X(132).
       01  TEXT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TEXT-BODY           PIC X(80).
       01  BATCH-HEADING-LINE.
           05  FILLER              PIC X(6) VALUE "BATCH ".
           05  HEADING-BATCH-ID    PIC X(8).
           05  FILLER              PIC X(11) VALUE "  SUPPLIER ".
           05  HEADING-NAME        PIC X(30).
           05  FILLER              PIC X(10) VALUE "  CONTACT ".
           05  HEADING-CONTACT     PIC X(30).
       01  COLUMN-HEADING-LINE.
           05  FILLER              PIC X(12) VALUE "  DATE".
           05  FILLER              PIC X(12) VALUE "STAGE".
           05  FILLER              PIC X(9) VALUE "SOURCE".
           05  FILLER              PIC X(6) VALUE "DETAIL".
       01  TRACE-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TRACE-DATE          PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TRACE-STAGE         PIC X(11).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TRACE-SOURCE        PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TRACE-TEXT          PIC X(80).
       01  OUTCOME-LINE.
           05  FILLER              PIC X(12) VALUE "  OUTCOME   ".
           05  OUTCOME-TEXT        PIC X(80).
       01  OUTCOME-NIGHT-TEXT.
           05  FILLER              PIC X(6) VALUE "NIGHT ".
           05  OUTCOME-NIGHT-DATE  PIC 9(8).
           05  FILLER              PIC X(3) VALUE " - ".
           05  OUTCOME-NIGHT-BODY  PIC X(63).
       01  ARRIVED-TEXT.
           05  FILLER              PIC X(44)
               VALUE "FIRST STAGED THROUGH PZ-EDIT - TRAILER HASH ".
           05  ARRIVED-HASH        PIC 9(8).
       01  GATE-DROP-TEXT.
           05  GATE-DROP-COUNT     PIC ZZZZZ9.
           05  FILLER              PIC X(19)
               VALUE " LINE(S) DROPPED - ".
           05  GATE-DROP-REASON    PIC X(8).
       01  SCORED-TEXT.
           05  SCORED-STATUS       PIC X(8).
           05  FILLER              PIC X(9) VALUE " - LINES ".
           05  SCORED-LINES        PIC ZZZZZ9.
           05  SCORED-SUM-LABEL    PIC X(7).
           05  SCORED-SUM-1        PIC ZZZZZ9.
           05  SCORED-SUM-2-PART.
               10  SCORED-SUM-2-LABEL  PIC X(7).
               10  SCORED-SUM-2        PIC ZZZZZ9.
       01  REJECTS-TEXT.
           05  REJECTS-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(22)
               VALUE " LINE(S) TO REJCTDD - ".
           05  REJECTS-REASON      PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  REJECTS-MEANING     PIC X(30).
       01  RESUB-TEXT.
           05  RESUB-STATUS        PIC X(8).
           05  FILLER              PIC X(9) VALUE " - LINES ".
           05  RESUB-LINES         PIC ZZZZZ9.
           05  FILLER              PIC X(5) VALUE " SUM ".
           05  RESUB-SUM           PIC ZZZZZ9.
           05  FILLER              PIC X(17)
               VALUE " - ORIGINAL FAULT".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RESUB-REASON        PIC X(5).
       01  QUEUED-TEXT.
           05  FILLER              PIC X(20)
               VALUE "ADJUSTMENT TO NIGHT ".
           05  QUEUED-NIGHT        PIC 9(8).
           05  FILLER              PIC X(4) VALUE " BY ".
           05  QUEUED-MAKER        PIC X(8).
           05  FILLER              PIC X(3) VALUE " - ".
           05  QUEUED-PROGRAM      PIC X(8).
           05  FILLER              PIC X(7) VALUE " LINES ".
           05  QUEUED-LINES        PIC ZZZZZ9.
           05  FILLER              PIC X(5) VALUE " SUM ".
           05  QUEUED-SUM          PIC ZZZZZ9.
       01  DECIDED-TEXT.
           05  DECIDED-VERDICT     PIC X(8).
           05  FILLER              PIC X(4) VALUE " BY ".
           05  DECIDED-CHECKER     PIC X(8).
           05  DECIDED-REASON-LABEL PIC X(8).
           05  DECIDED-REASON      PIC X(5).
       01  RELEASED-TEXT.
           05  FILLER              PIC X(29)
               VALUE "RELEASED TO BADJDD FOR NIGHT ".
           05  RELEASED-NIGHT      PIC 9(8).
       01  ADJUSTED-TEXT.
           05  FILLER              PIC X(27)
               VALUE "BADJDD ADJUSTMENT TO NIGHT ".
           05  ADJUSTED-NIGHT      PIC 9(8).
           05  FILLER              PIC X(7) VALUE " LINES ".
           05  ADJUSTED-LINES      PIC ZZZZZ9.
           05  FILLER              PIC X(5) VALUE " SUM ".
           05  ADJUSTED-SUM        PIC ZZZZZ9.
       01  COUNT-LINE.
           05  COUNT-LABEL         PIC X(24).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  COUNT-VALUE         PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           IF BATCH-MODE THEN
               PERFORM BATCH-REQUESTS
               PERFORM WRITE-BATCH-SUMMARY
           ELSE
               PERFORM TRACE-LOOP UNTIL NOT SESSION-ACTIVE
           END-IF.
           PERFORM CLOSE-FILE.
           DISPLAY "TRACES ANSWERED = ", TRACE-COUNT.
           IF BATCH-MODE AND MISS-COUNT > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      * THE THREE KEYED MASTERS ARE HELD OPEN FOR THE SESSION; EACH
      * IS OPTIONAL, AND A MISSING ONE IS NOTED IN EVERY ANSWER. THE
      * SEQUENTIAL FILES ARE OPENED AND READ AFRESH FOR EACH TRACE.
       OPEN-FILE SECTION.
           PERFORM GET-BUSINESS-DATE.
           OPEN INPUT SEEN-FILE.
           IF SEEN-STATUS = "00" THEN
               MOVE "Y" TO SEEN-FILE-SWITCH
           ELSE
               IF SEEN-STATUS NOT = "35" THEN
                   DISPLAY "SEEN-BATCH MASTER OPEN FAILED WITH STATUS ",
                       SEEN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-STATUS = "00" THEN
               MOVE "Y" TO SUPPLIER-FILE-SWITCH
           ELSE
               IF SUPPLIER-STATUS NOT = "35" THEN
                   DISPLAY "SUPPLIER MASTER OPEN FAILED WITH STATUS ",
                       SUPPLIER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF QUEUE-STATUS = "00" THEN
               MOVE "Y" TO QUEUE-FILE-SWITCH
           ELSE
               IF QUEUE-STATUS NOT = "35" THEN
                   DISPLAY "APPROVAL QUEUE OPEN FAILED WITH STATUS ",
                       QUEUE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS = "00" THEN
               MOVE "B" TO MODE-SWITCH
               OPEN OUTPUT TRACE-REPORT-FILE
               IF TRACE-REPORT-STATUS NOT = "00" THEN
                   DISPLAY "TRACE REPORT OPEN FAILED WITH STATUS ",
                       TRACE-REPORT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO TRACE-REPORT-RECORD
               MOVE "SUPPLIER BATCH TRACE REPORT"
                   TO TRACE-REPORT-RECORD
               PERFORM WRITE-TRACE-REPORT
           ELSE
               IF REQUEST-STATUS NOT = "35" THEN
                   DISPLAY "REQUEST FILE OPEN FAILED WITH STATUS ",
                       REQUEST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       TRACE-LOOP SECTION.
           DISPLAY "ENTER BATCH ID OR SUPPLIER PREFIX (BLANK TO END):".
           MOVE SPACES TO TRACE-ARG.
           ACCEPT TRACE-ARG FROM CONSOLE.
           IF TRACE-ARG = SPACES THEN
               MOVE "N" TO SESSION-SWITCH
               EXIT SECTION
           END-IF.
           PERFORM TRACE-BATCHES.

       BATCH-REQUESTS SECTION.
           PERFORM UNTIL REQUEST-STATUS = "10"
               READ REQUEST-FILE
               IF REQUEST-STATUS = "00" THEN
                   ADD 1 TO REQUEST-COUNT
                   PERFORM ANSWER-ONE-REQUEST
               ELSE
                   IF REQUEST-STATUS NOT = "10" THEN
                       DISPLAY "REQUEST FILE READ FAILED WITH ",
                           "STATUS ", REQUEST-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.

       ANSWER-ONE-REQUEST SECTION.
           MOVE SPACES TO TRACE-REPORT-RECORD.
           PERFORM WRITE-TRACE-REPORT.
           MOVE REQUEST-BATCH-ID TO ECHO-ARG.
           MOVE SPACES TO TRACE-REPORT-RECORD.
           MOVE ECHO-LINE TO TRACE-REPORT-RECORD.
           PERFORM WRITE-TRACE-REPORT.
           MOVE REQUEST-BATCH-ID TO TRACE-ARG.
           PERFORM TRACE-BATCHES.

      * ONE TRACE: FIND EVERY EVENT FOR THE ARGUMENT ON EVERY FILE,
      * PUT THEM IN ORDER, AND PRINT THEM BATCH BY BATCH. THE ARGUMENT
      * MUST BE LEFT-JUSTIFIED AND AT LEAST THE SUPPLIER PREFIX LONG.
       TRACE-BATCHES SECTION.
           MOVE ZERO TO ARG-LEN.
           PERFORM VARYING ARG-IDX FROM 8 BY -1
               UNTIL ARG-IDX = 0 OR ARG-LEN > ZERO
               IF TRACE-ARG(ARG-IDX:1) NOT = SPACE THEN
                   MOVE ARG-IDX TO ARG-LEN
               END-IF
           END-PERFORM.
           IF ARG-LEN < 3 OR TRACE-ARG(1:3) = SPACES THEN
               ADD 1 TO MISS-COUNT
               MOVE SPACES TO TEXT-LINE
               MOVE "GIVE A BATCH ID OR AT LEAST THE 3-CHARACTER "
                   TO TEXT-BODY
               MOVE "SUPPLIER PREFIX" TO TEXT-BODY(45:15)
               MOVE TEXT-LINE TO OUT-LINE
               PERFORM EMIT-LINE
               EXIT SECTION
           END-IF.
           MOVE ZERO TO EVENT-COUNT.
           MOVE ZERO TO FIRST-DATE-COUNT.
           MOVE "N" TO EVENT-TRUNCATED-SWITCH.
           PERFORM SCAN-SEEN-MASTER.
           PERFORM SCAN-EDIT-REPORT.
           PERFORM SCAN-BATCH-FILE.
           PERFORM SCAN-REJECT-FILE.
           PERFORM SCAN-CLOSURE-FILE.
           PERFORM SCAN-APPROVAL-QUEUE.
           PERFORM SCAN-BATCH-ADJUST.
           IF EVENT-COUNT = ZERO THEN
               ADD 1 TO MISS-COUNT
               MOVE SPACES TO TEXT-LINE
               MOVE "NO TRACE OF THIS BATCH ON ANY FILE" TO TEXT-BODY
               MOVE TEXT-LINE TO OUT-LINE
               PERFORM EMIT-LINE
               EXIT SECTION
           END-IF.
           ADD 1 TO TRACE-COUNT.
           PERFORM SORT-EVENTS.
           PERFORM PRINT-EVENTS.
           IF EVENTS-TRUNCATED THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "TRACE STOPPED AT 500 EVENTS - GIVE A LONGER BATCH "
                   TO TEXT-BODY
               MOVE "ID" TO TEXT-BODY(51:2)
               MOVE TEXT-LINE TO OUT-LINE
               PERFORM EMIT-LINE
           END-IF.

       MATCH-BATCH-ID SECTION.
           MOVE "N" TO ID-MATCH-SWITCH.
           IF CANDIDATE-ID(1:ARG-LEN) = TRACE-ARG(1:ARG-LEN) THEN
               MOVE "Y" TO ID-MATCH-SWITCH
           END-IF.

      * SEENDD IS KEYED ON THE BATCH ID, SO THE MATCHING BATCHES ARE
      * ONE KEYED RUN STARTING AT THE ARGUMENT.
       SCAN-SEEN-MASTER SECTION.
           IF NOT SEENS-ON-FILE THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "SEENDD NOT AVAILABLE - ARRIVALS NOT SHOWN AND "
                   TO TEXT-BODY
               MOVE "SCORING NOT DATED" TO TEXT-BODY(47:17)
               MOVE TEXT-LINE TO OUT-LINE
               PERFORM EMIT-LINE
               EXIT SECTION
           END-IF.
           MOVE SPACES TO SEEN-BATCH-ID.
           MOVE TRACE-ARG(1:ARG-LEN) TO SEEN-BATCH-ID.
           START SEEN-FILE KEY NOT < SEEN-BATCH-ID
               INVALID KEY MOVE "23" TO SEEN-STATUS
           END-START.
           PERFORM UNTIL SEEN-STATUS NOT = "00"
               READ SEEN-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF SEEN-STATUS = "00" THEN
                   MOVE SEEN-BATCH-ID TO CANDIDATE-ID
                   PERFORM MATCH-BATCH-ID
                   IF ID-MATCHED THEN
                       PERFORM ADD-SEEN-EVENT
                   ELSE
                       MOVE "10" TO SEEN-STATUS
                   END-IF
               END-IF
           END-PERFORM.
           IF SEEN-STATUS NOT = "10" AND SEEN-STATUS NOT = "23" THEN
               DISPLAY "SEEN-BATCH MASTER READ FAILED WITH STATUS ",
                   SEEN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-SEEN-EVENT SECTION.
           IF FIRST-DATE-COUNT < 200 THEN
               ADD 1 TO FIRST-DATE-COUNT
               MOVE SEEN-BATCH-ID
                   TO FIRST-DATE-BATCH-ID(FIRST-DATE-COUNT)
               MOVE SEEN-FIRST-DATE
                   TO FIRST-DATE-VALUE(FIRST-DATE-COUNT)
           END-IF.
           MOVE SPACES TO NEW-EVENT.
           MOVE SEEN-BATCH-ID TO NEW-BATCH-ID.
           MOVE SEEN-FIRST-DATE TO NEW-DATE.
           MOVE 1 TO NEW-STAGE.
           MOVE "ARRIVED" TO NEW-CODE.
           MOVE ZERO TO NEW-NIGHT.
           MOVE ZERO TO NEW-LINES.
           MOVE ZERO TO NEW-AMOUNT.
           MOVE SEEN-TRAILER-HASH TO ARRIVED-HASH.
           MOVE ARRIVED-TEXT TO NEW-TEXT.
           PERFORM ADD-EVENT.

      * THE EDIT REPORT IS DATED BY EACH TITLE LINE, SO CONCATENATED
      * NIGHTS DATE THEMSELVES. A FIRST-SEEN LINE NAMES ITS BATCH IN
      * COLUMNS 9-16; EVERY OTHER BATCH LINE CARRIES IT IN 83-90,
      * AND A DROPPED-LINE DETAIL HAS ITS LINE NUMBER IN 3-8.
       SCAN-EDIT-REPORT SECTION.
           OPEN INPUT EDIT-REPORT-FILE.
           IF EDIT-REPORT-STATUS = "35" THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "EDTRPTDD NOT AVAILABLE - EDIT GATE NOT SHOWN"
                   TO TEXT-BODY
               MOVE TEXT-LINE TO OUT-LINE
               PERFORM EMIT-LINE
               EXIT SECTION
           END-IF.
           IF EDIT-REPORT-STATUS NOT = "00" THEN
               DISPLAY "EDIT REPORT OPEN FAILED WITH STATUS ",
                   EDIT-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO EDIT-REPORT-DATE.
           PERFORM UNTIL EDIT-REPORT-STATUS NOT = "00"
               READ EDIT-REPORT-FILE
                   AT END CONTINUE
               END-READ
               IF EDIT-REPORT-STATUS = "00" THEN
                   PERFORM CHECK-EDIT-REPORT-LINE
               END-IF
           END-PERFORM.
           IF EDIT-REPORT-STATUS NOT = "10" THEN
               DISPLAY "EDIT REPORT READ FAILED WITH STATUS ",
                   EDIT-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE EDIT-REPORT-FILE.

       CHECK-EDIT-REPORT-LINE SECTION.
           IF EDIT-REPORT-RECORD(1:21) = "FRONT-END EDIT REPORT"
               AND EDIT-REPORT-RECORD(35:8) IS NUMERIC THEN
               MOVE EDIT-REPORT-RECORD(35:8) TO EDIT-REPORT-DATE
               EXIT SECTION
           END-IF.
           MOVE SPACES TO NEW-EVENT.
           MOVE EDIT-REPORT-DATE TO NEW-DATE.
           MOVE 2 TO NEW-STAGE.
           MOVE ZERO TO NEW-NIGHT.
           MOVE ZERO TO NEW-LINES.
           MOVE ZERO TO NEW-AMOUNT.
           IF EDIT-REPORT-RECORD(1:8) = "  BATCH " THEN
               MOVE EDIT-REPORT-RECORD(9:8) TO CANDIDATE-ID
               PERFORM MATCH-BATCH-ID
               IF ID-MATCHED THEN
                   MOVE CANDIDATE-ID TO NEW-BATCH-ID
                   MOVE "NOTE" TO NEW-CODE
                   MOVE EDIT-REPORT-RECORD(18:67) TO NEW-TEXT
                   PERFORM ADD-EVENT
               END-IF
               EXIT SECTION
           END-IF.
           IF EDIT-REPORT-RECORD(83:8) = SPACES THEN
               EXIT SECTION
           END-IF.
           MOVE EDIT-REPORT-RECORD(83:8) TO CANDIDATE-ID.
           PERFORM MATCH-BATCH-ID.
           IF NOT ID-MATCHED THEN
               EXIT SECTION
           END-IF.
           MOVE CANDIDATE-ID TO NEW-BATCH-ID.
           IF EDIT-REPORT-RECORD(3:6) IS NUMERIC THEN
               MOVE EDIT-REPORT-RECORD(11:8) TO NEW-CODE
               PERFORM COUNT-EVENT
           ELSE
               MOVE "NOTE" TO NEW-CODE
               MOVE EDIT-REPORT-RECORD(3:80) TO NEW-TEXT
               PERFORM ADD-EVENT
           END-IF.

      * A BATCHDD RECORD IS EITHER THE ONE-SUM LAYOUT OF PUZZLE-1
      * AND PUZZLE-2 (STATUS IN 24-31) OR THE TWO-SUM LAYOUT OF
      * PUZZLE-4 (STATUS IN 31-38).
       SCAN-BATCH-FILE SECTION.
           OPEN INPUT BATCH-FILE.
           IF BATCH-STATUS = "35" THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "BATCHDD NOT AVAILABLE - SCORING NOT SHOWN"
                   TO TEXT-BODY
               MOVE TEXT-LINE TO OUT-LINE
               PERFORM EMIT-LINE
               EXIT SECTION
           END-IF.
           IF BATCH-STATUS NOT = "00" THEN
               DISPLAY "BATCH FILE OPEN FAILED WITH STATUS ",
                   BATCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL BATCH-STATUS NOT = "00"
               READ BATCH-FILE
                   AT END CONTINUE
               END-READ
               IF BATCH-STATUS = "00" THEN
                   MOVE BATCH-RECORD(1:8) TO CANDIDATE-ID
                   PERFORM MATCH-BATCH-ID
                   IF ID-MATCHED THEN
                       PERFORM ADD-SCORED-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           IF BATCH-STATUS NOT = "10" THEN
               DISPLAY "BATCH FILE READ FAILED WITH STATUS ",
                   BATCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE BATCH-FILE.

       ADD-SCORED-EVENT SECTION.
           MOVE BATCH-RECORD(10:6) TO BATCH-LINES-X.
           MOVE BATCH-RECORD(17:6) TO BATCH-SUM-1-X.
           MOVE SPACES TO SCORED-SUM-2-PART.
           IF BATCH-RECORD(24:8) = "ACCEPTED"
               OR BATCH-RECORD(24:8) = "REJECTED" THEN
               MOVE BATCH-RECORD(24:8) TO BATCH-STATUS-TEXT
               MOVE ZEROS TO BATCH-SUM-2-X
               MOVE " SUM " TO SCORED-SUM-LABEL
           ELSE
               MOVE BATCH-RECORD(31:8) TO BATCH-STATUS-TEXT
               MOVE BATCH-RECORD(24:6) TO BATCH-SUM-2-X
               MOVE " SUM-1 " TO SCORED-SUM-LABEL
               MOVE " SUM-2 " TO SCORED-SUM-2-LABEL
           END-IF.
           IF BATCH-LINES-X IS NOT NUMERIC
               OR BATCH-SUM-1-X IS NOT NUMERIC
               OR BATCH-SUM-2-X IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF.
           MOVE BATCH-LINES-X TO BATCH-LINES-N.
           MOVE BATCH-SUM-1-X TO BATCH-SUM-1-N.
           MOVE BATCH-SUM-2-X TO BATCH-SUM-2-N.
           MOVE BATCH-STATUS-TEXT TO SCORED-STATUS.
           MOVE BATCH-LINES-N TO SCORED-LINES.
           MOVE BATCH-SUM-1-N TO SCORED-SUM-1.
           IF SCORED-SUM-2-LABEL NOT = SPACES THEN
               MOVE BATCH-SUM-2-N TO SCORED-SUM-2
           END-IF.
           MOVE SPACES TO NEW-EVENT.
           MOVE CANDIDATE-ID TO NEW-BATCH-ID.
           PERFORM FIND-FIRST-DATE.
           MOVE FOUND-DATE TO NEW-DATE.
           MOVE 3 TO NEW-STAGE.
           MOVE BATCH-STATUS-TEXT TO NEW-CODE.
           MOVE ZERO TO NEW-NIGHT.
           MOVE BATCH-LINES-N TO NEW-LINES.
           MOVE BATCH-SUM-1-N TO NEW-AMOUNT.
           MOVE SCORED-TEXT TO NEW-TEXT.
           PERFORM ADD-EVENT.

       SCAN-REJECT-FILE SECTION.
           OPEN INPUT REJECT-FILE.
           IF REJECT-STATUS = "35" THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "REJCTDD NOT AVAILABLE - REJECTED LINES NOT SHOWN"
                   TO TEXT-BODY
               MOVE TEXT-LINE TO OUT-LINE
               PERFORM EMIT-LINE
               EXIT SECTION
           END-IF.
           IF REJECT-STATUS NOT = "00" THEN
               DISPLAY "REJECT FILE OPEN FAILED WITH STATUS ",
                   REJECT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL REJECT-STATUS NOT = "00"
               READ REJECT-FILE
                   AT END CONTINUE
               END-READ
               IF REJECT-STATUS = "00" THEN
                   MOVE REJECT-BATCH-ID TO CANDIDATE-ID
                   PERFORM MATCH-BATCH-ID
                   IF ID-MATCHED THEN
                       MOVE SPACES TO NEW-EVENT
                       MOVE CANDIDATE-ID TO NEW-BATCH-ID
                       PERFORM FIND-FIRST-DATE
                       MOVE FOUND-DATE TO NEW-DATE
                       MOVE 4 TO NEW-STAGE
                       MOVE REJECT-REASON TO NEW-CODE
                       MOVE ZERO TO NEW-NIGHT
                       MOVE ZERO TO NEW-AMOUNT
                       PERFORM COUNT-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           IF REJECT-STATUS NOT = "10" THEN
               DISPLAY "REJECT FILE READ FAILED WITH STATUS ",
                   REJECT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE REJECT-FILE.

       SCAN-CLOSURE-FILE SECTION.
           OPEN INPUT CLOSURE-FILE.
           IF CLOSURE-STATUS = "35" THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "CLOSEDD NOT AVAILABLE - RESUBMISSIONS NOT SHOWN"
                   TO TEXT-BODY
               MOVE TEXT-LINE TO OUT-LINE
               PERFORM EMIT-LINE
               EXIT SECTION
           END-IF.
           IF CLOSURE-STATUS NOT = "00" THEN
               DISPLAY "CLOSURE FILE OPEN FAILED WITH STATUS ",
                   CLOSURE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL CLOSURE-STATUS NOT = "00"
               READ CLOSURE-FILE
                   AT END CONTINUE
               END-READ
               IF CLOSURE-STATUS = "00" THEN
                   MOVE CLOSURE-BATCH-ID TO CANDIDATE-ID
                   PERFORM MATCH-BATCH-ID
                   IF ID-MATCHED THEN
                       PERFORM ADD-CLOSURE-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           IF CLOSURE-STATUS NOT = "10" THEN
               DISPLAY "CLOSURE FILE READ FAILED WITH STATUS ",
                   CLOSURE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CLOSURE-FILE.

       ADD-CLOSURE-EVENT SECTION.
           MOVE SPACES TO NEW-EVENT.
           MOVE CLOSURE-BATCH-ID TO NEW-BATCH-ID.
           MOVE CLOSURE-RUN-DATE TO NEW-DATE.
           MOVE 5 TO NEW-STAGE.
           MOVE CLOSURE-STATUS-TEXT TO NEW-CODE.
           MOVE ZERO TO NEW-NIGHT.
           MOVE CLOSURE-LINES TO NEW-LINES.
           MOVE CLOSURE-SUM TO NEW-AMOUNT.
           MOVE CLOSURE-STATUS-TEXT TO RESUB-STATUS.
           MOVE CLOSURE-LINES TO RESUB-LINES.
           MOVE CLOSURE-SUM TO RESUB-SUM.
           MOVE CLOSURE-REASON TO RESUB-REASON.
           MOVE RESUB-TEXT TO NEW-TEXT.
           PERFORM ADD-EVENT.

      * PZ-RESUB FILES ITS BATCH ADJUSTMENTS UNDER ITS OWN SOURCE
      * NAME, KEYED BY THE ORIGINAL NIGHT AND THE BATCH ID, SO THE
      * WHOLE PZ-RESUB RUN OF THE QUEUE IS READ AND FILTERED.
       SCAN-APPROVAL-QUEUE SECTION.
           IF NOT QUEUES-ON-FILE THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "APPRQDD NOT AVAILABLE - APPROVALS NOT SHOWN"
                   TO TEXT-BODY
               MOVE TEXT-LINE TO OUT-LINE
               PERFORM EMIT-LINE
               EXIT SECTION
           END-IF.
           MOVE "PZ-RESUB" TO QUEUE-SOURCE.
           MOVE ZERO TO QUEUE-RUN-DATE.
           MOVE SPACES TO QUEUE-REF.
           MOVE ZERO TO QUEUE-LINE-NO.
           START APPROVAL-QUEUE-FILE KEY NOT < QUEUE-KEY
               INVALID KEY MOVE "23" TO QUEUE-STATUS
           END-START.
           PERFORM UNTIL QUEUE-STATUS NOT = "00"
               READ APPROVAL-QUEUE-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF QUEUE-STATUS = "00" THEN
                   IF QUEUE-SOURCE = "PZ-RESUB" THEN
                       MOVE QUEUE-REF TO CANDIDATE-ID
                       PERFORM MATCH-BATCH-ID
                       IF ID-MATCHED THEN
                           PERFORM ADD-QUEUE-EVENTS
                       END-IF
                   ELSE
                       MOVE "10" TO QUEUE-STATUS
                   END-IF
               END-IF
           END-PERFORM.
           IF QUEUE-STATUS NOT = "10" AND QUEUE-STATUS NOT = "23" THEN
               DISPLAY "APPROVAL QUEUE READ FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-QUEUE-EVENTS SECTION.
           MOVE SPACES TO NEW-EVENT.
           MOVE QUEUE-REF TO NEW-BATCH-ID.
           MOVE QUEUE-MADE-DATE TO NEW-DATE.
           MOVE 6 TO NEW-STAGE.
           MOVE "QUEUED" TO NEW-CODE.
           MOVE QUEUE-RUN-DATE TO NEW-NIGHT.
           MOVE QUEUE-LINES TO NEW-LINES.
           MOVE QUEUE-DELTA TO NEW-AMOUNT.
           MOVE QUEUE-RUN-DATE TO QUEUED-NIGHT.
           MOVE QUEUE-MAKER TO QUEUED-MAKER.
           MOVE QUEUE-PROGRAM TO QUEUED-PROGRAM.
           MOVE QUEUE-LINES TO QUEUED-LINES.
           MOVE QUEUE-DELTA TO QUEUED-SUM.
           MOVE QUEUED-TEXT TO NEW-TEXT.
           PERFORM ADD-EVENT.
           IF QUEUE-DECIDED-DATE NOT = ZERO THEN
               MOVE 7 TO NEW-STAGE
               MOVE QUEUE-DECIDED-DATE TO NEW-DATE
               MOVE SPACES TO DECIDED-REASON-LABEL
               MOVE SPACES TO DECIDED-REASON
               IF QUEUE-REJECTED THEN
                   MOVE "REJECTED" TO DECIDED-VERDICT
               ELSE
                   MOVE "APPROVED" TO DECIDED-VERDICT
               END-IF
               MOVE DECIDED-VERDICT TO NEW-CODE
               MOVE QUEUE-CHECKER TO DECIDED-CHECKER
               IF QUEUE-REASON NOT = SPACES THEN
                   MOVE " REASON " TO DECIDED-REASON-LABEL
                   MOVE QUEUE-REASON TO DECIDED-REASON
               END-IF
               MOVE DECIDED-TEXT TO NEW-TEXT
               PERFORM ADD-EVENT
           END-IF.
           IF QUEUE-RELEASED-DATE NOT = ZERO THEN
               MOVE 8 TO NEW-STAGE
               MOVE QUEUE-RELEASED-DATE TO NEW-DATE
               MOVE "RELEASED" TO NEW-CODE
               MOVE QUEUE-RUN-DATE TO RELEASED-NIGHT
               MOVE RELEASED-TEXT TO NEW-TEXT
               PERFORM ADD-EVENT
           END-IF.

      * BADJDD CARRIES THE ORIGINAL NIGHT BUT NOT THE NIGHT IT WAS
      * RELEASED ON; THAT COMES FROM THE MATCHING RELEASE ON THE
      * QUEUE, AND IS TAKEN AS TONIGHT WHEN THE QUEUE HAS NONE.
       SCAN-BATCH-ADJUST SECTION.
           OPEN INPUT BATCH-ADJUST-FILE.
           IF BATCH-ADJUST-STATUS = "35" THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "BADJDD NOT AVAILABLE - RELEASED ADJUSTMENTS NOT "
                   TO TEXT-BODY
               MOVE "SHOWN" TO TEXT-BODY(49:5)
               MOVE TEXT-LINE TO OUT-LINE
               PERFORM EMIT-LINE
               EXIT SECTION
           END-IF.
           IF BATCH-ADJUST-STATUS NOT = "00" THEN
               DISPLAY "BATCH ADJUSTMENT FILE OPEN FAILED WITH STATUS ",
                   BATCH-ADJUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL BATCH-ADJUST-STATUS NOT = "00"
               READ BATCH-ADJUST-FILE
                   AT END CONTINUE
               END-READ
               IF BATCH-ADJUST-STATUS = "00" THEN
                   MOVE BATCH-ADJUST-ID TO CANDIDATE-ID
                   PERFORM MATCH-BATCH-ID
                   IF ID-MATCHED THEN
                       PERFORM ADD-ADJUSTED-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           IF BATCH-ADJUST-STATUS NOT = "10" THEN
               DISPLAY "BATCH ADJUSTMENT FILE READ FAILED WITH STATUS ",
                   BATCH-ADJUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE BATCH-ADJUST-FILE.

       ADD-ADJUSTED-EVENT SECTION.
           MOVE RUN-DATE TO FOUND-DATE.
           MOVE "N" TO EVENT-FOUND-SWITCH.
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-COUNT OR EVENT-FOUND
               IF EVENT-BATCH-ID(EVENT-IDX) = BATCH-ADJUST-ID
                   AND EVENT-STAGE(EVENT-IDX) = 8
                   AND EVENT-NIGHT(EVENT-IDX) = BATCH-ADJUST-RUN-DATE
                   THEN
                   MOVE EVENT-DATE(EVENT-IDX) TO FOUND-DATE
                   MOVE "Y" TO EVENT-FOUND-SWITCH
               END-IF
           END-PERFORM.
           MOVE SPACES TO NEW-EVENT.
           MOVE BATCH-ADJUST-ID TO NEW-BATCH-ID.
           MOVE FOUND-DATE TO NEW-DATE.
           MOVE 9 TO NEW-STAGE.
           MOVE "ADJUSTED" TO NEW-CODE.
           MOVE BATCH-ADJUST-RUN-DATE TO NEW-NIGHT.
           MOVE BATCH-ADJUST-LINES TO NEW-LINES.
           MOVE BATCH-ADJUST-DELTA TO NEW-AMOUNT.
           MOVE BATCH-ADJUST-RUN-DATE TO ADJUSTED-NIGHT.
           MOVE BATCH-ADJUST-LINES TO ADJUSTED-LINES.
           MOVE BATCH-ADJUST-DELTA TO ADJUSTED-SUM.
           MOVE ADJUSTED-TEXT TO NEW-TEXT.
           PERFORM ADD-EVENT.

       FIND-FIRST-DATE SECTION.
           MOVE ZERO TO FOUND-DATE.
           PERFORM VARYING FIRST-DATE-IDX FROM 1 BY 1
               UNTIL FIRST-DATE-IDX > FIRST-DATE-COUNT
               IF FIRST-DATE-BATCH-ID(FIRST-DATE-IDX) = CANDIDATE-ID
                   THEN
                   MOVE FIRST-DATE-VALUE(FIRST-DATE-IDX) TO FOUND-DATE
               END-IF
           END-PERFORM.

       ADD-EVENT SECTION.
           IF EVENT-COUNT NOT < EVENT-LIMIT THEN
               MOVE "Y" TO EVENT-TRUNCATED-SWITCH
               EXIT SECTION
           END-IF.
           ADD 1 TO EVENT-COUNT.
           MOVE NEW-BATCH-ID TO EVENT-BATCH-ID(EVENT-COUNT).
           MOVE NEW-DATE TO EVENT-DATE(EVENT-COUNT).
           MOVE NEW-STAGE TO EVENT-STAGE(EVENT-COUNT).
           MOVE EVENT-COUNT TO EVENT-SEQ(EVENT-COUNT).
           MOVE NEW-CODE TO EVENT-CODE(EVENT-COUNT).
           MOVE NEW-NIGHT TO EVENT-NIGHT(EVENT-COUNT).
           MOVE NEW-LINES TO EVENT-LINES(EVENT-COUNT).
           MOVE NEW-AMOUNT TO EVENT-AMOUNT(EVENT-COUNT).
           MOVE NEW-TEXT TO EVENT-TEXT(EVENT-COUNT).

      * ADDS ONE LINE TO THE BATCH'S COUNT FOR THIS NIGHT, STAGE AND
      * REASON, STARTING THE COUNT WHEN IT IS THE FIRST.
       COUNT-EVENT SECTION.
           MOVE "N" TO EVENT-FOUND-SWITCH.
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-COUNT OR EVENT-FOUND
               IF EVENT-BATCH-ID(EVENT-IDX) = NEW-BATCH-ID
                   AND EVENT-DATE(EVENT-IDX) = NEW-DATE
                   AND EVENT-STAGE(EVENT-IDX) = NEW-STAGE
                   AND EVENT-CODE(EVENT-IDX) = NEW-CODE THEN
                   ADD 1 TO EVENT-LINES(EVENT-IDX)
                   MOVE "Y" TO EVENT-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF NOT EVENT-FOUND THEN
               MOVE 1 TO NEW-LINES
               PERFORM ADD-EVENT
           END-IF.

       SORT-EVENTS SECTION.
           PERFORM VARYING SORT-IDX FROM 2 BY 1
               UNTIL SORT-IDX > EVENT-COUNT
               MOVE EVENT-ENTRY(SORT-IDX) TO EVENT-HOLD
               MOVE SORT-IDX TO SORT-POS
               MOVE "N" TO SORT-PLACED-SWITCH
               PERFORM UNTIL SORT-PLACED
                   IF SORT-POS = 1 THEN
                       MOVE "Y" TO SORT-PLACED-SWITCH
                   ELSE
                       IF EVENT-SORT-KEY(SORT-POS - 1)
                           > EVENT-HOLD(1:21) THEN
                           MOVE EVENT-ENTRY(SORT-POS - 1)
                               TO EVENT-ENTRY(SORT-POS)
                           SUBTRACT 1 FROM SORT-POS
                       ELSE
                           MOVE "Y" TO SORT-PLACED-SWITCH
                       END-IF
                   END-IF
               END-PERFORM
               MOVE EVENT-HOLD TO EVENT-ENTRY(SORT-POS)
           END-PERFORM.

       PRINT-EVENTS SECTION.
           MOVE SPACES TO CURRENT-BATCH-ID.
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-COUNT
               IF EVENT-BATCH-ID(EVENT-IDX) NOT = CURRENT-BATCH-ID
                   THEN
                   IF CURRENT-BATCH-ID NOT = SPACES THEN
                       PERFORM PRINT-OUTCOME
                   END-IF
                   MOVE EVENT-BATCH-ID(EVENT-IDX) TO CURRENT-BATCH-ID
                   PERFORM PRINT-BATCH-HEADING
               END-IF
               PERFORM PRINT-EVENT-LINE
               PERFORM NOTE-OUTCOME
           END-PERFORM.
           PERFORM PRINT-OUTCOME.

      * THE SUPPLIER IS THE FIRST THREE CHARACTERS OF THE BATCH ID.
       PRINT-BATCH-HEADING SECTION.
           MOVE ZERO TO OUTCOME-RANK.
           MOVE ZERO TO OUTCOME-NIGHT.
           MOVE SPACES TO OUT-LINE.
           PERFORM EMIT-LINE.
           MOVE CURRENT-BATCH-ID TO HEADING-BATCH-ID.
           MOVE SPACES TO HEADING-NAME.
           MOVE SPACES TO HEADING-CONTACT.
           IF NOT SUPPLIERS-ON-FILE THEN
               MOVE "(SUPLRDD NOT AVAILABLE)" TO HEADING-NAME
           ELSE
               MOVE CURRENT-BATCH-ID(1:3) TO SUPPLIER-PREFIX
               READ SUPPLIER-FILE KEY IS SUPPLIER-PREFIX
                   INVALID KEY
                       MOVE "(PREFIX NOT ON SUPPLIER MASTER)"
                           TO HEADING-NAME
               END-READ
               IF SUPPLIER-STATUS = "00" THEN
                   MOVE SUPPLIER-NAME TO HEADING-NAME
                   MOVE SUPPLIER-CONTACT TO HEADING-CONTACT
               ELSE
                   IF SUPPLIER-STATUS NOT = "23" THEN
                       DISPLAY "SUPPLIER MASTER READ FAILED WITH ",
                           "STATUS ", SUPPLIER-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           MOVE BATCH-HEADING-LINE TO OUT-LINE.
           PERFORM EMIT-LINE.
           MOVE COLUMN-HEADING-LINE TO OUT-LINE.
           PERFORM EMIT-LINE.

       PRINT-EVENT-LINE SECTION.
           MOVE SPACES TO TRACE-LINE.
           IF EVENT-DATE(EVENT-IDX) = ZERO THEN
               MOVE "UNDATED" TO TRACE-DATE
           ELSE
               MOVE EVENT-DATE(EVENT-IDX) TO TRACE-DATE
           END-IF.
           MOVE STAGE-NAME(EVENT-STAGE(EVENT-IDX)) TO TRACE-STAGE.
           MOVE STAGE-SOURCE(EVENT-STAGE(EVENT-IDX)) TO TRACE-SOURCE.
           MOVE EVENT-TEXT(EVENT-IDX) TO TRACE-TEXT.
           IF EVENT-STAGE(EVENT-IDX) = 2
               AND EVENT-CODE(EVENT-IDX) NOT = "NOTE" THEN
               MOVE EVENT-LINES(EVENT-IDX) TO GATE-DROP-COUNT
               MOVE EVENT-CODE(EVENT-IDX) TO GATE-DROP-REASON
               MOVE GATE-DROP-TEXT TO TRACE-TEXT
           END-IF.
           IF EVENT-STAGE(EVENT-IDX) = 4 THEN
               MOVE EVENT-LINES(EVENT-IDX) TO REJECTS-COUNT
               MOVE EVENT-CODE(EVENT-IDX) TO REJECTS-REASON
               PERFORM SET-REJECT-MEANING
               MOVE REJECTS-TEXT TO TRACE-TEXT
           END-IF.
           MOVE TRACE-LINE TO OUT-LINE.
           PERFORM EMIT-LINE.

      * THE REASON CODES THE SCORING PASSES WRITE TO REJCTDD.
       SET-REJECT-MEANING SECTION.
           EVALUATE REJECTS-REASON
               WHEN "COUNT"
                   MOVE "TRAILER LINE COUNT WRONG" TO REJECTS-MEANING
               WHEN "HASH "
                   MOVE "TRAILER HASH TOTAL WRONG" TO REJECTS-MEANING
               WHEN "BADTR"
                   MOVE "TRAILER NOT NUMERIC" TO REJECTS-MEANING
               WHEN "BADID"
                   MOVE "TRAILER ID NOT THE HEADER'S" TO REJECTS-MEANING
               WHEN "NOTRL"
                   MOVE "NO TRAILER BEFORE END OF FILE"
                       TO REJECTS-MEANING
               WHEN "ORPHN"
                   MOVE "TRAILER WITH NO BATCH OPEN" TO REJECTS-MEANING
               WHEN OTHER
                   MOVE SPACES TO REJECTS-MEANING
           END-EVALUATE.

       NOTE-OUTCOME SECTION.
           MOVE ZERO TO CANDIDATE-RANK.
           EVALUATE EVENT-STAGE(EVENT-IDX)
               WHEN 3
                   IF EVENT-CODE(EVENT-IDX) = "ACCEPTED" THEN
                       MOVE 7 TO CANDIDATE-RANK
                   ELSE
                       MOVE 1 TO CANDIDATE-RANK
                   END-IF
               WHEN 5
                   IF EVENT-CODE(EVENT-IDX) = "REFUSED" THEN
                       MOVE 2 TO CANDIDATE-RANK
                   END-IF
               WHEN 6
                   MOVE 3 TO CANDIDATE-RANK
               WHEN 7
                   IF EVENT-CODE(EVENT-IDX) = "REJECTED" THEN
                       MOVE 4 TO CANDIDATE-RANK
                   ELSE
                       MOVE 5 TO CANDIDATE-RANK
                   END-IF
               WHEN 8
                   MOVE 6 TO CANDIDATE-RANK
               WHEN 9
                   MOVE 8 TO CANDIDATE-RANK
           END-EVALUATE.
           IF CANDIDATE-RANK > OUTCOME-RANK THEN
               MOVE CANDIDATE-RANK TO OUTCOME-RANK
               IF CANDIDATE-RANK = 7 THEN
                   MOVE EVENT-DATE(EVENT-IDX) TO OUTCOME-NIGHT
               ELSE
                   MOVE EVENT-NIGHT(EVENT-IDX) TO OUTCOME-NIGHT
               END-IF
           END-IF.

       PRINT-OUTCOME SECTION.
           MOVE SPACES TO OUTCOME-TEXT.
           MOVE OUTCOME-NIGHT TO OUTCOME-NIGHT-DATE.
           MOVE SPACES TO OUTCOME-NIGHT-BODY.
           EVALUATE OUTCOME-RANK
               WHEN 8
                   MOVE "CONTRIBUTED THROUGH ITS BATCH ADJUSTMENT"
                       TO OUTCOME-NIGHT-BODY
               WHEN 7
                   MOVE "CONTRIBUTED AS ACCEPTED BY THE SCORING PASS"
                       TO OUTCOME-NIGHT-BODY
               WHEN 6
                   MOVE "RELEASED - CONTRIBUTES WHEN ADJ-POST POSTS "
                       TO OUTCOME-NIGHT-BODY
                   MOVE "BADJDD" TO OUTCOME-NIGHT-BODY(44:6)
               WHEN 5
                   MOVE "APPROVED - AWAITING RELEASE BY ADJ-REL"
                       TO OUTCOME-NIGHT-BODY
               WHEN 4
                   MOVE "ADJUSTMENT REJECTED - NOTHING CONTRIBUTED"
                       TO OUTCOME-NIGHT-BODY
               WHEN 3
                   MOVE "ADJUSTMENT AWAITING APPROVAL"
                       TO OUTCOME-NIGHT-BODY
               WHEN 2
                   MOVE "RESUBMISSION REFUSED - NOTHING CONTRIBUTED"
                       TO OUTCOME-TEXT
               WHEN 1
                   MOVE "REJECTED, NOT YET RESUBMITTED - NOTHING "
                       TO OUTCOME-TEXT
                   MOVE "CONTRIBUTED" TO OUTCOME-TEXT(41:11)
               WHEN OTHER
                   MOVE "NOT SCORED - NOTHING CONTRIBUTED"
                       TO OUTCOME-TEXT
           END-EVALUATE.
           IF OUTCOME-RANK > 2 THEN
               MOVE OUTCOME-NIGHT-TEXT TO OUTCOME-TEXT
               IF OUTCOME-NIGHT = ZERO THEN
                   MOVE "UNKNOWN " TO OUTCOME-TEXT(7:8)
               END-IF
           END-IF.
           MOVE OUTCOME-LINE TO OUT-LINE.
           PERFORM EMIT-LINE.

      * AN ANSWER LINE GOES TO THE CONSOLE IN A SESSION AND TO THE
      * REPORT IN BATCH MODE.
       EMIT-LINE SECTION.
           IF BATCH-MODE THEN
               MOVE OUT-LINE TO TRACE-REPORT-RECORD
               PERFORM WRITE-TRACE-REPORT
           ELSE
               DISPLAY OUT-LINE(1:113)
           END-IF.

       WRITE-BATCH-SUMMARY SECTION.
           MOVE SPACES TO TRACE-REPORT-RECORD.
           PERFORM WRITE-TRACE-REPORT.
           MOVE "REQUESTS READ" TO COUNT-LABEL.
           MOVE REQUEST-COUNT TO COUNT-VALUE.
           MOVE SPACES TO TRACE-REPORT-RECORD.
           MOVE COUNT-LINE TO TRACE-REPORT-RECORD.
           PERFORM WRITE-TRACE-REPORT.
           MOVE "REQUESTS ANSWERED" TO COUNT-LABEL.
           MOVE TRACE-COUNT TO COUNT-VALUE.
           MOVE SPACES TO TRACE-REPORT-RECORD.
           MOVE COUNT-LINE TO TRACE-REPORT-RECORD.
           PERFORM WRITE-TRACE-REPORT.
           MOVE "REQUESTS MISSED" TO COUNT-LABEL.
           MOVE MISS-COUNT TO COUNT-VALUE.
           MOVE SPACES TO TRACE-REPORT-RECORD.
           MOVE COUNT-LINE TO TRACE-REPORT-RECORD.
           PERFORM WRITE-TRACE-REPORT.

       WRITE-TRACE-REPORT SECTION.
           WRITE TRACE-REPORT-RECORD.
           IF TRACE-REPORT-STATUS NOT = "00" THEN
               DISPLAY "TRACE REPORT WRITE FAILED WITH STATUS ",
                   TRACE-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
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
               MOVE 8 TO RETURN-CODE
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
               MOVE 8 TO RETURN-CODE
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
           MOVE TRACE-COUNT TO RUN-LOG-RECORDS-W.
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
           MOVE "BAT-TRC" TO RUN-LOG-PROGRAM.
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

       CLOSE-FILE SECTION.
           IF BATCH-MODE THEN
               CLOSE REQUEST-FILE
               IF REQUEST-STATUS NOT = "00" THEN
                   DISPLAY "REQUEST FILE CLOSE FAILED WITH STATUS ",
                       REQUEST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE TRACE-REPORT-FILE
               IF TRACE-REPORT-STATUS NOT = "00" THEN
                   DISPLAY "TRACE REPORT CLOSE FAILED WITH STATUS ",
                       TRACE-REPORT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF SEENS-ON-FILE THEN
               CLOSE SEEN-FILE
               IF SEEN-STATUS NOT = "00" THEN
                   DISPLAY "SEEN-BATCH MASTER CLOSE FAILED WITH ",
                       "STATUS ",
                       SEEN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF SUPPLIERS-ON-FILE THEN
               CLOSE SUPPLIER-FILE
               IF SUPPLIER-STATUS NOT = "00" THEN
                   DISPLAY "SUPPLIER MASTER CLOSE FAILED WITH STATUS ",
                       SUPPLIER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF QUEUES-ON-FILE THEN
               CLOSE APPROVAL-QUEUE-FILE
               IF QUEUE-STATUS NOT = "00" THEN
                   DISPLAY "APPROVAL QUEUE CLOSE FAILED WITH STATUS ",
                       QUEUE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
