      * COPY OF THE EXCEPTION FILE (THE EXCPTDD RECORDS AFTER THE
      * OPERATORS HAVE REPAIRED THE TEXT) FROM FIXEDDD, RUNS THE SAME
      * DIGIT-SCORING LOGIC THE NIGHTLY PASS USES ON JUST THOSE LINES,
      * AND QUEUES ONE ADJUSTMENT PER REPAIRED LINE CARRYING THE
      * DELTA TO APPLY TO THE RUN'S TOTAL. AN EXCEPTION LINE
      * CONTRIBUTED NOTHING TO SUM-OF-ALL-DIGITS, SO THE DELTA IS
      * SIMPLY THE REPAIRED LINE'S SCORE. AN ADJUSTMENTS REPORT TIES
      * EACH REPAIRED LINE BACK TO ITS ORIGINAL EXCEPTION-LINE-NO.
      * THE NUMERIC-ONLY SCAN IN PUZZLE1.COB, "2" (THE DEFAULT) FOR
      * THE WORD-DIGIT SCAN IN PUZZLE2.COB, SO EXCEPTIONS FROM EITHER
      * PASS CAN BE REPROCESSED WITH THE LOGIC THAT RAISED THEM.
      * THE WORD-DIGIT SCAN USES THE CTLGENDD WORDDD GENERATION IN
      * FORCE FOR THE BDATEDD BUSINESS DATE, SO A PAST NIGHT'S
      * EXCEPTIONS RE-SCORED WITH BDATEDD NAMING THAT NIGHT GET THE
      * WORD TABLE THAT NIGHT RAN WITH. THE GENERATION IS SHOWN ON
      * THE REPORT TITLE.
      * THE DELTAS DO NOT GO STRAIGHT TO ADJSTDD: EACH ONE LANDS
      * PENDING ON THE KEYED APPRQDD APPROVAL QUEUE, STAMPED WITH THE
      * USER WHO RAN THE REPAIR AND CARRYING THE ORIGINAL EXCEPTION
      * TEXT (LOOKED UP ON EXCPTDD) BESIDE THE REPAIRED TEXT, SO A
      * SECOND OPERATOR CAN REVIEW IT IN ADJ-APR IN ADJAPR.COB. ONLY
      * APPROVED ENTRIES ARE RELEASED TO ADJSTDD, BY ADJ-REL IN
      * ADJREL.COB, FOR ADJ-POST. RE-QUEUEING A LINE THAT IS STILL
      * PENDING OR WAS REJECTED REPLACES THE ENTRY FOR A FRESH
      * REVIEW; A LINE ALREADY APPROVED IS LEFT ALONE, REPORTED, AND
      * THE RUN ENDS WITH RETURN CODE 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WORD-STATUS.
           SELECT GENERATION-FILE ASSIGN TO CTLGENDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GENERATION-KEY
           FILE STATUS IS GENERATION-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO EXCPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXCEPTION-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO APPRQDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUEUE-KEY
           FILE STATUS IS QUEUE-STATUS.
           SELECT ADJUST-REPORT-FILE ASSIGN TO ADJRPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  WORD-TEXT           PIC X(5).
           05  WORD-LEN            PIC 9.
           05  WORD-VALUE          PIC 9.
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
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXCEPTION-FILE-ID   PIC X(8).
           05  FILLER              PIC X(1).
           05  EXCEPTION-LINE-NO   PIC 9(6).
           05  FILLER              PIC X(1).
           05  EXCEPTION-TEXT      PIC X(200).
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
       FD  ADJUST-REPORT-FILE.
       01  ADJUST-REPORT-RECORD    PIC X(132).
       FD  BUSINESS-DATE-FILE.
       WORKING-STORAGE SECTION.
       01  REPAIR-STATUS           PIC X(2).
       01  WORD-STATUS             PIC X(2).
       01  GENERATION-STATUS       PIC X(2).
       01  GENERATION-FILE-SWITCH  PIC X VALUE "N".
           88 GENERATIONS-ON-FILE     VALUE "Y".
       01  GENERATION-FOUND-SWITCH PIC X VALUE "N".
           88 GENERATION-IN-FORCE     VALUE "Y".
       01  GENERATION-WANTED-ID    PIC X(8).
       01  GENERATION-WANTED-DATE  PIC 9(8).
       01  GENERATION-IN-FORCE-NO  PIC 9(4).
       01  WORD-GENERATION         PIC 9(4) VALUE ZERO.
       01  G-IDX                   PIC 9(2).
       01  EXCEPTION-STATUS        PIC X(2).
       01  QUEUE-STATUS            PIC X(2).
       01  EXCEPTION-FILE-SWITCH   PIC X VALUE "N".
           88 EXCEPTIONS-ON-FILE      VALUE "Y".
       01  ORIGINAL-FOUND-SWITCH   PIC X.
           88 ORIGINAL-FOUND          VALUE "Y".
       01  QUEUE-HOLD              PIC X(508).
       01  ADJUST-REPORT-STATUS    PIC X(2).
       01  ALERTF-STATUS           PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
           88 NUMERIC-SCORER          VALUE "1".
           88 WORD-SCORER             VALUE "2".
       01  RUN-DATE                PIC 9(8).
       01  RUN-TIME-RAW.
           05  RUN-TIME-HHMMSS     PIC 9(6).
           05  FILLER              PIC 9(2).
       01  RUN-USER                PIC X(8) VALUE SPACES.
       01  REC-LEN                 PIC 9(4) VALUE ZERO.
       01  DIGIT-COUNT             PIC 9(2) VALUE ZERO.
       01  REPAIRED-COUNT          PIC 9(6) VALUE ZERO.
       01  UNSCORED-COUNT          PIC 9(6) VALUE ZERO.
       01  HELD-COUNT              PIC 9(6) VALUE ZERO.
       01  TOTAL-DELTA             PIC 9(6) VALUE ZERO.
       01  SUM-OF-DIGITS           PIC 9(4).
       01  IDX                     PIC 9(4).
           05  TITLE-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(11) VALUE "  SCORER = ".
           05  TITLE-SCORER        PIC X.
           05  FILLER              PIC X(13) VALUE "  WORD GEN = ".
           05  TITLE-WORD-GEN      PIC 9(4).
       01  COLUMN-LINE.
           05  FILLER              PIC X(11) VALUE "  FILE-ID  ".
           05  FILLER              PIC X(9) VALUE "LINE-NO  ".
           05  FILLER              PIC X(13) VALUE "  UNSCORED = ".
           05  TRAILER-UNSCORED    PIC ZZZZZ9.
           05  FILLER              PIC X(25)
               VALUE "  TOTAL DELTA QUEUED   = ".
           05  TRAILER-DELTA       PIC ZZZZZ9.
           05  FILLER              PIC X(21)
               VALUE "  ALREADY APPROVED = ".
           05  TRAILER-HELD        PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM CLOSE-FILE.
           DISPLAY "LINES REPAIRED = ", REPAIRED-COUNT.
           DISPLAY "LINES STILL UNSCORED = ", UNSCORED-COUNT.
           DISPLAY "TOTAL DELTA QUEUED FOR APPROVAL = ", TOTAL-DELTA.
           DISPLAY "LINES ALREADY APPROVED, NOT REQUEUED = ",
               HELD-COUNT.
           IF UNSCORED-COUNT > ZERO OR HELD-COUNT > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "EXCP-FIX" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
               MOVE "2" TO SCORER-SWITCH
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           ACCEPT RUN-TIME-RAW FROM TIME.
           ACCEPT RUN-USER FROM ENVIRONMENT "USER".
           IF RUN-USER = SPACES THEN
               ACCEPT RUN-USER FROM ENVIRONMENT "LOGNAME"
           END-IF.
           IF RUN-USER = SPACES THEN
               MOVE "UNKNOWN" TO RUN-USER
           END-IF.
           OPEN INPUT REPAIR-FILE.
           IF REPAIR-STATUS NOT = "00" THEN
               DISPLAY "REPAIR FILE OPEN FAILED WITH STATUS ",
               STOP RUN
           END-IF.
           IF WORD-SCORER THEN
               PERFORM OPEN-GENERATION-FILE
               PERFORM LOAD-WORD-GENERATION
               PERFORM SORT-DIGIT-TABLE
               PERFORM CLOSE-GENERATION-FILE
           END-IF.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-STATUS = "35" THEN
               DISPLAY "EXCEPTION FILE MISSING - ORIGINAL TEXT NOT ",
                   "SHOWN TO THE APPROVER"
           ELSE
               IF EXCEPTION-STATUS NOT = "00" THEN
                   DISPLAY "EXCEPTION FILE OPEN FAILED WITH STATUS ",
                       EXCEPTION-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "EXCPTDD" TO ALERT-FILE-NAME
                   MOVE EXCEPTION-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               MOVE "Y" TO EXCEPTION-FILE-SWITCH
               CLOSE EXCEPTION-FILE
           END-IF.
           OPEN I-O APPROVAL-QUEUE-FILE.
           IF QUEUE-STATUS = "35" THEN
               OPEN OUTPUT APPROVAL-QUEUE-FILE
               IF QUEUE-STATUS = "00" THEN
                   CLOSE APPROVAL-QUEUE-FILE
                   OPEN I-O APPROVAL-QUEUE-FILE
               END-IF
           END-IF.
           IF QUEUE-STATUS NOT = "00" THEN
               DISPLAY "APPROVAL QUEUE OPEN FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "APPRQDD" TO ALERT-FILE-NAME
               MOVE QUEUE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           END-IF.
           MOVE RUN-DATE TO TITLE-RUN-DATE.
           MOVE SCORER-SWITCH TO TITLE-SCORER.
           MOVE WORD-GENERATION TO TITLE-WORD-GEN.
           MOVE SPACES TO ADJUST-REPORT-RECORD.
           MOVE TITLE-LINE TO ADJUST-REPORT-RECORD.
           PERFORM WRITE-ADJUST-REPORT.
           MOVE COLUMN-LINE TO ADJUST-REPORT-RECORD.
           PERFORM WRITE-ADJUST-REPORT.

      * CTLGENDD KEEPS EVERY CERTIFIED WORD TABLE (WORD-CHK IN
      * WORDCHK.COB) AND EVERY SAVED THRESHOLD RECORD (CTL-MNT IN
      * CTLMNT.COB) AS A NUMBERED GENERATION CARRYING THE BUSINESS
      * DATE IT TAKES EFFECT FROM. WITH NO GENERATION MASTER THE
      * FLAT CONTROL FILES ARE USED AS THEY STAND - THE OLD BEHAVIOR.
       OPEN-GENERATION-FILE SECTION.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-STATUS = "35" THEN
               DISPLAY "NO CONTROL GENERATIONS ON FILE - USING THE ",
                   "CONTROL FILES AS THEY STAND"
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

       CLOSE-GENERATION-FILE SECTION.
           IF NOT GENERATIONS-ON-FILE THEN
               EXIT SECTION
           END-IF.
           CLOSE GENERATION-FILE.
           IF GENERATION-STATUS NOT = "00" THEN
               DISPLAY "GENERATION FILE CLOSE FAILED WITH STATUS ",
                   GENERATION-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "CTLGENDD" TO ALERT-FILE-NAME
               MOVE GENERATION-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE "N" TO GENERATION-FILE-SWITCH.

      * THE GENERATION IN FORCE ON A BUSINESS DATE IS THE HIGHEST
      * NUMBERED ONE WHOSE EFFECTIVE-FROM DATE IS NOT AFTER IT. A
      * NEW GENERATION CAN NEVER TAKE EFFECT BEFORE THE BUSINESS DATE
      * IT WAS MADE ON, SO RE-SCORING AN EARLIER NIGHT ALWAYS GETS
      * THE VALUES THAT NIGHT RAN WITH. THE CHOSEN GENERATION IS LEFT
      * IN THE GENERATION RECORD AREA.
       FIND-GENERATION SECTION.
           MOVE "N" TO GENERATION-FOUND-SWITCH.
           IF NOT GENERATIONS-ON-FILE THEN
               EXIT SECTION
           END-IF.
           MOVE ZERO TO GENERATION-IN-FORCE-NO.
           MOVE GENERATION-WANTED-ID TO GENERATION-FILE-ID.
           MOVE ZERO TO GENERATION-NUMBER.
           START GENERATION-FILE KEY NOT < GENERATION-KEY
               INVALID KEY MOVE "23" TO GENERATION-STATUS
           END-START.
           PERFORM UNTIL GENERATION-STATUS NOT = "00"
               READ GENERATION-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF GENERATION-STATUS = "00" THEN
                   IF GENERATION-FILE-ID NOT = GENERATION-WANTED-ID
                       THEN
                       MOVE "10" TO GENERATION-STATUS
                   ELSE
                       IF GENERATION-EFFECTIVE-DATE
                           NOT > GENERATION-WANTED-DATE THEN
                           MOVE GENERATION-NUMBER
                               TO GENERATION-IN-FORCE-NO
                           MOVE "Y" TO GENERATION-FOUND-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF GENERATION-STATUS NOT = "10"
               AND GENERATION-STATUS NOT = "23" THEN
               DISPLAY "GENERATION FILE READ FAILED WITH STATUS ",
                   GENERATION-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "CTLGENDD" TO ALERT-FILE-NAME
               MOVE GENERATION-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF NOT GENERATION-IN-FORCE THEN
               EXIT SECTION
           END-IF.
           MOVE GENERATION-WANTED-ID TO GENERATION-FILE-ID.
           MOVE GENERATION-IN-FORCE-NO TO GENERATION-NUMBER.
           READ GENERATION-FILE
               INVALID KEY MOVE "23" TO GENERATION-STATUS
           END-READ.
           IF GENERATION-STATUS NOT = "00" THEN
               DISPLAY "GENERATION FILE READ FAILED WITH STATUS ",
                   GENERATION-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "CTLGENDD" TO ALERT-FILE-NAME
               MOVE GENERATION-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

      * THE WORD TABLE COMES FROM THE WORDDD GENERATION IN FORCE FOR
      * THE NIGHT BEING SCORED. ONLY WHEN NO GENERATION COVERS THAT
      * NIGHT IS THE FLAT WORDDD FILE LOADED, AND THE RUN THEN
      * RECORDS GENERATION ZERO.
       LOAD-WORD-GENERATION SECTION.
           MOVE "WORDDD" TO GENERATION-WANTED-ID.
           MOVE RUN-DATE TO GENERATION-WANTED-DATE.
           PERFORM FIND-GENERATION.
           IF GENERATION-IN-FORCE THEN
               MOVE GENERATION-NUMBER TO WORD-GENERATION
               PERFORM VARYING G-IDX FROM 1 BY 1
                   UNTIL G-IDX > GENERATION-ROWS OR G-IDX > 20
                   ADD 1 TO DIGIT-COUNT
                   MOVE GENERATION-WORD-TEXT(G-IDX)
                       TO DIGIT-TEXT(DIGIT-COUNT)
                   MOVE GENERATION-WORD-LEN(G-IDX)
                       TO DIGIT-LEN(DIGIT-COUNT)
                   MOVE GENERATION-WORD-VALUE(G-IDX)
                       TO DIGIT-VALUE(DIGIT-COUNT)
               END-PERFORM
               IF DIGIT-COUNT = 0 THEN
                   DISPLAY "WORD GENERATION ", WORD-GENERATION,
                       " IS EMPTY"
                   STOP RUN
               END-IF
               DISPLAY "WORD TABLE GENERATION ", WORD-GENERATION,
                   " IN FORCE FOR ", RUN-DATE
               EXIT SECTION
           END-IF.
           IF GENERATIONS-ON-FILE THEN
               DISPLAY "NO WORDDD GENERATION IN FORCE FOR ", RUN-DATE,
                   " - USING WORDDD AS IT STANDS"
           END-IF.
           OPEN INPUT WORD-FILE.
           IF WORD-STATUS NOT = "00" THEN
               DISPLAY "WORD FILE OPEN FAILED WITH STATUS ",
                   WORD-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "WORDDD" TO ALERT-FILE-NAME
               MOVE WORD-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM LOAD-DIGIT-TABLE.
           CLOSE WORD-FILE.
           IF WORD-STATUS NOT = "00" THEN
               DISPLAY "WORD FILE CLOSE FAILED WITH STATUS ",
                   WORD-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "WORDDD" TO ALERT-FILE-NAME
               MOVE WORD-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       LOAD-DIGIT-TABLE SECTION.
           PERFORM UNTIL WORD-STATUS = "10" OR DIGIT-COUNT = 20
               READ WORD-FILE
           MOVE REPAIR-TEXT(1:60) TO DETAIL-TEXT.
           IF DIGIT-FOUND THEN
               ADD 1 TO REPAIRED-COUNT
               PERFORM QUEUE-ADJUSTMENT
               MOVE SUM-OF-DIGITS TO DETAIL-DELTA
           ELSE
               ADD 1 TO UNSCORED-COUNT
               END-IF
           END-IF.

      * THE QUEUE IS KEYED BY SOURCE, RUN DATE, FILE ID AND LINE
      * NUMBER, SO A SECOND REPAIR OF THE SAME LINE FINDS THE FIRST.
      * A PENDING OR REJECTED ENTRY IS REPLACED AND GOES BACK FOR
      * REVIEW; AN APPROVED, RELEASED OR POSTED ONE IS NEVER
      * OVERLAID - THE DELTA THE CHECKER SIGNED OFF IS THE DELTA
      * THAT POSTS.
       QUEUE-ADJUSTMENT SECTION.
           PERFORM FIND-ORIGINAL-TEXT.
           MOVE SPACES TO QUEUE-RECORD.
           MOVE "EXCP-FIX" TO QUEUE-SOURCE.
           MOVE RUN-DATE TO QUEUE-RUN-DATE.
           MOVE REPAIR-FILE-ID TO QUEUE-REF.
           MOVE REPAIR-LINE-NO TO QUEUE-LINE-NO.
           MOVE "P" TO QUEUE-STATE.
           IF NUMERIC-SCORER THEN
               MOVE "PUZZLE-1" TO QUEUE-PROGRAM
           ELSE
               MOVE "PUZZLE-2" TO QUEUE-PROGRAM
           END-IF.
           MOVE 1 TO QUEUE-LINES.
           MOVE SUM-OF-DIGITS TO QUEUE-DELTA.
           MOVE RUN-USER TO QUEUE-MAKER.
           MOVE RUN-DATE TO QUEUE-MADE-DATE.
           MOVE RUN-TIME-HHMMSS TO QUEUE-MADE-TIME.
           MOVE ZERO TO QUEUE-DECIDED-DATE.
           MOVE ZERO TO QUEUE-DECIDED-TIME.
           MOVE ZERO TO QUEUE-RELEASED-DATE.
           IF ORIGINAL-FOUND THEN
               MOVE EXCEPTION-TEXT TO QUEUE-ORIGINAL-TEXT
           ELSE
               MOVE "*** ORIGINAL EXCEPTION NOT FOUND ON EXCPTDD ***"
                   TO QUEUE-ORIGINAL-TEXT
           END-IF.
           MOVE REPAIR-TEXT TO QUEUE-REPAIRED-TEXT.
           MOVE QUEUE-RECORD TO QUEUE-HOLD.
           WRITE QUEUE-RECORD
               INVALID KEY
                   PERFORM REQUEUE-ADJUSTMENT
                   EXIT SECTION
           END-WRITE.
           IF QUEUE-STATUS NOT = "00" THEN
               DISPLAY "APPROVAL QUEUE WRITE FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "APPRQDD" TO ALERT-FILE-NAME
               MOVE QUEUE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           ADD SUM-OF-DIGITS TO TOTAL-DELTA.
           MOVE "QUEUED" TO DETAIL-VERDICT.

       REQUEUE-ADJUSTMENT SECTION.
           READ APPROVAL-QUEUE-FILE KEY IS QUEUE-KEY.
           IF QUEUE-STATUS NOT = "00" THEN
               DISPLAY "APPROVAL QUEUE READ FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "APPRQDD" TO ALERT-FILE-NAME
               MOVE QUEUE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF QUEUE-APPROVED OR QUEUE-RELEASED OR QUEUE-POSTED THEN
               ADD 1 TO HELD-COUNT
               DISPLAY "LINE ", REPAIR-LINE-NO, " OF ", REPAIR-FILE-ID,
                   " ALREADY APPROVED - NOT REQUEUED"
               MOVE "ALREADY APPRVD" TO DETAIL-VERDICT
               EXIT SECTION
           END-IF.
           MOVE QUEUE-HOLD TO QUEUE-RECORD.
           REWRITE QUEUE-RECORD.
           IF QUEUE-STATUS NOT = "00" THEN
               DISPLAY "APPROVAL QUEUE REWRITE FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "APPRQDD" TO ALERT-FILE-NAME
               MOVE QUEUE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           ADD SUM-OF-DIGITS TO TOTAL-DELTA.
           MOVE "REQUEUED" TO DETAIL-VERDICT.

      * THE EXCEPTION FILE IS SCANNED FOR THE ORIGINAL OF EACH
      * REPAIRED LINE, THE SAME OPEN-READ-CLOSE PATTERN ADJ-POST
      * USES ON ITS POSTING LOG. JOB CONTROL POINTS EXCPTDD AT THE
      * NIGHT THE REPAIRS BELONG TO.
       FIND-ORIGINAL-TEXT SECTION.
           MOVE "N" TO ORIGINAL-FOUND-SWITCH.
           IF NOT EXCEPTIONS-ON-FILE THEN
               EXIT SECTION
           END-IF.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-STATUS NOT = "00" THEN
               DISPLAY "EXCEPTION FILE OPEN FAILED WITH STATUS ",
                   EXCEPTION-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "EXCPTDD" TO ALERT-FILE-NAME
               MOVE EXCEPTION-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM UNTIL EXCEPTION-STATUS = "10" OR ORIGINAL-FOUND
               READ EXCEPTION-FILE
               IF EXCEPTION-STATUS = "00" THEN
                   IF EXCEPTION-FILE-ID = REPAIR-FILE-ID
                       AND EXCEPTION-LINE-NO = REPAIR-LINE-NO THEN
                       MOVE "Y" TO ORIGINAL-FOUND-SWITCH
                   END-IF
               ELSE
                   IF EXCEPTION-STATUS NOT = "10" THEN
                       DISPLAY "EXCEPTION FILE READ FAILED WITH ",
                           "STATUS ", EXCEPTION-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "EXCPTDD" TO ALERT-FILE-NAME
                       MOVE EXCEPTION-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EXCEPTION-FILE.
           IF EXCEPTION-STATUS NOT = "00" THEN
               DISPLAY "EXCEPTION FILE CLOSE FAILED WITH STATUS ",
                   EXCEPTION-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "EXCPTDD" TO ALERT-FILE-NAME
               MOVE EXCEPTION-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE REPAIRED-COUNT TO TRAILER-REPAIRED.
           MOVE UNSCORED-COUNT TO TRAILER-UNSCORED.
           MOVE TOTAL-DELTA TO TRAILER-DELTA.
           MOVE HELD-COUNT TO TRAILER-HELD.
           MOVE SPACES TO ADJUST-REPORT-RECORD.
           MOVE TRAILER-LINE TO ADJUST-REPORT-RECORD.
           PERFORM WRITE-ADJUST-REPORT.
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE APPROVAL-QUEUE-FILE.
           IF QUEUE-STATUS NOT = "00" THEN
               DISPLAY "APPROVAL QUEUE CLOSE FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "APPRQDD" TO ALERT-FILE-NAME
               MOVE QUEUE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
