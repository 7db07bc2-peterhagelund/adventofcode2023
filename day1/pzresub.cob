      *     VARIABLE SELECTS ("1" NUMERIC-ONLY AS IN PUZZLE1.COB,
      *     "2" - THE DEFAULT - WORD-DIGIT AS IN PUZZLE2.COB), THE
      *     SAME SELECTOR EXCP-FIX IN EXCPFIX.COB USES
      *   - QUEUES A BATCH-LEVEL ADJUSTMENT CARRYING THE SCORE TO
      *     FOLD INTO THE NIGHT THE BATCH BELONGED TO, AND WRITES A
      *     CLOSURE RECORD TO CLOSEDD (OPENED EXTEND) SO THE BATCH
      *     CAN BE TRACKED FROM REJECTION TO RESOLUTION.
      * A RESOLVED BATCH ALSO CLOSES ITS OPEN ENTRIES ON THE KEYED
      * REJREGDD REJECT REGISTER THE SCORING PASSES KEEP (SEE
      * CLOSE-REGISTER-ENTRIES); A REFUSED BATCH STAYS OPEN THERE.
      * THE ADJUSTMENT LANDS PENDING ON THE KEYED APPRQDD APPROVAL
      * QUEUE, STAMPED WITH THE USER WHO RAN THE RESUBMISSION AND
      * CARRYING THE ORIGINAL REJECTED TEXT FROM REJCTDD BESIDE A
      * SUMMARY OF THE RESUBMITTED BATCH. A SECOND OPERATOR REVIEWS
      * IT IN ADJ-APR IN ADJAPR.COB, AND ONLY AN APPROVED ENTRY IS
      * WRITTEN TO BADJDD, BY ADJ-REL IN ADJREL.COB, FOR ADJ-POST
      * TO POST (OR, WHEN THE NIGHT'S PERIOD HAS SINCE BEEN CLOSED
      * BY PER-CLS, TO ROUTE TO PPADJDD UNDER THE BATCH ID). A BATCH
      * WHOSE ADJUSTMENT IS ALREADY APPROVED IS NOT REQUEUED AND THE
      * RUN ENDS WITH RETURN CODE 4.
      * NEITHER REJCTDD NOR BATCHDD CARRIES A DATE, SO THE NIGHT THE
      * BATCH BELONGED TO CANNOT BE DERIVED FROM THE INPUTS: THE
      * OPERATOR NAMES IT IN THE ORIGDATE ENVIRONMENT VARIABLE
      * (YYYYMMDD, THE SAME WAY SCORER IS TAKEN) AND THAT DATE IS
      * STAMPED ON THE QUEUED ADJUSTMENT. THE JOB REFUSES TO RUN
      * WITHOUT IT. THE CLOSURE RECORD CARRIES THE RESUBMISSION
      * DATE - THE DAY THE BATCH WAS RESOLVED. THE WORD-DIGIT SCAN
      * USES THE CTLGENDD WORDDD GENERATION IN FORCE ON ORIGDATE, SO
      * THE BATCH IS SCORED WITH THE WORD TABLE ITS OWN NIGHT USED;
      * THE GENERATION IS SHOWN ON THE REPORT TITLE.
      * A RESUBMITTED BATCH THAT FAILS VALIDATION AGAIN, OR WAS NOT
      * ON THE REJECT FILE AT ALL, PRODUCES NO ADJUSTMENT AND THE
      * RUN ENDS WITH RETURN CODE 8. THE RESUBMISSION REPORT GOES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WORD-STATUS.
           SELECT GENERATION-FILE ASSIGN TO CTLGENDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GENERATION-KEY
           FILE STATUS IS GENERATION-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO APPRQDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUEUE-KEY
           FILE STATUS IS QUEUE-STATUS.
           SELECT CLOSURE-FILE ASSIGN TO CLOSEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLOSURE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO REJREGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTER-KEY
           FILE STATUS IS REGISTER-STATUS.
           SELECT RESUB-REPORT-FILE ASSIGN TO RSBRPTDD
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
       FD  CLOSURE-FILE.
       01  CLOSURE-RECORD.
           05  CLOSURE-BATCH-ID    PIC X(8).
           05  CLOSURE-SUM         PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CLOSURE-STATUS-TEXT PIC X(8).
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
       FD  RESUB-REPORT-FILE.
       01  RESUB-REPORT-RECORD     PIC X(132).
       FD  BUSINESS-DATE-FILE.
       01  REJECT-STATUS           PIC X(2).
       01  BATCH-STATUS            PIC X(2).
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
       01  QUEUE-STATUS            PIC X(2).
       01  CLOSURE-STATUS          PIC X(2).
       01  REGISTER-STATUS         PIC X(2).
       01  REGISTER-CLOSED-COUNT   PIC 9(4).
       01  QUEUE-HOLD              PIC X(508).
       01  RESUB-REPORT-STATUS     PIC X(2).
       01  ALERTF-STATUS           PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
           88 NUMERIC-SCORER          VALUE "1".
           88 WORD-SCORER             VALUE "2".
       01  RUN-DATE                PIC 9(8).
       01  RUN-TIME-RAW.
           05  RUN-TIME-HHMMSS     PIC 9(6).
           05  FILLER              PIC 9(2).
       01  RUN-USER                PIC X(8) VALUE SPACES.
       01  ORIGINAL-NIGHT-DATE     PIC 9(8).
       01  ENV-DATE-VALUE          PIC X(8).
       01  REC-LEN                 PIC 9(4) VALUE ZERO.
       01  BATCH-UNSCORED          PIC 9(6) VALUE ZERO.
       01  BATCH-FAIL-REASON       PIC X(5).
       01  ORIGINAL-REASON         PIC X(5).
       01  ORIGINAL-TEXT           PIC X(200).
       01  REJECT-FOUND-SWITCH     PIC X.
           88 REJECT-FOUND            VALUE "Y".
       01  BATCHDD-FOUND-SWITCH    PIC X.
       01  REJ-TALLY               PIC 9(2).
       01  BATCHES-RESOLVED        PIC 9(4) VALUE ZERO.
       01  BATCHES-REFUSED         PIC 9(4) VALUE ZERO.
       01  BATCHES-HELD            PIC 9(4) VALUE ZERO.
       01  QUEUE-HELD-SWITCH       PIC X VALUE "N".
           88 QUEUE-WAS-HELD          VALUE "Y".
       01  ORPHAN-LINES            PIC 9(6) VALUE ZERO.
       01  HASH-IDX                PIC 9(4).
       01  HASH-DIGIT              PIC 9.
               05  DIGIT-TEXT      PIC X(5).
               05  DIGIT-LEN       PIC 9.
               05  DIGIT-VALUE     PIC 9.
      * THE APPROVER SEES THE FIRST REJECTED LINE AS THE ORIGINAL
      * TEXT AND THIS SUMMARY OF THE RESUBMITTED BATCH AS THE
      * REPAIRED TEXT.
       01  RESUB-SUMMARY.
           05  FILLER              PIC X(12) VALUE "RESUBMITTED ".
           05  SUMMARY-BATCH-ID    PIC X(8).
           05  FILLER              PIC X(14) VALUE " ORIG REASON ".
           05  SUMMARY-REASON      PIC X(5).
           05  FILLER              PIC X(7) VALUE " LINES ".
           05  SUMMARY-LINES       PIC ZZZZZ9.
           05  FILLER              PIC X(6) VALUE " HASH ".
           05  SUMMARY-HASH        PIC 9(8).
           05  FILLER              PIC X(5) VALUE " SUM ".
           05  SUMMARY-SUM         PIC ZZZZZ9.
           05  FILLER              PIC X(10) VALUE " UNSCORED ".
           05  SUMMARY-UNSCORED    PIC ZZZZZ9.
       01  TITLE-LINE.
           05  FILLER              PIC X(31)
               VALUE "BATCH RESUBMISSION REPORT      ".
           05  TITLE-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(11) VALUE "  SCORER = ".
           05  TITLE-SCORER        PIC X.
           05  FILLER              PIC X(13) VALUE "  WORD GEN = ".
           05  TITLE-WORD-GEN      PIC 9(4).
           05  FILLER              PIC X(15)
               VALUE "  ORIG NIGHT = ".
           05  TITLE-ORIG-DATE     PIC 9(8).
           05  TRAILER-REFUSED     PIC ZZZ9.
           05  FILLER              PIC X(17) VALUE "  ORPHAN LINES = ".
           05  TRAILER-ORPHANS     PIC ZZZZZ9.
           05  FILLER              PIC X(21)
               VALUE "  ALREADY APPROVED = ".
           05  TRAILER-HELD        PIC ZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           DISPLAY "BATCHES RESOLVED = ", BATCHES-RESOLVED.
           DISPLAY "BATCHES REFUSED = ", BATCHES-REFUSED.
           DISPLAY "ORPHAN LINES = ", ORPHAN-LINES.
           DISPLAY "BATCHES ALREADY APPROVED, NOT REQUEUED = ",
               BATCHES-HELD.
           IF BATCHES-HELD > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF BATCHES-REFUSED > ZERO OR ORPHAN-LINES > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "PZ-RESUB" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
           END-IF.
           MOVE ENV-DATE-VALUE TO ORIGINAL-NIGHT-DATE.
           PERFORM GET-BUSINESS-DATE.
           ACCEPT RUN-TIME-RAW FROM TIME.
           ACCEPT RUN-USER FROM ENVIRONMENT "USER".
           IF RUN-USER = SPACES THEN
               ACCEPT RUN-USER FROM ENVIRONMENT "LOGNAME"
           END-IF.
           IF RUN-USER = SPACES THEN
               MOVE "UNKNOWN" TO RUN-USER
           END-IF.
           OPEN INPUT RESUBMIT-FILE.
           IF RESUBMIT-STATUS NOT = "00" THEN
               DISPLAY "RESUBMISSION FILE OPEN FAILED WITH STATUS ",
               STOP RUN
           END-IF.
           IF WORD-SCORER THEN
               PERFORM OPEN-GENERATION-FILE
               PERFORM LOAD-WORD-GENERATION
               PERFORM SORT-DIGIT-TABLE
               PERFORM CLOSE-GENERATION-FILE
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
           OPEN OUTPUT RESUB-REPORT-FILE.
           IF RESUB-REPORT-STATUS NOT = "00" THEN
               DISPLAY "RESUBMISSION REPORT OPEN FAILED WITH STATUS ",
           END-IF.
           MOVE RUN-DATE TO TITLE-RUN-DATE.
           MOVE SCORER-SWITCH TO TITLE-SCORER.
           MOVE WORD-GENERATION TO TITLE-WORD-GEN.
           MOVE ORIGINAL-NIGHT-DATE TO TITLE-ORIG-DATE.
           MOVE SPACES TO RESUB-REPORT-RECORD.
           MOVE TITLE-LINE TO RESUB-REPORT-RECORD.
           MOVE COLUMN-LINE TO RESUB-REPORT-RECORD.
           PERFORM WRITE-RESUB-REPORT.

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
           MOVE ORIGINAL-NIGHT-DATE TO GENERATION-WANTED-DATE.
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
                   " IN FORCE FOR ", ORIGINAL-NIGHT-DATE
               EXIT SECTION
           END-IF.
           IF GENERATIONS-ON-FILE THEN
               DISPLAY "NO WORDDD GENERATION IN FORCE FOR ",
                   ORIGINAL-NIGHT-DATE, " - USING WORDDD AS IT STANDS"
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
      * REFUSED AT ITS TRAILER.
       CHECK-ORIGINAL-REJECTION SECTION.
           MOVE SPACES TO ORIGINAL-REASON.
           MOVE SPACES TO ORIGINAL-TEXT.
           MOVE "N" TO REJECT-FOUND-SWITCH.
           MOVE "N" TO BATCHDD-FOUND-SWITCH.
           OPEN INPUT REJECT-FILE.
                           MOVE "Y" TO REJECT-FOUND-SWITCH
                           IF ORIGINAL-REASON = SPACES THEN
                               MOVE REJECT-REASON TO ORIGINAL-REASON
                               MOVE REJECT-TEXT TO ORIGINAL-TEXT
                           END-IF
                       END-IF
                   ELSE

       RESOLVE-BATCH SECTION.
           ADD 1 TO BATCHES-RESOLVED.
           PERFORM QUEUE-ADJUSTMENT.
           PERFORM WRITE-CLOSURE.
           PERFORM WRITE-DETAIL.
           MOVE "N" TO BATCH-SWITCH.
           DISPLAY "BATCH ", BATCH-ID, " RESOLVED - LINES ",
               BATCH-LINE-COUNT, " SUM ", BATCH-SUM.

      * THE QUEUE IS KEYED BY SOURCE, ORIGINAL NIGHT AND BATCH ID. A
      * PENDING OR REJECTED ENTRY FOR THE SAME BATCH IS REPLACED AND
      * GOES BACK FOR REVIEW; AN APPROVED, RELEASED OR POSTED ONE IS
      * NEVER OVERLAID - THE DELTA THE CHECKER SIGNED OFF IS THE
      * DELTA THAT POSTS.
       QUEUE-ADJUSTMENT SECTION.
           MOVE "N" TO QUEUE-HELD-SWITCH.
           MOVE BATCH-ID TO SUMMARY-BATCH-ID.
           MOVE ORIGINAL-REASON TO SUMMARY-REASON.
           MOVE BATCH-LINE-COUNT TO SUMMARY-LINES.
           MOVE BATCH-HASH TO SUMMARY-HASH.
           MOVE BATCH-SUM TO SUMMARY-SUM.
           MOVE BATCH-UNSCORED TO SUMMARY-UNSCORED.
           MOVE SPACES TO QUEUE-RECORD.
           MOVE "PZ-RESUB" TO QUEUE-SOURCE.
           MOVE ORIGINAL-NIGHT-DATE TO QUEUE-RUN-DATE.
           MOVE BATCH-ID TO QUEUE-REF.
           MOVE ZERO TO QUEUE-LINE-NO.
           MOVE "P" TO QUEUE-STATE.
           IF NUMERIC-SCORER THEN
               MOVE "PUZZLE-1" TO QUEUE-PROGRAM
           ELSE
               MOVE "PUZZLE-2" TO QUEUE-PROGRAM
           END-IF.
           MOVE BATCH-LINE-COUNT TO QUEUE-LINES.
           MOVE BATCH-SUM TO QUEUE-DELTA.
           MOVE RUN-USER TO QUEUE-MAKER.
           MOVE RUN-DATE TO QUEUE-MADE-DATE.
           MOVE RUN-TIME-HHMMSS TO QUEUE-MADE-TIME.
           MOVE ZERO TO QUEUE-DECIDED-DATE.
           MOVE ZERO TO QUEUE-DECIDED-TIME.
           MOVE ZERO TO QUEUE-RELEASED-DATE.
           MOVE ORIGINAL-TEXT TO QUEUE-ORIGINAL-TEXT.
           MOVE RESUB-SUMMARY TO QUEUE-REPAIRED-TEXT.
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
               ADD 1 TO BATCHES-HELD
               MOVE "Y" TO QUEUE-HELD-SWITCH
               DISPLAY "BATCH ", BATCH-ID, " ALREADY APPROVED - ",
                   "NOT REQUEUED"
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

       REFUSE-BATCH SECTION.
           ADD 1 TO BATCHES-REFUSED.
           PERFORM WRITE-CLOSURE.
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF BATCH-FAIL-REASON = SPACES THEN
               PERFORM CLOSE-REGISTER-ENTRIES
           END-IF.

      * THE REGISTER IS KEYED BY BUSINESS DATE FIRST, AND THE NIGHT
      * OF THE REJECTION IS ONLY WHAT THE OPERATOR SAYS IN ORIGDATE,
      * SO IT IS WALKED IN FULL AND EVERY OPEN ENTRY FOR THE BATCH
      * UNDER THE CLOSURE RECORD'S REASON CODE IS CLOSED AS OF THE
      * CLOSURE DATE. A BATCH REJECTED BEFORE THE REGISTER EXISTED
      * HAS NOTHING TO CLOSE, WHICH IS ONLY NOTED.
       CLOSE-REGISTER-ENTRIES SECTION.
           MOVE ZERO TO REGISTER-CLOSED-COUNT.
           MOVE LOW-VALUES TO REGISTER-KEY.
           START REGISTER-FILE KEY NOT < REGISTER-KEY
               INVALID KEY MOVE "23" TO REGISTER-STATUS
           END-START.
           PERFORM UNTIL REGISTER-STATUS NOT = "00"
               READ REGISTER-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF REGISTER-STATUS = "00"
                   AND REGISTER-BATCH-ID = CLOSURE-BATCH-ID
                   AND REGISTER-REASON = CLOSURE-REASON
                   AND REGISTER-STATE = "O" THEN
                   MOVE "C" TO REGISTER-STATE
                   MOVE CLOSURE-RUN-DATE TO REGISTER-CLOSED-DATE
                   REWRITE REGISTER-RECORD
                   IF REGISTER-STATUS NOT = "00" THEN
                       DISPLAY "REJECT REGISTER REWRITE FAILED WITH ",
                           "STATUS ", REGISTER-STATUS
                       MOVE "WRITE" TO ALERT-OPERATION
                       MOVE "REJREGDD" TO ALERT-FILE-NAME
                       MOVE REGISTER-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
                   ADD 1 TO REGISTER-CLOSED-COUNT
               END-IF
           END-PERFORM.
           IF REGISTER-STATUS NOT = "10"
               AND REGISTER-STATUS NOT = "23" THEN
               DISPLAY "REJECT REGISTER READ FAILED WITH STATUS ",
                   REGISTER-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "REJREGDD" TO ALERT-FILE-NAME
               MOVE REGISTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF REGISTER-CLOSED-COUNT = ZERO THEN
               DISPLAY "BATCH ", BATCH-ID, " HAS NO OPEN ENTRY ON ",
                   "THE REJECT REGISTER"
           END-IF.

       WRITE-DETAIL SECTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE BATCH-SUM TO DETAIL-SUM.
           MOVE BATCH-UNSCORED TO DETAIL-UNSCORED.
           IF BATCH-FAIL-REASON = SPACES THEN
               IF QUEUE-WAS-HELD THEN
                   MOVE "APPROVED" TO DETAIL-RESULT
               ELSE
                   MOVE "QUEUED" TO DETAIL-RESULT
               END-IF
           ELSE
               MOVE BATCH-FAIL-REASON TO DETAIL-RESULT
           END-IF.
           MOVE BATCHES-RESOLVED TO TRAILER-RESOLVED.
           MOVE BATCHES-REFUSED TO TRAILER-REFUSED.
           MOVE ORPHAN-LINES TO TRAILER-ORPHANS.
           MOVE BATCHES-HELD TO TRAILER-HELD.
           MOVE SPACES TO RESUB-REPORT-RECORD.
           MOVE TRAILER-LINE TO RESUB-REPORT-RECORD.
           PERFORM WRITE-RESUB-REPORT.
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
           CLOSE RESUB-REPORT-FILE.
           IF RESUB-REPORT-STATUS NOT = "00" THEN
               DISPLAY "RESUBMISSION REPORT CLOSE FAILED WITH ",
