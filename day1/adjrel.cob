       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJ-REL.
      *
      * ADJUSTMENT RELEASE PASS - THE ONLY WAY AN ADJUSTMENT REACHES
      * ADJ-POST IN ADJPOST.COB. EXCP-FIX IN EXCPFIX.COB AND PZ-RESUB
      * IN PZRESUB.COB QUEUE THEIR DELTAS PENDING ON THE KEYED
      * APPRQDD APPROVAL QUEUE, AND A SECOND USER DECIDES EACH ONE IN
      * ADJ-APR IN ADJAPR.COB. THIS STEP WALKS THE QUEUE FOR THE
      * SCORING PROGRAM SELECTED BY THE SCORER ENVIRONMENT VARIABLE
      * ("1" FOR PUZZLE-1, "2" - THE DEFAULT - FOR PUZZLE-2) AND
      * WRITES EVERY APPROVED ENTRY TO THE FILE ADJ-POST READS:
      *   - AN EXCP-FIX REPAIR BECOMES AN ADJSTDD LINE ADJUSTMENT,
      *   - A PZ-RESUB BATCH BECOMES A BADJDD BATCH ADJUSTMENT.
      * A RELEASED ENTRY IS MARKED RELEASED ON THE QUEUE WITH THE
      * BUSINESS DATE, AND THE RELEASE IS LOGGED TO THE CTLAUDDD
      * AUDIT TRAIL (OPENED EXTEND) NEXT TO THE APPROVAL ITSELF.
      * BOTH OUTPUT FILES ARE REBUILT EVERY RUN, AND AN ENTRY
      * RELEASED EARLIER THAT ADJ-POST HAS NOT YET MARKED POSTED IS
      * WRITTEN AGAIN, SO A RERUN PRODUCES THE SAME FILES AND AN
      * ADJUSTMENT THAT COULD NOT POST (NO HISTORY RECORD YET, A
      * FAILED STEP) IS OFFERED AGAIN THE NEXT NIGHT. AN ENTRY
      * MARKED POSTED IS NEVER RELEASED AGAIN. PENDING ENTRIES ARE
      * LISTED ON THE RELRPTDD RELEASE REPORT AND HELD BACK, AND THE
      * RUN ENDS WITH RETURN CODE 4 WHILE ANY ARE WAITING. REJECTED
      * ENTRIES ARE NEVER RELEASED. WITH NO QUEUE ON FILE THE STEP
      * WRITES EMPTY ADJUSTMENT FILES AND ENDS CLEAN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO APPRQDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUEUE-KEY
           FILE STATUS IS QUEUE-STATUS.
           SELECT ADJUST-FILE ASSIGN TO ADJSTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ADJUST-STATUS.
           SELECT BATCH-ADJUST-FILE ASSIGN TO BADJDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BATCH-ADJUST-STATUS.
           SELECT CONTROL-AUDIT-FILE ASSIGN TO CTLAUDDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONTROL-AUDIT-STATUS.
           SELECT RELEASE-REPORT-FILE ASSIGN TO RELRPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RELEASE-REPORT-STATUS.
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
       FD  ADJUST-FILE.
       01  ADJUST-RECORD.
           05  ADJUST-RUN-DATE     PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ADJUST-FILE-ID      PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ADJUST-LINE-NO      PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ADJUST-DELTA        PIC 9(4).
       FD  BATCH-ADJUST-FILE.
       01  BATCH-ADJUST-RECORD.
           05  BATCH-ADJUST-RUN-DATE   PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BATCH-ADJUST-ID         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BATCH-ADJUST-LINES      PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BATCH-ADJUST-DELTA      PIC 9(6).
       FD  CONTROL-AUDIT-FILE.
       01  CONTROL-AUDIT-RECORD.
           05  AUDIT-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AUDIT-RUN-TIME      PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AUDIT-USER          PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AUDIT-FILE-ID       PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AUDIT-FIELD         PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AUDIT-OLD-VALUE     PIC X(53).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AUDIT-NEW-VALUE     PIC X(53).
       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-RECORD   PIC X(132).
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
       01  QUEUE-STATUS            PIC X(2).
       01  ADJUST-STATUS           PIC X(2).
       01  BATCH-ADJUST-STATUS     PIC X(2).
       01  CONTROL-AUDIT-STATUS    PIC X(2).
       01  RELEASE-REPORT-STATUS   PIC X(2).
       01  QUEUE-FILE-SWITCH       PIC X VALUE "N".
           88 QUEUE-ON-FILE           VALUE "Y".
       01  ALERTF-STATUS           PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
       01  RUN-LOG-RC-W        PIC 9(3).
       01  RUN-LOG-TIME-RAW.
           05  RUN-LOG-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  BUSINESS-DATE-STATUS PIC X(2).
       01  SCORER-SWITCH           PIC X VALUE "2".
           88 NUMERIC-SCORER          VALUE "1".
           88 WORD-SCORER             VALUE "2".
       01  TARGET-PROGRAM          PIC X(8) VALUE "PUZZLE-2".
       01  RUN-DATE                PIC 9(8).
       01  RUN-TIME-RAW.
           05  RUN-TIME-HHMMSS     PIC 9(6).
           05  FILLER              PIC 9(2).
       01  RUN-USER                PIC X(8) VALUE SPACES.
       01  ENTRIES-READ            PIC 9(6) VALUE ZERO.
       01  ENTRIES-RELEASED        PIC 9(6) VALUE ZERO.
       01  ENTRIES-REISSUED        PIC 9(6) VALUE ZERO.
       01  ENTRIES-PENDING         PIC 9(6) VALUE ZERO.
       01  ENTRIES-REJECTED        PIC 9(6) VALUE ZERO.
       01  ENTRIES-POSTED          PIC 9(6) VALUE ZERO.
       01  LINES-WRITTEN           PIC 9(6) VALUE ZERO.
       01  BATCHES-WRITTEN         PIC 9(6) VALUE ZERO.
       01  OLD-IMAGE               PIC X(53).
       01  NEW-IMAGE               PIC X(53).
       01  KEY-IMAGE.
           05  KEY-IMAGE-SOURCE    PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  KEY-IMAGE-DATE      PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  KEY-IMAGE-REF       PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  KEY-IMAGE-LINE      PIC 9(6).
       01  RELEASE-IMAGE.
           05  FILLER              PIC X(9) VALUE "RELEASED ".
           05  RELEASE-IMAGE-DATE  PIC 9(8).
           05  FILLER              PIC X(9) VALUE " CHECKER ".
           05  RELEASE-IMAGE-CHECKER PIC X(8).
           05  FILLER              PIC X(7) VALUE " DELTA ".
           05  RELEASE-IMAGE-DELTA PIC 9(6).
       01  TITLE-LINE.
           05  FILLER              PIC X(31)
               VALUE "ADJUSTMENT RELEASE REPORT      ".
           05  FILLER              PIC X(11) VALUE "RUN DATE = ".
           05  TITLE-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(12) VALUE "  PROGRAM = ".
           05  TITLE-PROGRAM       PIC X(8).
       01  COLUMN-LINE.
           05  FILLER              PIC X(10) VALUE "  SOURCE  ".
           05  FILLER              PIC X(10) VALUE "NIGHT     ".
           05  FILLER              PIC X(10) VALUE "REF       ".
           05  FILLER              PIC X(8) VALUE "LINE    ".
           05  FILLER              PIC X(8) VALUE "   DELTA".
           05  FILLER              PIC X(10) VALUE "  MAKER   ".
           05  FILLER              PIC X(10) VALUE "CHECKER   ".
           05  FILLER              PIC X(10) VALUE "RESULT".
       01  DETAIL-LINE.
           05  FILLER              PIC X(2).
           05  DETAIL-SOURCE       PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-RUN-DATE     PIC 9(8).
           05  FILLER              PIC X(2).
           05  DETAIL-REF          PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-LINE-NO      PIC 9(6).
           05  FILLER              PIC X(4).
           05  DETAIL-DELTA        PIC ZZZZZ9.
           05  FILLER              PIC X(2).
           05  DETAIL-MAKER        PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-CHECKER      PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-RESULT       PIC X(10).
       01  TRAILER-LINE.
           05  FILLER              PIC X(11) VALUE "RELEASED = ".
           05  TRAILER-RELEASED    PIC ZZZZZ9.
           05  FILLER              PIC X(13) VALUE "  REISSUED = ".
           05  TRAILER-REISSUED    PIC ZZZZZ9.
           05  FILLER              PIC X(12) VALUE "  PENDING = ".
           05  TRAILER-PENDING     PIC ZZZZZ9.
           05  FILLER              PIC X(13) VALUE "  REJECTED = ".
           05  TRAILER-REJECTED    PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           IF QUEUE-ON-FILE THEN
               PERFORM RELEASE-APPROVED
           END-IF.
           PERFORM WRITE-TRAILER.
           PERFORM CLOSE-FILE.
           DISPLAY "QUEUE ENTRIES READ = ", ENTRIES-READ.
           DISPLAY "ADJUSTMENTS RELEASED = ", ENTRIES-RELEASED.
           DISPLAY "ADJUSTMENTS REISSUED = ", ENTRIES-REISSUED.
           DISPLAY "ADJSTDD LINES WRITTEN = ", LINES-WRITTEN.
           DISPLAY "BADJDD BATCHES WRITTEN = ", BATCHES-WRITTEN.
           DISPLAY "ADJUSTMENTS AWAITING APPROVAL = ", ENTRIES-PENDING.
           DISPLAY "ADJUSTMENTS REJECTED = ", ENTRIES-REJECTED.
           DISPLAY "ADJUSTMENTS ALREADY POSTED = ", ENTRIES-POSTED.
           IF ENTRIES-PENDING > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "ADJ-REL" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
               STOP RUN
           END-IF.
           ACCEPT SCORER-SWITCH FROM ENVIRONMENT "SCORER".
           IF NOT NUMERIC-SCORER AND NOT WORD-SCORER THEN
               MOVE "2" TO SCORER-SWITCH
           END-IF.
           IF NUMERIC-SCORER THEN
               MOVE "PUZZLE-1" TO TARGET-PROGRAM
           ELSE
               MOVE "PUZZLE-2" TO TARGET-PROGRAM
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
           OPEN I-O APPROVAL-QUEUE-FILE.
           IF QUEUE-STATUS = "00" THEN
               MOVE "Y" TO QUEUE-FILE-SWITCH
           ELSE
               IF QUEUE-STATUS = "35" THEN
                   DISPLAY "NO APPROVAL QUEUE ON FILE - NOTHING ",
                       "TO RELEASE"
               ELSE
                   DISPLAY "APPROVAL QUEUE OPEN FAILED WITH STATUS ",
                       QUEUE-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "APPRQDD" TO ALERT-FILE-NAME
                   MOVE QUEUE-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT ADJUST-FILE.
           IF ADJUST-STATUS NOT = "00" THEN
               DISPLAY "ADJUSTMENT FILE OPEN FAILED WITH STATUS ",
                   ADJUST-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "ADJSTDD" TO ALERT-FILE-NAME
               MOVE ADJUST-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN OUTPUT BATCH-ADJUST-FILE.
           IF BATCH-ADJUST-STATUS NOT = "00" THEN
               DISPLAY "BATCH ADJUSTMENT FILE OPEN FAILED WITH ",
                   "STATUS ", BATCH-ADJUST-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "BADJDD" TO ALERT-FILE-NAME
               MOVE BATCH-ADJUST-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN EXTEND CONTROL-AUDIT-FILE.
           IF CONTROL-AUDIT-STATUS = "35" THEN
               OPEN OUTPUT CONTROL-AUDIT-FILE
           END-IF.
           IF CONTROL-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT FILE OPEN FAILED WITH STATUS ",
                   CONTROL-AUDIT-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "CTLAUDDD" TO ALERT-FILE-NAME
               MOVE CONTROL-AUDIT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN OUTPUT RELEASE-REPORT-FILE.
           IF RELEASE-REPORT-STATUS NOT = "00" THEN
               DISPLAY "RELEASE REPORT OPEN FAILED WITH STATUS ",
                   RELEASE-REPORT-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "RELRPTDD" TO ALERT-FILE-NAME
               MOVE RELEASE-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE RUN-DATE TO TITLE-RUN-DATE.
           MOVE TARGET-PROGRAM TO TITLE-PROGRAM.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           MOVE TITLE-LINE TO RELEASE-REPORT-RECORD.
           PERFORM WRITE-RELEASE-REPORT.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           PERFORM WRITE-RELEASE-REPORT.
           MOVE COLUMN-LINE TO RELEASE-REPORT-RECORD.
           PERFORM WRITE-RELEASE-REPORT.

      * ONLY ENTRIES SCORED WITH TONIGHT'S PROGRAM ARE TOUCHED - THE
      * OTHER SCORER'S ADJUSTMENTS WAIT FOR A RUN UNDER THAT SCORER.
       RELEASE-APPROVED SECTION.
           MOVE LOW-VALUES TO QUEUE-KEY.
           START APPROVAL-QUEUE-FILE KEY NOT < QUEUE-KEY
               INVALID KEY MOVE "23" TO QUEUE-STATUS
           END-START.
           PERFORM UNTIL QUEUE-STATUS NOT = "00"
               READ APPROVAL-QUEUE-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF QUEUE-STATUS = "00" THEN
                   IF QUEUE-PROGRAM = TARGET-PROGRAM THEN
                       ADD 1 TO ENTRIES-READ
                       PERFORM RELEASE-ONE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           IF QUEUE-STATUS NOT = "10"
               AND QUEUE-STATUS NOT = "23" THEN
               DISPLAY "APPROVAL QUEUE READ FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "APPRQDD" TO ALERT-FILE-NAME
               MOVE QUEUE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       RELEASE-ONE-ENTRY SECTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE QUEUE-SOURCE TO DETAIL-SOURCE.
           MOVE QUEUE-RUN-DATE TO DETAIL-RUN-DATE.
           MOVE QUEUE-REF TO DETAIL-REF.
           MOVE QUEUE-LINE-NO TO DETAIL-LINE-NO.
           MOVE QUEUE-DELTA TO DETAIL-DELTA.
           MOVE QUEUE-MAKER TO DETAIL-MAKER.
           MOVE QUEUE-CHECKER TO DETAIL-CHECKER.
           IF QUEUE-REJECTED THEN
               ADD 1 TO ENTRIES-REJECTED
               EXIT SECTION
           END-IF.
           IF QUEUE-PENDING THEN
               ADD 1 TO ENTRIES-PENDING
               MOVE SPACES TO DETAIL-CHECKER
               MOVE "PENDING" TO DETAIL-RESULT
               PERFORM WRITE-DETAIL
               EXIT SECTION
           END-IF.
           IF QUEUE-POSTED THEN
               ADD 1 TO ENTRIES-POSTED
               EXIT SECTION
           END-IF.
           IF QUEUE-RELEASED THEN
               ADD 1 TO ENTRIES-REISSUED
               PERFORM WRITE-ADJUSTMENT
               MOVE "REISSUED" TO DETAIL-RESULT
               PERFORM WRITE-DETAIL
               EXIT SECTION
           END-IF.
           PERFORM WRITE-ADJUSTMENT.
           MOVE "X" TO QUEUE-STATE.
           MOVE RUN-DATE TO QUEUE-RELEASED-DATE.
           REWRITE QUEUE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF QUEUE-STATUS NOT = "00" THEN
               DISPLAY "APPROVAL QUEUE REWRITE FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "APPRQDD" TO ALERT-FILE-NAME
               MOVE QUEUE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           ADD 1 TO ENTRIES-RELEASED.
           PERFORM AUDIT-RELEASE.
           MOVE "RELEASED" TO DETAIL-RESULT.
           PERFORM WRITE-DETAIL.

      * A LINE NUMBER OF ZERO MARKS A WHOLE-BATCH ADJUSTMENT.
       WRITE-ADJUSTMENT SECTION.
           IF QUEUE-SOURCE = "PZ-RESUB" THEN
               MOVE SPACES TO BATCH-ADJUST-RECORD
               MOVE QUEUE-RUN-DATE TO BATCH-ADJUST-RUN-DATE
               MOVE QUEUE-REF TO BATCH-ADJUST-ID
               MOVE QUEUE-LINES TO BATCH-ADJUST-LINES
               MOVE QUEUE-DELTA TO BATCH-ADJUST-DELTA
               WRITE BATCH-ADJUST-RECORD
               IF BATCH-ADJUST-STATUS NOT = "00" THEN
                   DISPLAY "BATCH ADJUSTMENT FILE WRITE FAILED WITH ",
                       "STATUS ", BATCH-ADJUST-STATUS
                   MOVE "WRITE" TO ALERT-OPERATION
                   MOVE "BADJDD" TO ALERT-FILE-NAME
                   MOVE BATCH-ADJUST-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
               ADD 1 TO BATCHES-WRITTEN
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ADJUST-RECORD.
           MOVE QUEUE-RUN-DATE TO ADJUST-RUN-DATE.
           MOVE QUEUE-REF TO ADJUST-FILE-ID.
           MOVE QUEUE-LINE-NO TO ADJUST-LINE-NO.
           MOVE QUEUE-DELTA TO ADJUST-DELTA.
           WRITE ADJUST-RECORD.
           IF ADJUST-STATUS NOT = "00" THEN
               DISPLAY "ADJUSTMENT FILE WRITE FAILED WITH STATUS ",
                   ADJUST-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "ADJSTDD" TO ALERT-FILE-NAME
               MOVE ADJUST-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           ADD 1 TO LINES-WRITTEN.

       AUDIT-RELEASE SECTION.
           MOVE QUEUE-SOURCE TO KEY-IMAGE-SOURCE.
           MOVE QUEUE-RUN-DATE TO KEY-IMAGE-DATE.
           MOVE QUEUE-REF TO KEY-IMAGE-REF.
           MOVE QUEUE-LINE-NO TO KEY-IMAGE-LINE.
           MOVE RUN-DATE TO RELEASE-IMAGE-DATE.
           MOVE QUEUE-CHECKER TO RELEASE-IMAGE-CHECKER.
           MOVE QUEUE-DELTA TO RELEASE-IMAGE-DELTA.
           MOVE "ADJUSTMENT" TO AUDIT-FIELD.
           MOVE SPACES TO OLD-IMAGE.
           MOVE KEY-IMAGE TO OLD-IMAGE.
           MOVE SPACES TO NEW-IMAGE.
           MOVE RELEASE-IMAGE TO NEW-IMAGE.
           PERFORM WRITE-CONTROL-AUDIT.
           MOVE "STATE" TO AUDIT-FIELD.
           MOVE SPACES TO OLD-IMAGE.
           MOVE "A" TO OLD-IMAGE(1:1).
           MOVE SPACES TO NEW-IMAGE.
           MOVE QUEUE-STATE TO NEW-IMAGE(1:1).
           PERFORM WRITE-CONTROL-AUDIT.

       WRITE-CONTROL-AUDIT SECTION.
           MOVE RUN-DATE TO AUDIT-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO AUDIT-RUN-TIME.
           MOVE RUN-USER TO AUDIT-USER.
           MOVE "APPRQDD" TO AUDIT-FILE-ID.
           MOVE OLD-IMAGE TO AUDIT-OLD-VALUE.
           MOVE NEW-IMAGE TO AUDIT-NEW-VALUE.
           WRITE CONTROL-AUDIT-RECORD.
           IF CONTROL-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT FILE WRITE FAILED WITH STATUS ",
                   CONTROL-AUDIT-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "CTLAUDDD" TO ALERT-FILE-NAME
               MOVE CONTROL-AUDIT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       WRITE-DETAIL SECTION.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           MOVE DETAIL-LINE TO RELEASE-REPORT-RECORD.
           PERFORM WRITE-RELEASE-REPORT.

       WRITE-TRAILER SECTION.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           PERFORM WRITE-RELEASE-REPORT.
           MOVE ENTRIES-RELEASED TO TRAILER-RELEASED.
           MOVE ENTRIES-REISSUED TO TRAILER-REISSUED.
           MOVE ENTRIES-PENDING TO TRAILER-PENDING.
           MOVE ENTRIES-REJECTED TO TRAILER-REJECTED.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           MOVE TRAILER-LINE TO RELEASE-REPORT-RECORD.
           PERFORM WRITE-RELEASE-REPORT.

       WRITE-RELEASE-REPORT SECTION.
           WRITE RELEASE-REPORT-RECORD.
           IF RELEASE-REPORT-STATUS NOT = "00" THEN
               DISPLAY "RELEASE REPORT WRITE FAILED WITH STATUS ",
                   RELEASE-REPORT-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "RELRPTDD" TO ALERT-FILE-NAME
               MOVE RELEASE-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       CLOSE-FILE SECTION.
           IF QUEUE-ON-FILE THEN
               CLOSE APPROVAL-QUEUE-FILE
               IF QUEUE-STATUS NOT = "00" THEN
                   DISPLAY "APPROVAL QUEUE CLOSE FAILED WITH STATUS ",
                       QUEUE-STATUS
                   MOVE "CLOSE" TO ALERT-OPERATION
                   MOVE "APPRQDD" TO ALERT-FILE-NAME
                   MOVE QUEUE-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           CLOSE ADJUST-FILE.
           IF ADJUST-STATUS NOT = "00" THEN
               DISPLAY "ADJUSTMENT FILE CLOSE FAILED WITH STATUS ",
                   ADJUST-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "ADJSTDD" TO ALERT-FILE-NAME
               MOVE ADJUST-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE BATCH-ADJUST-FILE.
           IF BATCH-ADJUST-STATUS NOT = "00" THEN
               DISPLAY "BATCH ADJUSTMENT FILE CLOSE FAILED WITH ",
                   "STATUS ", BATCH-ADJUST-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "BADJDD" TO ALERT-FILE-NAME
               MOVE BATCH-ADJUST-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE CONTROL-AUDIT-FILE.
           IF CONTROL-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT FILE CLOSE FAILED WITH STATUS ",
                   CONTROL-AUDIT-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "CTLAUDDD" TO ALERT-FILE-NAME
               MOVE CONTROL-AUDIT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE RELEASE-REPORT-FILE.
           IF RELEASE-REPORT-STATUS NOT = "00" THEN
               DISPLAY "RELEASE REPORT CLOSE FAILED WITH STATUS ",
                   RELEASE-REPORT-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "RELRPTDD" TO ALERT-FILE-NAME
               MOVE RELEASE-REPORT-STATUS TO ALERT-FILE-STATUS
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
      * CLOSES CLEAN. WHEN THE CONTROL FILE IS ABSENT THE SYSTEM
      * DATE IS USED.
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
           MOVE ENTRIES-RELEASED TO RUN-LOG-RECORDS-W.
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
           MOVE "ADJ-REL" TO RUN-LOG-PROGRAM.
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
