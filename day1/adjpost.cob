      * EXTEND SO THE LOG ACCUMULATES), AND AN ADJUSTMENT GROUP THAT
      * MATCHES A LOGGED POSTING - SAME RUN DATE, PROGRAM, RECORD
      * COUNT AND DELTA - IS REFUSED, SO RERUNNING THE JOB AGAINST
      * THE SAME ADJUSTMENT FILE CANNOT DOUBLE-POST A NIGHT. A RUN
      * DATE WHOSE MONTH PER-CLS IN PERCLS.COB HAS CLOSED ON THE
      * PERTOTDD PERIOD-TOTALS MASTER IS NOT POSTED - ITS GROUP IS
      * ROUTED TO THE PPADJDD PRIOR-PERIOD FILE (OPENED EXTEND) FOR
      * PPA-PST IN PPAPST.COB TO POST INTO THE CURRENT OPEN PERIOD,
      * AND THE RUN ENDS WITH RETURN CODE 4 IF NOTHING WORSE HAPPENED.
      * THE BATCH ADJUSTMENTS ON BADJDD, ONE PER BATCH PZ-RESUB IN
      * PZRESUB.COB RESOLVED, ARE POSTED THE SAME WAY BUT EACH AS A
      * GROUP OF ITS OWN UNDER ITS BATCH ID, AND A BATCH ALSO ADDS
      * ITS LINES BACK TO HISTORY-LINE-COUNT - THEY WERE BACKED OUT
      * OF THE NIGHT WHEN THE BATCH WAS REJECTED. A MISSING BADJDD
      * MEANS NO BATCHES TONIGHT. BOTH FILES ARE WRITTEN BY ADJ-REL
      * IN ADJREL.COB FROM THE APPRQDD APPROVAL QUEUE ONCE A SECOND
      * USER HAS APPROVED EACH ADJUSTMENT IN ADJ-APR IN ADJAPR.COB,
      * AND EVERY RECORD IS PROVED AGAINST THAT QUEUE BEFORE IT IS
      * GROUPED: ONE THAT IS NOT ON THE QUEUE, NOT RELEASED, OR
      * CARRIES A DIFFERENT DELTA, LINE COUNT OR PROGRAM FROM THE
      * ONE APPROVED IS REFUSED AS UNAPPROVED, LISTED, AND THE RUN
      * ENDS WITH RETURN CODE 8. THE POSTING LOG CARRIES THE GROUP
      * REFERENCE - ADJSTDD OR THE BATCH ID - SO TWO BATCHES OF THE
      * SAME NIGHT ARE NEVER TAKEN FOR ONE POSTED TWICE. A GROUP
      * ROUTED TO PPADJDD IS LOGGED TOO, MARKED ROUTED, SO THE SAME
      * GROUP PRESENTED AGAIN IS REFUSED RATHER THAN ROUTED A SECOND
      * TIME; READERS OF THE LOG TAKE ONLY THE UNMARKED RECORDS AS
      * POSTED TO HISTORY. ONCE THE GROUPS ARE DONE BOTH ADJUSTMENT
      * FILES ARE READ A SECOND TIME AND EVERY APPROVED RECORD WHOSE
      * GROUP POSTED, WAS ROUTED, OR WAS FOUND ALREADY ON THE LOG IS
      * MARKED POSTED ON APPRQDD, SO ADJ-REL NEVER RELEASES IT
      * AGAIN; AN ADJUSTMENT WHOSE GROUP FOUND NO HISTORY STAYS
      * RELEASED AND IS OFFERED AGAIN THE NEXT NIGHT.
      * EVERY CHANGE TO THE HISTDD MASTER IS JOURNALED TO JRNLDD
      * (SEE WRITE-JOURNAL) FOR FORWARD RECOVERY BY MST-RCV.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ADJUST-STATUS.
           SELECT BATCH-ADJUST-FILE ASSIGN TO BADJDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BATCH-ADJUST-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO APPRQDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUEUE-KEY
           FILE STATUS IS QUEUE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS POSTING-LOG-STATUS.
           SELECT PERIOD-FILE ASSIGN TO PERTOTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIOD-KEY
           FILE STATUS IS PERIOD-STATUS.
           SELECT PRIOR-ADJUST-FILE ASSIGN TO PPADJDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRIOR-ADJUST-STATUS.
           SELECT POSTING-REPORT-FILE ASSIGN TO PSTRPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS POSTING-REPORT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  ADJUST-LINE-NO      PIC 9(6).
           05  FILLER              PIC X(1).
           05  ADJUST-DELTA        PIC 9(4).
       FD  BATCH-ADJUST-FILE.
       01  BATCH-ADJUST-RECORD.
           05  BATCH-ADJUST-RUN-DATE   PIC 9(8).
           05  FILLER                  PIC X(1).
           05  BATCH-ADJUST-ID         PIC X(8).
           05  FILLER                  PIC X(1).
           05  BATCH-ADJUST-LINES      PIC 9(6).
           05  FILLER                  PIC X(1).
           05  BATCH-ADJUST-DELTA      PIC 9(6).
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
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HISTORY-KEY.
           05  POSTING-LOG-POSTED-DATE PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  POSTING-LOG-POSTED-TIME PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  POSTING-LOG-REF         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  POSTING-LOG-DISPOSITION PIC X(6).
               88  POSTING-LOG-ROUTED     VALUE "ROUTED".
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
       FD  PRIOR-ADJUST-FILE.
       01  PRIOR-ADJUST-RECORD.
           05  PRIOR-ADJUST-ORIG-DATE  PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRIOR-ADJUST-PROGRAM    PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRIOR-ADJUST-SOURCE     PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRIOR-ADJUST-REF        PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRIOR-ADJUST-COUNT      PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRIOR-ADJUST-DELTA      PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRIOR-ADJUST-ROUTED     PIC 9(8).
       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-RECORD   PIC X(132).
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
           05  ALERT-RETURN-CODE   PIC 9(3).
       WORKING-STORAGE SECTION.
       01  ADJUST-STATUS           PIC X(2).
       01  BATCH-ADJUST-STATUS     PIC X(2).
       01  QUEUE-STATUS            PIC X(2).
       01  BATCH-FILE-SWITCH       PIC X VALUE "N".
           88 BATCHES-ON-FILE         VALUE "Y".
       01  QUEUE-FILE-SWITCH       PIC X VALUE "N".
           88 QUEUE-ON-FILE           VALUE "Y".
       01  APPROVAL-SWITCH         PIC X.
           88 ADJUSTMENT-APPROVED     VALUE "Y".
       01  HISTORY-STATUS          PIC X(2).
       01  POSTING-LOG-STATUS      PIC X(2).
       01  POSTING-REPORT-STATUS   PIC X(2).
       01  PERIOD-STATUS           PIC X(2).
       01  PRIOR-ADJUST-STATUS     PIC X(2).
       01  PERIOD-FILE-SWITCH      PIC X VALUE "N".
           88 PERIODS-ON-FILE         VALUE "Y".
       01  PERIOD-LOCK-SWITCH      PIC X.
           88 PERIOD-IS-CLOSED        VALUE "Y".
       01  ALERTF-STATUS           PIC X(2).
       01  JOURNAL-STATUS      PIC X(2).
       01  JOURNAL-ACTION-W    PIC X.
       01  JOURNAL-TIME-RAW.
           05  JOURNAL-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
           05  RUN-TIME-HHMMSS     PIC 9(6).
           05  FILLER              PIC 9(2).
       01  ADJUSTMENTS-READ        PIC 9(6) VALUE ZERO.
       01  BATCHES-READ            PIC 9(6) VALUE ZERO.
       01  ADJUSTMENTS-UNAPPROVED  PIC 9(6) VALUE ZERO.
       01  GROUPS-POSTED           PIC 9(4) VALUE ZERO.
       01  GROUPS-REFUSED          PIC 9(4) VALUE ZERO.
       01  GROUPS-UNMATCHED        PIC 9(4) VALUE ZERO.
       01  GROUPS-ROUTED           PIC 9(4) VALUE ZERO.
       01  ENTRIES-MARKED          PIC 9(6) VALUE ZERO.
      * THE ADJUSTMENT FILE NORMALLY CARRIES ONE RUN DATE, BUT THE
      * DELTAS ARE GROUPED BY ADJUST-RUN-DATE ANYWAY SO A FILE THAT
      * SPANS A RERUN BOUNDARY STILL POSTS EACH NIGHT CORRECTLY.
      * ADJSTDD GROUPS CARRY "ADJSTDD" AS THEIR REFERENCE AND NO
      * LINES; A BATCH GROUP CARRIES ITS BATCH ID AND LINE COUNT.
       01  GROUP-COUNT             PIC 9(3) VALUE ZERO.
       01  G-IDX                   PIC 9(3).
       01  GROUP-TABLE.
               05  GROUP-RUN-DATE      PIC 9(8).
               05  GROUP-ADJ-COUNT     PIC 9(6).
               05  GROUP-DELTA         PIC 9(6).
               05  GROUP-REF           PIC X(8).
               05  GROUP-LINES         PIC 9(6).
               05  GROUP-SETTLED-SWITCH PIC X.
                   88  GROUP-SETTLED      VALUE "Y".
       01  GROUP-FOUND-SWITCH      PIC X.
           88 GROUP-FOUND             VALUE "Y".
       01  DUPLICATE-SWITCH        PIC X.
           88 ALREADY-POSTED          VALUE "Y".
           88 ALREADY-ROUTED          VALUE "R".
       01  SUM-BEFORE              PIC 9(6).
       01  SUM-AFTER               PIC 9(6).
       01  LOG-DISPOSITION-W       PIC X(6).
       01  TITLE-LINE.
           05  FILLER              PIC X(31)
               VALUE "ADJUSTMENT POSTING REPORT      ".
           05  TITLE-PROGRAM       PIC X(8).
       01  COLUMN-LINE.
           05  FILLER              PIC X(12) VALUE "  RUN DATE  ".
           05  FILLER              PIC X(10) VALUE "REF       ".
           05  FILLER              PIC X(13) VALUE "ADJUSTMENTS  ".
           05  FILLER              PIC X(9) VALUE "  DELTA  ".
           05  FILLER              PIC X(13) VALUE "  SUM BEFORE ".
       01  DETAIL-LINE.
           05  FILLER              PIC X(2).
           05  DETAIL-RUN-DATE     PIC 9(8).
           05  FILLER              PIC X(2).
           05  DETAIL-REF          PIC X(8).
           05  FILLER              PIC X(6).
           05  DETAIL-ADJ-COUNT    PIC ZZZZZ9.
           05  FILLER              PIC X(3).
           05  TRAILER-REFUSED     PIC ZZZ9.
           05  FILLER              PIC X(15) VALUE "  NO HISTORY = ".
           05  TRAILER-UNMATCHED   PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE "  ROUTED = ".
           05  TRAILER-ROUTED      PIC ZZZ9.
           05  FILLER              PIC X(15) VALUE "  UNAPPROVED = ".
           05  TRAILER-UNAPPROVED  PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM READ-ADJUSTMENTS.
           IF BATCHES-ON-FILE THEN
               PERFORM READ-BATCH-ADJUSTMENTS
           END-IF.
           PERFORM POST-GROUPS.
           IF QUEUE-ON-FILE THEN
               PERFORM MARK-QUEUE-POSTED
           END-IF.
           PERFORM WRITE-TRAILER.
           PERFORM CLOSE-FILE.
           DISPLAY "ADJUSTMENTS READ = ", ADJUSTMENTS-READ.
           DISPLAY "BATCH ADJUSTMENTS READ = ", BATCHES-READ.
           DISPLAY "ADJUSTMENTS REFUSED AS UNAPPROVED = ",
               ADJUSTMENTS-UNAPPROVED.
           DISPLAY "RUN DATES POSTED = ", GROUPS-POSTED.
           DISPLAY "RUN DATES REFUSED = ", GROUPS-REFUSED.
           DISPLAY "RUN DATES WITHOUT HISTORY = ", GROUPS-UNMATCHED.
           DISPLAY "RUN DATES ROUTED TO PRIOR PERIOD = ",
               GROUPS-ROUTED.
           DISPLAY "QUEUE ENTRIES MARKED POSTED = ", ENTRIES-MARKED.
           IF GROUPS-ROUTED > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF GROUPS-REFUSED > ZERO OR GROUPS-UNMATCHED > ZERO
               OR ADJUSTMENTS-UNAPPROVED > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "ADJ-POST" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN INPUT BATCH-ADJUST-FILE.
           IF BATCH-ADJUST-STATUS = "00" THEN
               MOVE "Y" TO BATCH-FILE-SWITCH
           ELSE
               IF BATCH-ADJUST-STATUS NOT = "35" THEN
                   DISPLAY "BATCH ADJUSTMENT FILE OPEN FAILED WITH ",
                       "STATUS ", BATCH-ADJUST-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "BADJDD" TO ALERT-FILE-NAME
                   MOVE BATCH-ADJUST-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O APPROVAL-QUEUE-FILE.
           IF QUEUE-STATUS = "00" THEN
               MOVE "Y" TO QUEUE-FILE-SWITCH
           ELSE
               IF QUEUE-STATUS NOT = "35" THEN
                   DISPLAY "APPROVAL QUEUE OPEN FAILED WITH STATUS ",
                       QUEUE-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "APPRQDD" TO ALERT-FILE-NAME
                   MOVE QUEUE-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
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
           OPEN I-O HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00" THEN
               DISPLAY "HISTORY FILE OPEN FAILED WITH STATUS ",
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00" THEN
               MOVE "Y" TO PERIOD-FILE-SWITCH
           ELSE
               IF PERIOD-STATUS NOT = "35" THEN
                   DISPLAY "PERIOD MASTER OPEN FAILED WITH STATUS ",
                       PERIOD-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "PERTOTDD" TO ALERT-FILE-NAME
                   MOVE PERIOD-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT POSTING-REPORT-FILE.
           IF POSTING-REPORT-STATUS NOT = "00" THEN
               DISPLAY "POSTING REPORT OPEN FAILED WITH STATUS ",
               READ ADJUST-FILE
               IF ADJUST-STATUS = "00" THEN
                   ADD 1 TO ADJUSTMENTS-READ
                   PERFORM CHECK-LINE-APPROVAL
                   IF ADJUSTMENT-APPROVED THEN
                       PERFORM ADD-TO-GROUP
                   END-IF
               ELSE
                   IF ADJUST-STATUS NOT = "10" THEN
                       DISPLAY "ADJUSTMENT FILE READ FAILED WITH ",
       ADD-TO-GROUP SECTION.
           MOVE "N" TO GROUP-FOUND-SWITCH.
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GROUP-COUNT
               IF GROUP-RUN-DATE(G-IDX) = ADJUST-RUN-DATE
                   AND GROUP-REF(G-IDX) = "ADJSTDD" THEN
                   MOVE "Y" TO GROUP-FOUND-SWITCH
                   ADD 1 TO GROUP-ADJ-COUNT(G-IDX)
                   ADD ADJUST-DELTA TO GROUP-DELTA(G-IDX)
           MOVE ADJUST-RUN-DATE TO GROUP-RUN-DATE(GROUP-COUNT).
           MOVE 1 TO GROUP-ADJ-COUNT(GROUP-COUNT).
           MOVE ADJUST-DELTA TO GROUP-DELTA(GROUP-COUNT).
           MOVE "ADJSTDD" TO GROUP-REF(GROUP-COUNT).
           MOVE ZERO TO GROUP-LINES(GROUP-COUNT).
           MOVE "N" TO GROUP-SETTLED-SWITCH(GROUP-COUNT).

       READ-BATCH-ADJUSTMENTS SECTION.
           PERFORM UNTIL BATCH-ADJUST-STATUS = "10"
               READ BATCH-ADJUST-FILE
               IF BATCH-ADJUST-STATUS = "00" THEN
                   ADD 1 TO BATCHES-READ
                   PERFORM CHECK-BATCH-APPROVAL
                   IF ADJUSTMENT-APPROVED THEN
                       PERFORM ADD-BATCH-GROUP
                   END-IF
               ELSE
                   IF BATCH-ADJUST-STATUS NOT = "10" THEN
                       DISPLAY "BATCH ADJUSTMENT FILE READ FAILED ",
                           "WITH STATUS ", BATCH-ADJUST-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "BADJDD" TO ALERT-FILE-NAME
                       MOVE BATCH-ADJUST-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.

       ADD-BATCH-GROUP SECTION.
           IF GROUP-COUNT = 100 THEN
               DISPLAY "ADJUSTMENT FILES SPAN MORE THAN 100 GROUPS ",
                   "- NOTHING POSTED"
               MOVE "READ" TO ALERT-OPERATION
               MOVE "BADJDD" TO ALERT-FILE-NAME
               MOVE BATCH-ADJUST-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           ADD 1 TO GROUP-COUNT.
           MOVE BATCH-ADJUST-RUN-DATE TO GROUP-RUN-DATE(GROUP-COUNT).
           MOVE BATCH-ADJUST-LINES TO GROUP-ADJ-COUNT(GROUP-COUNT).
           MOVE BATCH-ADJUST-DELTA TO GROUP-DELTA(GROUP-COUNT).
           MOVE BATCH-ADJUST-ID TO GROUP-REF(GROUP-COUNT).
           MOVE BATCH-ADJUST-LINES TO GROUP-LINES(GROUP-COUNT).
           MOVE "N" TO GROUP-SETTLED-SWITCH(GROUP-COUNT).

      * AN ADJUSTMENT IS APPROVED WHEN ITS APPRQDD ENTRY HAS BEEN
      * RELEASED BY ADJ-REL FOR TONIGHT'S PROGRAM WITH THE SAME
      * DELTA - ANYTHING ELSE ON THE FILE DID NOT COME THROUGH THE
      * MAKER-CHECKER QUEUE AS APPROVED.
       CHECK-LINE-APPROVAL SECTION.
           MOVE "N" TO APPROVAL-SWITCH.
           IF QUEUE-ON-FILE THEN
               MOVE "EXCP-FIX" TO QUEUE-SOURCE
               MOVE ADJUST-RUN-DATE TO QUEUE-RUN-DATE
               MOVE ADJUST-FILE-ID TO QUEUE-REF
               MOVE ADJUST-LINE-NO TO QUEUE-LINE-NO
               PERFORM READ-QUEUE-ENTRY
               IF QUEUE-STATUS = "00" THEN
                   IF QUEUE-RELEASED
                       AND QUEUE-PROGRAM = TARGET-PROGRAM
                       AND QUEUE-DELTA = ADJUST-DELTA THEN
                       MOVE "Y" TO APPROVAL-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF ADJUSTMENT-APPROVED THEN
               EXIT SECTION
           END-IF.
           ADD 1 TO ADJUSTMENTS-UNAPPROVED.
           DISPLAY "UNAPPROVED ADJUSTMENT REFUSED - RUN ",
               ADJUST-RUN-DATE, " FILE ", ADJUST-FILE-ID, " LINE ",
               ADJUST-LINE-NO.
           MOVE SPACES TO DETAIL-LINE.
           MOVE ADJUST-RUN-DATE TO DETAIL-RUN-DATE.
           MOVE ADJUST-FILE-ID TO DETAIL-REF.
           MOVE 1 TO DETAIL-ADJ-COUNT.
           MOVE ADJUST-DELTA TO DETAIL-DELTA.
           MOVE "UNAPPROVED" TO DETAIL-RESULT.
           PERFORM WRITE-DETAIL.

       CHECK-BATCH-APPROVAL SECTION.
           MOVE "N" TO APPROVAL-SWITCH.
           IF QUEUE-ON-FILE THEN
               MOVE "PZ-RESUB" TO QUEUE-SOURCE
               MOVE BATCH-ADJUST-RUN-DATE TO QUEUE-RUN-DATE
               MOVE BATCH-ADJUST-ID TO QUEUE-REF
               MOVE ZERO TO QUEUE-LINE-NO
               PERFORM READ-QUEUE-ENTRY
               IF QUEUE-STATUS = "00" THEN
                   IF QUEUE-RELEASED
                       AND QUEUE-PROGRAM = TARGET-PROGRAM
                       AND QUEUE-DELTA = BATCH-ADJUST-DELTA
                       AND QUEUE-LINES = BATCH-ADJUST-LINES THEN
                       MOVE "Y" TO APPROVAL-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF ADJUSTMENT-APPROVED THEN
               EXIT SECTION
           END-IF.
           ADD 1 TO ADJUSTMENTS-UNAPPROVED.
           DISPLAY "UNAPPROVED BATCH ADJUSTMENT REFUSED - RUN ",
               BATCH-ADJUST-RUN-DATE, " BATCH ", BATCH-ADJUST-ID.
           MOVE SPACES TO DETAIL-LINE.
           MOVE BATCH-ADJUST-RUN-DATE TO DETAIL-RUN-DATE.
           MOVE BATCH-ADJUST-ID TO DETAIL-REF.
           MOVE BATCH-ADJUST-LINES TO DETAIL-ADJ-COUNT.
           MOVE BATCH-ADJUST-DELTA TO DETAIL-DELTA.
           MOVE "UNAPPROVED" TO DETAIL-RESULT.
           PERFORM WRITE-DETAIL.

       READ-QUEUE-ENTRY SECTION.
           READ APPROVAL-QUEUE-FILE KEY IS QUEUE-KEY
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF QUEUE-STATUS NOT = "00" THEN
               DISPLAY "APPROVAL QUEUE READ FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "APPRQDD" TO ALERT-FILE-NAME
               MOVE QUEUE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       POST-GROUPS SECTION.
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GROUP-COUNT
       POST-ONE-GROUP SECTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE GROUP-RUN-DATE(G-IDX) TO DETAIL-RUN-DATE.
           MOVE GROUP-REF(G-IDX) TO DETAIL-REF.
           MOVE GROUP-ADJ-COUNT(G-IDX) TO DETAIL-ADJ-COUNT.
           MOVE GROUP-DELTA(G-IDX) TO DETAIL-DELTA.
           PERFORM CHECK-POSTING-LOG.
           IF ALREADY-POSTED OR ALREADY-ROUTED THEN
               MOVE "Y" TO GROUP-SETTLED-SWITCH(G-IDX)
           END-IF.
           IF ALREADY-POSTED THEN
               ADD 1 TO GROUPS-REFUSED
               DISPLAY "RUN ", GROUP-RUN-DATE(G-IDX),
               PERFORM WRITE-DETAIL
               EXIT SECTION
           END-IF.
           IF ALREADY-ROUTED THEN
               ADD 1 TO GROUPS-REFUSED
               DISPLAY "RUN ", GROUP-RUN-DATE(G-IDX),
                   " ALREADY ROUTED TO PPADJDD - REFUSED"
               MOVE "DUPLICATE" TO DETAIL-RESULT
               PERFORM WRITE-DETAIL
               EXIT SECTION
           END-IF.
           PERFORM CHECK-PERIOD-LOCK.
           IF PERIOD-IS-CLOSED THEN
               ADD 1 TO GROUPS-ROUTED
               MOVE "Y" TO GROUP-SETTLED-SWITCH(G-IDX)
               PERFORM WRITE-PRIOR-ADJUSTMENT
               MOVE "ROUTED" TO LOG-DISPOSITION-W
               PERFORM WRITE-POSTING-LOG
               DISPLAY "RUN ", GROUP-RUN-DATE(G-IDX),
                   " IS IN A CLOSED PERIOD - ROUTED TO PPADJDD"
               MOVE "PRIOR PER" TO DETAIL-RESULT
               PERFORM WRITE-DETAIL
               EXIT SECTION
           END-IF.
           MOVE TARGET-PROGRAM TO HISTORY-PROGRAM.
           MOVE GROUP-RUN-DATE(G-IDX) TO HISTORY-RUN-DATE.
           READ HISTORY-FILE KEY IS HISTORY-KEY
           END-IF.
           MOVE HISTORY-SUM TO SUM-BEFORE.
           ADD GROUP-DELTA(G-IDX) TO HISTORY-SUM.
           ADD GROUP-LINES(G-IDX) TO HISTORY-LINE-COUNT.
           MOVE HISTORY-SUM TO SUM-AFTER.
           REWRITE HISTORY-RECORD.
           IF HISTORY-STATUS NOT = "00" THEN
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE "R" TO JOURNAL-ACTION-W.
           PERFORM WRITE-JOURNAL.
           ADD 1 TO GROUPS-POSTED.
           MOVE "Y" TO GROUP-SETTLED-SWITCH(G-IDX).
           MOVE SPACES TO LOG-DISPOSITION-W.
           PERFORM WRITE-POSTING-LOG.
           MOVE SUM-BEFORE TO DETAIL-SUM-BEFORE.
           MOVE SUM-AFTER TO DETAIL-SUM-AFTER.
      * POSTING FOR THE SAME RUN DATE, PROGRAM, ADJUSTMENT COUNT AND
      * DELTA - THE SAME ADJUSTMENT FILE PRESENTED A SECOND TIME. A
      * LATER, DIFFERENT REPAIR ROUND FOR THE SAME NIGHT CARRIES A
      * DIFFERENT COUNT OR DELTA AND STILL POSTS. A LOG RECORD
      * WITHOUT A REFERENCE IS AN ADJSTDD POSTING. A MATCHING RECORD
      * MARKED ROUTED MEANS THE GROUP IS ALREADY ON PPADJDD.
       CHECK-POSTING-LOG SECTION.
           MOVE "N" TO DUPLICATE-SWITCH.
           OPEN INPUT POSTING-LOG-FILE.
                       AND POSTING-LOG-PROGRAM = TARGET-PROGRAM
                       AND POSTING-LOG-COUNT = GROUP-ADJ-COUNT(G-IDX)
                       AND POSTING-LOG-DELTA = GROUP-DELTA(G-IDX) THEN
                       IF POSTING-LOG-REF = GROUP-REF(G-IDX)
                           OR (POSTING-LOG-REF = SPACES
                           AND GROUP-REF(G-IDX) = "ADJSTDD") THEN
                           IF POSTING-LOG-ROUTED THEN
                               IF NOT ALREADY-POSTED THEN
                                   MOVE "R" TO DUPLICATE-SWITCH
                               END-IF
                           ELSE
                               MOVE "Y" TO DUPLICATE-SWITCH
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF POSTING-LOG-STATUS NOT = "10" THEN
               STOP RUN
           END-IF.

      * A RUN DATE IS LOCKED WHEN ITS MONTH'S *PERIOD* CONTROL
      * RECORD ON THE PERIOD MASTER IS MARKED CLOSED. NO MASTER, OR
      * NO CONTROL RECORD, MEANS THE PERIOD IS STILL OPEN.
       CHECK-PERIOD-LOCK SECTION.
           MOVE "N" TO PERIOD-LOCK-SWITCH.
           IF NOT PERIODS-ON-FILE THEN
               EXIT SECTION
           END-IF.
           MOVE GROUP-RUN-DATE(G-IDX) TO PERIOD-ID.
           MOVE "*PERIOD*" TO PERIOD-PROGRAM.
           READ PERIOD-FILE KEY IS PERIOD-KEY
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF PERIOD-STATUS NOT = "00" THEN
               DISPLAY "PERIOD MASTER READ FAILED WITH STATUS ",
                   PERIOD-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "PERTOTDD" TO ALERT-FILE-NAME
               MOVE PERIOD-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF PERIOD-CLOSED THEN
               MOVE "Y" TO PERIOD-LOCK-SWITCH
           END-IF.

       WRITE-PRIOR-ADJUSTMENT SECTION.
           OPEN EXTEND PRIOR-ADJUST-FILE.
           IF PRIOR-ADJUST-STATUS = "35" THEN
               OPEN OUTPUT PRIOR-ADJUST-FILE
           END-IF.
           IF PRIOR-ADJUST-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD FILE OPEN FAILED WITH STATUS ",
                   PRIOR-ADJUST-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "PPADJDD" TO ALERT-FILE-NAME
               MOVE PRIOR-ADJUST-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE SPACES TO PRIOR-ADJUST-RECORD.
           MOVE GROUP-RUN-DATE(G-IDX) TO PRIOR-ADJUST-ORIG-DATE.
           MOVE TARGET-PROGRAM TO PRIOR-ADJUST-PROGRAM.
           IF GROUP-REF(G-IDX) = "ADJSTDD" THEN
               MOVE "ADJ-POST" TO PRIOR-ADJUST-SOURCE
           ELSE
               MOVE "PZ-RESUB" TO PRIOR-ADJUST-SOURCE
           END-IF.
           MOVE GROUP-REF(G-IDX) TO PRIOR-ADJUST-REF.
           MOVE GROUP-ADJ-COUNT(G-IDX) TO PRIOR-ADJUST-COUNT.
           MOVE GROUP-DELTA(G-IDX) TO PRIOR-ADJUST-DELTA.
           MOVE RUN-DATE TO PRIOR-ADJUST-ROUTED.
           WRITE PRIOR-ADJUST-RECORD.
           IF PRIOR-ADJUST-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD FILE WRITE FAILED WITH STATUS ",
                   PRIOR-ADJUST-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "PPADJDD" TO ALERT-FILE-NAME
               MOVE PRIOR-ADJUST-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE PRIOR-ADJUST-FILE.
           IF PRIOR-ADJUST-STATUS NOT = "00" THEN
               DISPLAY "PRIOR-PERIOD FILE CLOSE FAILED WITH STATUS ",
                   PRIOR-ADJUST-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "PPADJDD" TO ALERT-FILE-NAME
               MOVE PRIOR-ADJUST-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       WRITE-POSTING-LOG SECTION.
           OPEN EXTEND POSTING-LOG-FILE.
           IF POSTING-LOG-STATUS = "35" THEN
           MOVE GROUP-DELTA(G-IDX) TO POSTING-LOG-DELTA.
           MOVE RUN-DATE TO POSTING-LOG-POSTED-DATE.
           MOVE RUN-TIME-HHMMSS TO POSTING-LOG-POSTED-TIME.
           MOVE GROUP-REF(G-IDX) TO POSTING-LOG-REF.
           MOVE LOG-DISPOSITION-W TO POSTING-LOG-DISPOSITION.
           WRITE POSTING-LOG-RECORD.
           IF POSTING-LOG-STATUS NOT = "00" THEN
               DISPLAY "POSTING LOG WRITE FAILED WITH STATUS ",
               STOP RUN
           END-IF.

      * THE ADJUSTMENT FILES ARE READ AGAIN FROM THE TOP AND EACH
      * RECORD IS MATCHED TO ITS GROUP. WHEN THE GROUP IS SETTLED
      * THE QUEUE ENTRY IS MARKED POSTED - BUT ONLY WHEN IT STILL
      * PASSES THE SAME APPROVAL TEST THAT LET IT INTO THE GROUP, SO
      * A REFUSED RECORD FOR THE SAME NIGHT IS NEVER MARKED.
       MARK-QUEUE-POSTED SECTION.
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
           OPEN INPUT ADJUST-FILE.
           IF ADJUST-STATUS NOT = "00" THEN
               DISPLAY "ADJUSTMENT FILE OPEN FAILED WITH STATUS ",
                   ADJUST-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "ADJSTDD" TO ALERT-FILE-NAME
               MOVE ADJUST-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM UNTIL ADJUST-STATUS = "10"
               READ ADJUST-FILE
               IF ADJUST-STATUS = "00" THEN
                   PERFORM MARK-LINE-POSTED
               ELSE
                   IF ADJUST-STATUS NOT = "10" THEN
                       DISPLAY "ADJUSTMENT FILE READ FAILED WITH ",
                           "STATUS ", ADJUST-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "ADJSTDD" TO ALERT-FILE-NAME
                       MOVE ADJUST-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT BATCHES-ON-FILE THEN
               EXIT SECTION
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
           OPEN INPUT BATCH-ADJUST-FILE.
           IF BATCH-ADJUST-STATUS NOT = "00" THEN
               DISPLAY "BATCH ADJUSTMENT FILE OPEN FAILED WITH ",
                   "STATUS ", BATCH-ADJUST-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "BADJDD" TO ALERT-FILE-NAME
               MOVE BATCH-ADJUST-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM UNTIL BATCH-ADJUST-STATUS = "10"
               READ BATCH-ADJUST-FILE
               IF BATCH-ADJUST-STATUS = "00" THEN
                   PERFORM MARK-BATCH-POSTED
               ELSE
                   IF BATCH-ADJUST-STATUS NOT = "10" THEN
                       DISPLAY "BATCH ADJUSTMENT FILE READ FAILED ",
                           "WITH STATUS ", BATCH-ADJUST-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "BADJDD" TO ALERT-FILE-NAME
                       MOVE BATCH-ADJUST-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.

       MARK-LINE-POSTED SECTION.
           MOVE "N" TO GROUP-FOUND-SWITCH.
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GROUP-COUNT
               IF GROUP-RUN-DATE(G-IDX) = ADJUST-RUN-DATE
                   AND GROUP-REF(G-IDX) = "ADJSTDD"
                   AND GROUP-SETTLED(G-IDX) THEN
                   MOVE "Y" TO GROUP-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF NOT GROUP-FOUND THEN
               EXIT SECTION
           END-IF.
           MOVE "EXCP-FIX" TO QUEUE-SOURCE.
           MOVE ADJUST-RUN-DATE TO QUEUE-RUN-DATE.
           MOVE ADJUST-FILE-ID TO QUEUE-REF.
           MOVE ADJUST-LINE-NO TO QUEUE-LINE-NO.
           PERFORM READ-QUEUE-ENTRY.
           IF QUEUE-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF.
           IF QUEUE-RELEASED
               AND QUEUE-PROGRAM = TARGET-PROGRAM
               AND QUEUE-DELTA = ADJUST-DELTA THEN
               PERFORM REWRITE-QUEUE-POSTED
           END-IF.

       MARK-BATCH-POSTED SECTION.
           MOVE "N" TO GROUP-FOUND-SWITCH.
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GROUP-COUNT
               IF GROUP-RUN-DATE(G-IDX) = BATCH-ADJUST-RUN-DATE
                   AND GROUP-REF(G-IDX) = BATCH-ADJUST-ID
                   AND GROUP-SETTLED(G-IDX) THEN
                   MOVE "Y" TO GROUP-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF NOT GROUP-FOUND THEN
               EXIT SECTION
           END-IF.
           MOVE "PZ-RESUB" TO QUEUE-SOURCE.
           MOVE BATCH-ADJUST-RUN-DATE TO QUEUE-RUN-DATE.
           MOVE BATCH-ADJUST-ID TO QUEUE-REF.
           MOVE ZERO TO QUEUE-LINE-NO.
           PERFORM READ-QUEUE-ENTRY.
           IF QUEUE-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF.
           IF QUEUE-RELEASED
               AND QUEUE-PROGRAM = TARGET-PROGRAM
               AND QUEUE-DELTA = BATCH-ADJUST-DELTA
               AND QUEUE-LINES = BATCH-ADJUST-LINES THEN
               PERFORM REWRITE-QUEUE-POSTED
           END-IF.

       REWRITE-QUEUE-POSTED SECTION.
           MOVE "D" TO QUEUE-STATE.
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
           ADD 1 TO ENTRIES-MARKED.

       WRITE-DETAIL SECTION.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           MOVE DETAIL-LINE TO POSTING-REPORT-RECORD.
           MOVE GROUPS-POSTED TO TRAILER-POSTED.
           MOVE GROUPS-REFUSED TO TRAILER-REFUSED.
           MOVE GROUPS-UNMATCHED TO TRAILER-UNMATCHED.
           MOVE GROUPS-ROUTED TO TRAILER-ROUTED.
           MOVE ADJUSTMENTS-UNAPPROVED TO TRAILER-UNAPPROVED.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           MOVE TRAILER-LINE TO POSTING-REPORT-RECORD.
           PERFORM WRITE-POSTING-REPORT.
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF BATCHES-ON-FILE THEN
               CLOSE BATCH-ADJUST-FILE
               IF BATCH-ADJUST-STATUS NOT = "00" THEN
                   DISPLAY "BATCH ADJUSTMENT FILE CLOSE FAILED WITH ",
                       "STATUS ", BATCH-ADJUST-STATUS
                   MOVE "CLOSE" TO ALERT-OPERATION
                   MOVE "BADJDD" TO ALERT-FILE-NAME
                   MOVE BATCH-ADJUST-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
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
           CLOSE HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00" THEN
               DISPLAY "HISTORY FILE CLOSE FAILED WITH STATUS ",
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF PERIODS-ON-FILE THEN
               CLOSE PERIOD-FILE
               IF PERIOD-STATUS NOT = "00" THEN
                   DISPLAY "PERIOD MASTER CLOSE FAILED WITH STATUS ",
                       PERIOD-STATUS
                   MOVE "CLOSE" TO ALERT-OPERATION
                   MOVE "PERTOTDD" TO ALERT-FILE-NAME
                   MOVE PERIOD-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           CLOSE POSTING-REPORT-FILE.
           IF POSTING-REPORT-STATUS NOT = "00" THEN
               DISPLAY "POSTING REPORT CLOSE FAILED WITH STATUS ",
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
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
               STOP RUN
           END-IF.

      * EVERY RECORD ADDED TO, REPLACED ON OR DELETED FROM THE
      * RUN-HISTORY MASTER IS ALSO WRITTEN TO THE JRNLDD UPDATE
      * JOURNAL ONCE THE MASTER HAS TAKEN IT - ACTION A, R OR D WITH
      * THE BUSINESS DATE, THE TIME AND THE WHOLE RECORD IMAGE - SO
      * MST-RCV IN MSTRCV.COB CAN ROLL A MST-BKP BACKUP FORWARD. A
      * JOURNAL THAT CANNOT BE WRITTEN STOPS THE STEP: AN UPDATE THE
      * JOURNAL DOES NOT HOLD COULD NEVER BE RECOVERED.
       WRITE-JOURNAL SECTION.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "HISTDD" TO JOURNAL-MASTER.
           MOVE RUN-DATE TO JOURNAL-RUN-DATE.
           ACCEPT JOURNAL-TIME-RAW FROM TIME.
           MOVE JOURNAL-HHMMSS TO JOURNAL-TIME.
           MOVE "ADJ-POST" TO JOURNAL-PROGRAM.
           MOVE JOURNAL-ACTION-W TO JOURNAL-ACTION.
           MOVE HISTORY-RECORD TO JOURNAL-IMAGE.
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

      * THE RUN-DATE STAMP COMES FROM THE BDATEDD PROCESSING
      * CALENDAR THAT DATE-ROL IN DATEROL.COB ADVANCES WHEN A NIGHT
      * CLOSES CLEAN, SO A RERUN THAT CROSSES MIDNIGHT STILL FILES

       WRITE-RUN-LOG-END SECTION.
           MOVE "END" TO RUN-LOG-EVENT-W.
           COMPUTE RUN-LOG-RECORDS-W = ADJUSTMENTS-READ + BATCHES-READ.
           MOVE RETURN-CODE TO RUN-LOG-RC-W.
           PERFORM WRITE-RUN-LOG.

