      * AND WRITES ONE COMBINED REPORT RECORD WITH THE PART-1 TOTAL,
      * THE PART-2 TOTAL, AND THE DELTA BETWEEN THEM, SO THE TWO PASSES
      * DO NOT HAVE TO BE RUN AND RECONCILED BY HAND.
      * EVERY CHANGE TO THE ARCHDD MASTER IS JOURNALED TO JRNLDD
      * (SEE WRITE-JOURNAL) FOR FORWARD RECOVERY BY MST-RCV.
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
           SELECT REPORT-FILE ASSIGN TO RPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJECT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO REJREGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTER-KEY
           FILE STATUS IS REGISTER-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO SNAPDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VERDICT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
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
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05  REPORT-LINE-COUNT   PIC 9(6).
           05  REJECT-REASON       PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  REJECT-TEXT         PIC X(200).
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
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  SNAPSHOT-LINE-NO    PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SNAPSHOT-SUM-2      PIC 9(4).
       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD        PIC X(37).
       FD  VERDICT-FILE.
       01  VERDICT-RECORD.
           05  VERDICT-PROGRAM     PIC X(8).
               SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  VERDICT-UNSCORED    PIC 9(6).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  VERDICT-WORD-GEN    PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  VERDICT-THRESH-GEN  PIC 9(4).
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
       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC X(2).
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
       01  THRESHOLD-GENERATION    PIC 9(4) VALUE ZERO.
       01  REPORT-STATUS           PIC X(2).
       01  SNAPSHOT-STATUS         PIC X(2).
       01  THRESHOLD-STATUS        PIC X(2).
       01  ARCHIVE-STATUS          PIC X(2).
       01  BATCH-STATUS            PIC X(2).
       01  REJECT-STATUS           PIC X(2).
       01  REGISTER-STATUS         PIC X(2).
       01  ALERTF-STATUS           PIC X(2).
       01  JOURNAL-STATUS      PIC X(2).
       01  JOURNAL-ACTION-W    PIC X.
       01  JOURNAL-TIME-RAW.
           05  JOURNAL-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
           05  RUN-LOG-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  BUSINESS-DATE-STATUS PIC X(2).
      * THE THRESHOLD RECORD IS CHECKED AND APPLIED FROM HERE, WHETHER
      * IT CAME OFF THRSHDD OR OUT OF A CTLGENDD GENERATION.
       01  THRESHOLD-VALUES.
           05  THRESHOLD-MIN-COUNT     PIC 9(6).
           05  FILLER                  PIC X(1).
           05  THRESHOLD-MAX-COUNT     PIC 9(6).
           05  FILLER                  PIC X(1).
           05  THRESHOLD-DELTA-LO      PIC S9(6)
               SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(1).
           05  THRESHOLD-DELTA-HI      PIC S9(6)
               SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(1).
           05  THRESHOLD-MAX-EXC-PCT   PIC 9(3).
           05  FILLER                  PIC X(1).
           05  THRESHOLD-MAX-MIS-PCT   PIC 9(3).
       01  REC-LEN                 PIC 9(4) VALUE ZERO.
       01  DIGIT-COUNT             PIC 9(2) VALUE ZERO.
       01  LINE-NO                 PIC 9(6) VALUE ZERO.
               05  DIGIT-VALUE     PIC 9.
      * DIGIT-TABLE IS LOADED FROM THE WORDDD CONTROL FILE, THE SAME AS
      * PUZZLE-1 IN PUZZLE2.COB, SO THE DRIVER STAYS IN STEP WITH
      * WHATEVER WORD SPELLINGS OPERATIONS HAVE ON FILE - THE CTLGENDD
      * WORDDD GENERATION IN FORCE FOR THE BUSINESS DATE WHEN THERE IS
      * ONE. THE WORDDD AND THRSHDD GENERATIONS USED ARE CARRIED ON
      * THE VRDCTDD VERDICT RECORD.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "PUZZLE-4" TO ALERT-PROGRAM.
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
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-GENERATION-FILE.
           PERFORM LOAD-WORD-GENERATION.
           PERFORM SORT-DIGIT-TABLE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00" THEN
               DISPLAY "REPORT FILE OPEN FAILED WITH STATUS ",
               END-IF
           END-IF.
           PERFORM LOAD-THRESHOLDS.
           PERFORM CLOSE-GENERATION-FILE.
           OPEN OUTPUT VERDICT-FILE.
           IF VERDICT-STATUS NOT = "00" THEN
               DISPLAY "VERDICT FILE OPEN FAILED WITH STATUS ",
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "RETAIN".
           IF ENV-VALUE NOT = SPACES THEN
                   MOVE ENV-NUMBER TO RETAIN-RUNS
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
           OPEN I-O ARCHIVE-FILE.
           IF ARCHIVE-STATUS = "35" THEN
               DISPLAY "LINE-SCORE ARCHIVE NOT FOUND - CREATING IT"
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

      * A THRESHOLD RECORD THAT IS NOT NUMERIC DISABLES THE GATES AND
      * RAISES AN ALERT AGAINST THE FILE THE CALLER NAMED.
       APPLY-THRESHOLDS SECTION.
           IF THRESHOLD-MIN-COUNT IS NOT NUMERIC
               OR THRESHOLD-MAX-COUNT IS NOT NUMERIC
               OR THRESHOLD-DELTA-LO IS NOT NUMERIC
               OR THRESHOLD-DELTA-HI IS NOT NUMERIC
               OR THRESHOLD-MAX-EXC-PCT IS NOT NUMERIC
               OR THRESHOLD-MAX-MIS-PCT IS NOT NUMERIC THEN
               DISPLAY "THRESHOLD RECORD IS NOT NUMERIC - ",
                   "GATING DISABLED"
               MOVE "Y" TO GATING-ALERT-SW
               MOVE "READ" TO ALERT-OPERATION
               PERFORM WRITE-ALERT
           ELSE
               MOVE THRESHOLD-MIN-COUNT TO GATE-MIN-COUNT
               MOVE THRESHOLD-MAX-COUNT TO GATE-MAX-COUNT
               MOVE THRESHOLD-DELTA-LO TO GATE-DELTA-LO
               MOVE THRESHOLD-DELTA-HI TO GATE-DELTA-HI
               MOVE THRESHOLD-MAX-EXC-PCT TO GATE-MAX-EXC-PCT
           END-IF.

       LOAD-DIGIT-TABLE SECTION.
           PERFORM UNTIL WORD-STATUS = "10" OR DIGIT-COUNT = 20
      * OPEN AND THE RUN CAN ONLY BE CLEAN OR WARN - THE OLD
      * UNGATED BEHAVIOR.
       LOAD-THRESHOLDS SECTION.
           MOVE "THRSHDD" TO GENERATION-WANTED-ID.
           MOVE RUN-DATE TO GENERATION-WANTED-DATE.
           PERFORM FIND-GENERATION.
           IF GENERATION-IN-FORCE THEN
               MOVE GENERATION-NUMBER TO THRESHOLD-GENERATION
               DISPLAY "THRESHOLD GENERATION ", THRESHOLD-GENERATION,
                   " IN FORCE FOR ", RUN-DATE
               MOVE GENERATION-DATA(1:37) TO THRESHOLD-VALUES
               MOVE "CTLGENDD" TO ALERT-FILE-NAME
               MOVE GENERATION-STATUS TO ALERT-FILE-STATUS
               PERFORM APPLY-THRESHOLDS
               EXIT SECTION
           END-IF.
           IF GENERATIONS-ON-FILE THEN
               DISPLAY "NO THRSHDD GENERATION IN FORCE FOR ", RUN-DATE,
                   " - USING THRSHDD AS IT STANDS"
           END-IF.
           OPEN INPUT THRESHOLD-FILE.
           IF THRESHOLD-STATUS = "35" THEN
               DISPLAY "THRESHOLD FILE MISSING - GATING DISABLED"
           END-IF.
           READ THRESHOLD-FILE.
           IF THRESHOLD-STATUS = "00" THEN
               MOVE THRESHOLD-RECORD TO THRESHOLD-VALUES
               MOVE "THRSHDD" TO ALERT-FILE-NAME
               MOVE THRESHOLD-STATUS TO ALERT-FILE-STATUS
               PERFORM APPLY-THRESHOLDS
           ELSE
               DISPLAY "THRESHOLD FILE EMPTY - GATING DISABLED"
           END-IF.
                       DELETE ARCHIVE-FILE RECORD
                       IF ARCHIVE-STATUS = "00" THEN
                           ADD 1 TO PURGED-RECORDS
                           MOVE "D" TO JOURNAL-ACTION-W
                           PERFORM WRITE-JOURNAL
                       END-IF
                   ELSE
                       MOVE "10" TO ARCHIVE-STATUS
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-RECORD
                   MOVE "R" TO JOURNAL-ACTION-W
               NOT INVALID KEY
                   MOVE "A" TO JOURNAL-ACTION-W
           END-WRITE.
           IF ARCHIVE-STATUS NOT = "00" AND ARCHIVE-STATUS NOT = "22"
               THEN
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM WRITE-JOURNAL.

       READ-FILE SECTION.
           PERFORM UNTIL FILE-STATUS = "10"
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM REGISTER-REJECT.

      * EVERY REJECT IS ALSO FOLDED INTO THE KEYED REJREGDD REJECT
      * REGISTER - ONE OPEN ENTRY PER BUSINESS DATE, BATCH ID,
      * SUPPLIER PREFIX AND REASON CODE - SO THE BATCH CAN STILL BE
      * AGED ONCE TONIGHT'S REJCTDD HAS ROLLED OVER. THE FIRST
      * REJECTED LINE MAKES THE ENTRY; THE BATCH'S OTHER LINES, THE
      * OTHER SCORING PASS AND A RESTARTED RUN FIND IT ALREADY ON
      * FILE AND LEAVE IT ALONE. PZ-RESUB IN PZRESUB.COB CLOSES THE
      * ENTRY AND REJ-AGE IN REJAGE.COB AGES AND ESCALATES IT. AN
      * ORPHAN TRAILER (REASON ORPHN) BELONGS TO NO BATCH AND HAS
      * NOTHING TO RESUBMIT, SO IT IS NOT REGISTERED.
       REGISTER-REJECT SECTION.
           IF REJECT-REASON = "ORPHN" THEN
               EXIT SECTION
           END-IF.
           MOVE SPACES TO REGISTER-RECORD.
           MOVE RUN-DATE TO REGISTER-RUN-DATE.
           MOVE REJECT-BATCH-ID TO REGISTER-BATCH-ID.
           MOVE REJECT-BATCH-ID(1:3) TO REGISTER-PREFIX.
           MOVE REJECT-REASON TO REGISTER-REASON.
           MOVE "PUZZLE-4" TO REGISTER-PROGRAM.
           MOVE "O" TO REGISTER-STATE.
           MOVE ZERO TO REGISTER-CLOSED-DATE.
           MOVE ZERO TO REGISTER-ESCALATED-DATE.
           WRITE REGISTER-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF REGISTER-STATUS NOT = "00"
               AND REGISTER-STATUS NOT = "22" THEN
               DISPLAY "REJECT REGISTER WRITE FAILED WITH STATUS ",
                   REGISTER-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "REJREGDD" TO ALERT-FILE-NAME
               MOVE REGISTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       WRITE-REPORT SECTION.
           MOVE SPACES TO REPORT-RECORD.
           MOVE ACCEPTED-LINES TO VERDICT-LINE-COUNT.
           MOVE REPORT-DELTA TO VERDICT-DELTA.
           MOVE UNSCORED-LINES TO VERDICT-UNSCORED.
           MOVE WORD-GENERATION TO VERDICT-WORD-GEN.
           MOVE THRESHOLD-GENERATION TO VERDICT-THRESH-GEN.
           WRITE VERDICT-RECORD.
           IF VERDICT-STATUS NOT = "00" THEN
               DISPLAY "VERDICT FILE WRITE FAILED WITH STATUS ",
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
           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = "00" THEN
               DISPLAY "REPORT FILE CLOSE FAILED WITH STATUS ",
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
      * LINE-SCORE ARCHIVE MASTER IS ALSO WRITTEN TO THE JRNLDD UPDATE
      * JOURNAL ONCE THE MASTER HAS TAKEN IT - ACTION A, R OR D WITH
      * THE BUSINESS DATE, THE TIME AND THE WHOLE RECORD IMAGE - SO
      * MST-RCV IN MSTRCV.COB CAN ROLL A MST-BKP BACKUP FORWARD. A
      * JOURNAL THAT CANNOT BE WRITTEN STOPS THE STEP: AN UPDATE THE
      * JOURNAL DOES NOT HOLD COULD NEVER BE RECOVERED.
       WRITE-JOURNAL SECTION.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "ARCHDD" TO JOURNAL-MASTER.
           MOVE RUN-DATE TO JOURNAL-RUN-DATE.
           ACCEPT JOURNAL-TIME-RAW FROM TIME.
           MOVE JOURNAL-HHMMSS TO JOURNAL-TIME.
           MOVE "PUZZLE-4" TO JOURNAL-PROGRAM.
           MOVE JOURNAL-ACTION-W TO JOURNAL-ACTION.
           MOVE ARCHIVE-RECORD TO JOURNAL-IMAGE.
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
