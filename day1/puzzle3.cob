           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WORD-STATUS.
           SELECT GENERATION-FILE ASSIGN TO CTLGENDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GENERATION-KEY
           FILE STATUS IS GENERATION-STATUS.
           SELECT TRUNCATION-FILE ASSIGN TO TRUNCDD
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
       FD  TRUNCATION-FILE.
       01  TRUNCATION-RECORD.
           05  TRUNCATION-LINE-NO  PIC 9(6).
       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD        PIC X(37).
       FD  VERDICT-FILE.
       01  VERDICT-RECORD.
           05  VERDICT-PROGRAM     PIC X(8).
           05  VERDICT-LINE-COUNT  PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  VERDICT-MISMATCHES  PIC 9(6).
           05  FILLER              PIC X(13) VALUE SPACES.
           05  VERDICT-WORD-GEN    PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  VERDICT-THRESH-GEN  PIC 9(4).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BUSINESS-DATE       PIC 9(8).
       01  FILE-STATUS             PIC X(2).
       01  RECON-STATUS            PIC X(2).
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
       01  TRUNCATION-STATUS       PIC X(2).
       01  THRESHOLD-STATUS        PIC X(2).
       01  VERDICT-STATUS          PIC X(2).
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
       01  MAX-REC-LEN             PIC 9(4) VALUE 200.
       01  DIGIT-COUNT             PIC 9(2) VALUE ZERO.
      * DIGIT-TABLE IS LOADED FROM WORDDD THE SAME WAY PUZZLE-2 IN
      * PUZZLE2.COB IS, SO A WORD-SPELLING CHANGE TO THE CONTROL FILE
      * DOES NOT DRIFT OUT OF STEP WITH WHAT THIS RECONCILIATION PASS
      * CHECKS AGAINST - INCLUDING THE CTLGENDD WORDDD GENERATION IN
      * FORCE FOR THE BUSINESS DATE. THE WORDDD AND THRSHDD
      * GENERATIONS USED ARE CARRIED ON THE VRDCTDD VERDICT RECORD.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "PUZZLE-3" TO ALERT-PROGRAM.
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
           OPEN OUTPUT TRUNCATION-FILE.
           IF TRUNCATION-STATUS NOT = "00" THEN
               DISPLAY "TRUNCATION FILE OPEN FAILED WITH STATUS ",
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM LOAD-THRESHOLDS.
           PERFORM CLOSE-GENERATION-FILE.
           OPEN OUTPUT VERDICT-FILE.
           IF VERDICT-STATUS NOT = "00" THEN
               DISPLAY "VERDICT FILE OPEN FAILED WITH STATUS ",
      * THE DRIVER'S FIELDS. A MISSING CONTROL FILE LEAVES THE
      * GATES WIDE OPEN - THE OLD UNGATED BEHAVIOR.
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
               OR THRESHOLD-MAX-MIS-PCT IS NOT NUMERIC THEN
               DISPLAY "THRESHOLD RECORD IS NOT NUMERIC - ",
                   "GATING DISABLED"
               MOVE "Y" TO GATING-ALERT-SW
               MOVE "READ" TO ALERT-OPERATION
               PERFORM WRITE-ALERT
           ELSE
               MOVE THRESHOLD-MIN-COUNT TO GATE-MIN-COUNT
               MOVE THRESHOLD-MAX-COUNT TO GATE-MAX-COUNT
               MOVE THRESHOLD-MAX-MIS-PCT TO GATE-MAX-MIS-PCT
           END-IF.

       LOAD-DIGIT-TABLE SECTION.
           PERFORM UNTIL WORD-STATUS = "10" OR DIGIT-COUNT = 20
               READ WORD-FILE
           MOVE RUN-VERDICT TO VERDICT-TEXT.
           MOVE LINE-NO TO VERDICT-LINE-COUNT.
           MOVE MISMATCH-COUNT TO VERDICT-MISMATCHES.
           MOVE WORD-GENERATION TO VERDICT-WORD-GEN.
           MOVE THRESHOLD-GENERATION TO VERDICT-THRESH-GEN.
           WRITE VERDICT-RECORD.
           IF VERDICT-STATUS NOT = "00" THEN
               DISPLAY "VERDICT FILE WRITE FAILED WITH STATUS ",
