           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WORD-STATUS.
           SELECT GENERATION-FILE ASSIGN TO CTLGENDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GENERATION-KEY
           FILE STATUS IS GENERATION-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO CKPTDD
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
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CHECKPOINT-FILE-ID  PIC X(8).
           05  SUMMARY-SUM         PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SUMMARY-FILE-ID     PIC X(8).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  SUMMARY-WORD-GEN    PIC 9(4).
       FD  TRUNCATION-FILE.
       01  TRUNCATION-RECORD.
           05  TRUNCATION-LINE-NO  PIC 9(6).
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
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BUSINESS-DATE       PIC 9(8).
       01  FILE-LIST-STATUS        PIC X(2).
       01  EXCEPTION-STATUS        PIC X(2).
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
       01  CHECKPOINT-STATUS       PIC X(2).
       01  SUMMARY-STATUS          PIC X(2).
       01  TRUNCATION-STATUS       PIC X(2).
       01  OVERLAP-STATUS          PIC X(2).
       01  BATCH-STATUS            PIC X(2).
       01  REJECT-STATUS           PIC X(2).
       01  REGISTER-STATUS         PIC X(2).
       01  ALERTF-STATUS           PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
               05  DIGIT-VALUE     PIC 9.
      * DIGIT-TABLE IS LOADED AT OPEN-FILE TIME FROM THE WORD-FILE
      * CONTROL FILE (SEE LOAD-DIGIT-TABLE) SO NEW DIGIT WORDS OR
      * SPELLINGS CAN BE ADDED WITHOUT A RECOMPILE. THE WORDDD
      * GENERATION IN FORCE FOR THE BUSINESS DATE IS USED WHEN THE
      * CTLGENDD GENERATION MASTER HAS ONE (SEE LOAD-WORD-GENERATION)
      * AND ITS NUMBER IS CARRIED ON EVERY SUMRYDD RECORD.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           ACCEPT RESTART-SWITCH FROM ENVIRONMENT "RESTART".
           MOVE SPACES TO ALERT-RECORD.
           MOVE "PUZZLE-2" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM OPEN-GENERATION-FILE.
           PERFORM LOAD-WORD-GENERATION.
           PERFORM SORT-DIGIT-TABLE.
           PERFORM CLOSE-GENERATION-FILE.
           IF RESTART-REQUESTED THEN
               PERFORM LOAD-CHECKPOINT
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

       LOAD-FILE-LIST SECTION.
           OPEN INPUT FILE-LIST-FILE.
               END-IF
           END-PERFORM.

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
           MOVE "PUZZLE-2" TO REGISTER-PROGRAM.
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

       WRITE-TRUNCATION SECTION.
           DISPLAY "LINE ", LINE-NO, " MAY HAVE BEEN TRUNCATED".
           PERFORM WRITE-SUMMARY-RECORD.

       WRITE-SUMMARY-RECORD SECTION.
           MOVE WORD-GENERATION TO SUMMARY-WORD-GEN.
           WRITE SUMMARY-RECORD.
           IF SUMMARY-STATUS NOT = "00" THEN
               DISPLAY "SUMMARY FILE WRITE FAILED WITH STATUS ",
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
           CLOSE ALERT-FILE.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE CLOSE FAILED WITH STATUS ",
