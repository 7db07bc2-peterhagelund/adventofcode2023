       IDENTIFICATION DIVISION.
       PROGRAM-ID. INC-HVST.
      *
      * INCIDENT HARVEST - FOLDS THE NIGHT'S ALERTDD ALERT RECORDS
      * INTO THE KEYED INCDTDD INCIDENT REGISTER SO AN ALERT OUTLIVES
      * THE NIGHT THAT RAISED IT. EVERY STEP NOW OPENS ALERTDD EXTEND,
      * SO THE FILE CARRIES EVERY STEP'S ALERTS RATHER THAN ONLY THE
      * LAST WRITER'S. THIS STEP RUNS AFTER OPS-RPT AND CUST-EXT AND
      * BEFORE DATE-ROL: EACH ALERT BECOMES ONE INCIDENT KEYED BY
      * BUSINESS DATE, PROGRAM AND A SEQUENCE NUMBER, CARRYING THE
      * OPERATION, DD NAME, FILE STATUS AND RETURN CODE, A CLASS
      * (FAIL FOR RC 8 AND ABOVE, WARN BELOW) AND A STATE OF OPEN.
      * ONCE EVERY ALERT IS ON THE REGISTER ALERTDD IS EMPTIED, SO
      * EACH ALERT IS HARVESTED EXACTLY ONCE AND THE NEXT NIGHT
      * STARTS WITH A CLEAN ALERT FILE. THE ON-CALL OPERATOR WORKS
      * THE REGISTER WITH INC-MNT IN INCMNT.COB; DATE-ROL WILL NOT
      * ROLL THE CALENDAR WHILE A FAIL-CLASS INCIDENT IS STILL OPEN.
      * EACH ALERT FILED IS CHECKPOINTED TO HVCKPTDD WITH ITS
      * POSITION IN ALERTDD AND ITS IMAGE, SO A HARVEST THAT DIES
      * PART WAY, OR DIES AFTER THE REGISTER IS WRITTEN BUT BEFORE
      * ALERTDD IS EMPTIED, PICKS UP ON THE RERUN AFTER THE LAST
      * ALERT IT FILED INSTEAD OF FILING THE SAME ALERTS TWICE. THE
      * CHECKPOINT IS ONLY TRUSTED WHEN THE ALERT AT ITS POSITION
      * STILL MATCHES THE IMAGE, AND IS CLEARED ONCE ALERTDD HAS
      * BEEN EMPTIED.
      * LIKE OPS-RPT THIS PROGRAM WRITES NO ALERT RECORDS OF ITS OWN
      * - IT IS EMPTYING THE FILE - SO ITS FAILURES GO TO THE JOB
      * LOG WITH A CONDITION CODE OF 8, AND ALERTDD IS LEFT INTACT
      * FOR THE RERUN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO ALERTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERTF-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO INCDTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INCIDENT-KEY
           FILE STATUS IS INCIDENT-STATUS.
           SELECT HARVEST-CHECKPOINT-FILE ASSIGN TO HVCKPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HARVEST-CHECKPOINT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOGDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05  ALERT-PROGRAM       PIC X(8).
           05  FILLER              PIC X(1).
           05  ALERT-OPERATION     PIC X(5).
           05  FILLER              PIC X(1).
           05  ALERT-FILE-NAME     PIC X(8).
           05  FILLER              PIC X(1).
           05  ALERT-FILE-STATUS   PIC X(2).
           05  FILLER              PIC X(1).
           05  ALERT-RETURN-CODE   PIC 9(3).
       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05  INCIDENT-KEY.
               10  INCIDENT-DATE       PIC 9(8).
               10  INCIDENT-PROGRAM    PIC X(8).
               10  INCIDENT-SEQ        PIC 9(4).
           05  INCIDENT-OPERATION  PIC X(5).
           05  INCIDENT-FILE-NAME  PIC X(8).
           05  INCIDENT-FILE-STATUS PIC X(2).
           05  INCIDENT-RETURN-CODE PIC 9(3).
           05  INCIDENT-CLASS      PIC X(4).
           05  INCIDENT-STATE      PIC X(4).
           05  INCIDENT-HARVEST-TIME PIC 9(6).
           05  INCIDENT-ACK-USER   PIC X(8).
           05  INCIDENT-ACK-DATE   PIC 9(8).
           05  INCIDENT-CLOSE-USER PIC X(8).
           05  INCIDENT-CLOSE-DATE PIC 9(8).
           05  INCIDENT-NOTE       PIC X(53).
       FD  HARVEST-CHECKPOINT-FILE.
       01  HARVEST-CHECKPOINT-RECORD.
           05  HARVEST-CHECKPOINT-POSITION PIC 9(6).
           05  FILLER              PIC X(1).
           05  HARVEST-CHECKPOINT-ALERT PIC X(30).
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
       WORKING-STORAGE SECTION.
       01  ALERTF-STATUS       PIC X(2).
       01  INCIDENT-STATUS     PIC X(2).
       01  HARVEST-CHECKPOINT-STATUS PIC X(2).
       01  BUSINESS-DATE-STATUS PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
       01  RUN-LOG-RC-W        PIC 9(3).
       01  RUN-LOG-TIME-RAW.
           05  RUN-LOG-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  RUN-TIME-RAW.
           05  RUN-TIME-HHMMSS PIC 9(6).
           05  FILLER          PIC 9(2).
       01  RUN-DATE            PIC 9(8).
       01  ALERTS-READ         PIC 9(6) VALUE ZERO.
       01  INCIDENTS-ADDED     PIC 9(6) VALUE ZERO.
       01  FAIL-CLASS-ADDED    PIC 9(6) VALUE ZERO.
       01  ALERTS-SKIPPED      PIC 9(6) VALUE ZERO.
       01  RESTART-POSITION    PIC 9(6) VALUE ZERO.
       01  RESTART-ALERT-IMAGE PIC X(30) VALUE SPACES.
       01  VERIFY-POSITION     PIC 9(6) VALUE ZERO.
       01  FILED-SWITCH        PIC X.
           88 INCIDENT-FILED      VALUE "Y".
       01  ALERT-FILE-SWITCH   PIC X VALUE "Y".
           88 ALERT-FILE-PRESENT  VALUE "Y".
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM HARVEST-ALERTS.
           PERFORM CLOSE-FILE.
           PERFORM EMPTY-ALERT-FILE.
           DISPLAY "ALERTS READ = ", ALERTS-READ.
           DISPLAY "ALERTS ALREADY REGISTERED = ", ALERTS-SKIPPED.
           DISPLAY "INCIDENTS REGISTERED = ", INCIDENTS-ADDED.
           DISPLAY "FAIL-CLASS INCIDENTS = ", FAIL-CLASS-ADDED.
           IF FAIL-CLASS-ADDED > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       OPEN-FILE SECTION.
           PERFORM GET-BUSINESS-DATE.
           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN INPUT ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               DISPLAY "ALERT FILE MISSING - NOTHING TO HARVEST"
               MOVE "N" TO ALERT-FILE-SWITCH
           ELSE
               IF ALERTF-STATUS NOT = "00" THEN
                   DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                       ALERTF-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LOAD-CHECKPOINT
               OPEN EXTEND HARVEST-CHECKPOINT-FILE
               IF HARVEST-CHECKPOINT-STATUS = "35" THEN
                   OPEN OUTPUT HARVEST-CHECKPOINT-FILE
               END-IF
               IF HARVEST-CHECKPOINT-STATUS NOT = "00" THEN
                   DISPLAY "HARVEST CHECKPOINT OPEN FAILED WITH ",
                       "STATUS ", HARVEST-CHECKPOINT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O INCIDENT-FILE.
           IF INCIDENT-STATUS = "35" THEN
               DISPLAY "INCIDENT REGISTER NOT FOUND - CREATING IT"
               OPEN OUTPUT INCIDENT-FILE
               IF INCIDENT-STATUS = "00" THEN
                   CLOSE INCIDENT-FILE
                   OPEN I-O INCIDENT-FILE
               END-IF
           END-IF.
           IF INCIDENT-STATUS NOT = "00" THEN
               DISPLAY "INCIDENT REGISTER OPEN FAILED WITH STATUS ",
                   INCIDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       HARVEST-ALERTS SECTION.
           IF NOT ALERT-FILE-PRESENT THEN
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ALERTF-STATUS NOT = "00"
               READ ALERT-FILE
               IF ALERTF-STATUS = "00" THEN
                   ADD 1 TO ALERTS-READ
                   IF ALERTS-READ > RESTART-POSITION THEN
                       PERFORM FILE-INCIDENT
                       PERFORM WRITE-CHECKPOINT
                   ELSE
                       ADD 1 TO ALERTS-SKIPPED
                   END-IF
               END-IF
           END-PERFORM.
           IF ALERTF-STATUS NOT = "10" THEN
               DISPLAY "ALERT FILE READ FAILED WITH STATUS ",
                   ALERTF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * THE SEQUENCE NUMBER KEEPS TWO ALERTS FROM THE SAME PROGRAM
      * ON THE SAME NIGHT APART - A RERUN THAT FAILS THE SAME WAY
      * IS A SECOND INCIDENT, NOT A REPLACEMENT OF THE FIRST. THE
      * NEXT FREE NUMBER IS FOUND BY WRITING AND STEPPING PAST ANY
      * KEY ALREADY ON FILE.
       FILE-INCIDENT SECTION.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE RUN-DATE TO INCIDENT-DATE.
           MOVE ALERT-PROGRAM TO INCIDENT-PROGRAM.
           MOVE ALERT-OPERATION TO INCIDENT-OPERATION.
           MOVE ALERT-FILE-NAME TO INCIDENT-FILE-NAME.
           MOVE ALERT-FILE-STATUS TO INCIDENT-FILE-STATUS.
           IF ALERT-RETURN-CODE IS NUMERIC THEN
               MOVE ALERT-RETURN-CODE TO INCIDENT-RETURN-CODE
           ELSE
               MOVE 8 TO INCIDENT-RETURN-CODE
           END-IF.
           IF INCIDENT-RETURN-CODE >= 8 THEN
               MOVE "FAIL" TO INCIDENT-CLASS
           ELSE
               MOVE "WARN" TO INCIDENT-CLASS
           END-IF.
           MOVE "OPEN" TO INCIDENT-STATE.
           MOVE RUN-TIME-HHMMSS TO INCIDENT-HARVEST-TIME.
           MOVE ZERO TO INCIDENT-ACK-DATE.
           MOVE ZERO TO INCIDENT-CLOSE-DATE.
           MOVE ZERO TO INCIDENT-SEQ.
           MOVE "N" TO FILED-SWITCH.
           PERFORM UNTIL INCIDENT-FILED OR INCIDENT-SEQ = 9999
               ADD 1 TO INCIDENT-SEQ
               WRITE INCIDENT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF INCIDENT-STATUS = "00" THEN
                   MOVE "Y" TO FILED-SWITCH
               ELSE
                   IF INCIDENT-STATUS NOT = "22" THEN
                       DISPLAY "INCIDENT REGISTER WRITE FAILED WITH ",
                           "STATUS ", INCIDENT-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT INCIDENT-FILED THEN
               DISPLAY "INCIDENT SEQUENCE EXHAUSTED FOR ",
                   INCIDENT-PROGRAM, " ON ", INCIDENT-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO INCIDENTS-ADDED.
           IF INCIDENT-CLASS = "FAIL" THEN
               ADD 1 TO FAIL-CLASS-ADDED
           END-IF.
           DISPLAY "INCIDENT ", INCIDENT-DATE, " ", INCIDENT-PROGRAM,
               " ", INCIDENT-SEQ, " ", INCIDENT-OPERATION, " ",
               INCIDENT-FILE-NAME, " STATUS ", INCIDENT-FILE-STATUS,
               " RC ", INCIDENT-RETURN-CODE.

      * THE LAST CHECKPOINT RECORD WINS. IT IS CHECKED AGAINST
      * ALERTDD BEFORE ANYTHING IS SKIPPED: IF ALERTDD IS SHORTER
      * THAN THE CHECKPOINTED POSITION, OR THE ALERT THERE IS NOT
      * THE ONE THAT WAS FILED, THE CHECKPOINT BELONGS TO AN ALERT
      * FILE THAT HAS SINCE BEEN EMPTIED AND THE HARVEST STARTS FROM
      * THE TOP.
       LOAD-CHECKPOINT SECTION.
           OPEN INPUT HARVEST-CHECKPOINT-FILE.
           IF HARVEST-CHECKPOINT-STATUS = "35" THEN
               EXIT SECTION
           END-IF.
           IF HARVEST-CHECKPOINT-STATUS NOT = "00" THEN
               DISPLAY "HARVEST CHECKPOINT OPEN FAILED WITH STATUS ",
                   HARVEST-CHECKPOINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL HARVEST-CHECKPOINT-STATUS NOT = "00"
               READ HARVEST-CHECKPOINT-FILE
               IF HARVEST-CHECKPOINT-STATUS = "00"
                   AND HARVEST-CHECKPOINT-POSITION IS NUMERIC THEN
                   MOVE HARVEST-CHECKPOINT-POSITION
                       TO RESTART-POSITION
                   MOVE HARVEST-CHECKPOINT-ALERT
                       TO RESTART-ALERT-IMAGE
               END-IF
           END-PERFORM.
           IF HARVEST-CHECKPOINT-STATUS NOT = "10" THEN
               DISPLAY "HARVEST CHECKPOINT READ FAILED WITH STATUS ",
                   HARVEST-CHECKPOINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE HARVEST-CHECKPOINT-FILE.
           IF HARVEST-CHECKPOINT-STATUS NOT = "00" THEN
               DISPLAY "HARVEST CHECKPOINT CLOSE FAILED WITH STATUS ",
                   HARVEST-CHECKPOINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RESTART-POSITION = ZERO THEN
               EXIT SECTION
           END-IF.
           MOVE ZERO TO VERIFY-POSITION.
           PERFORM UNTIL ALERTF-STATUS NOT = "00"
               OR VERIFY-POSITION = RESTART-POSITION
               READ ALERT-FILE
               IF ALERTF-STATUS = "00" THEN
                   ADD 1 TO VERIFY-POSITION
               END-IF
           END-PERFORM.
           IF ALERTF-STATUS NOT = "00"
               AND ALERTF-STATUS NOT = "10" THEN
               DISPLAY "ALERT FILE READ FAILED WITH STATUS ",
                   ALERTF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF VERIFY-POSITION = RESTART-POSITION
               AND ALERT-RECORD = RESTART-ALERT-IMAGE THEN
               DISPLAY "RESUMING HARVEST AFTER ALERT ",
                   RESTART-POSITION
           ELSE
               DISPLAY "HARVEST CHECKPOINT DOES NOT MATCH ALERT ",
                   "FILE - HARVESTING FROM THE TOP"
               MOVE ZERO TO RESTART-POSITION
           END-IF.
           CLOSE ALERT-FILE.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE CLOSE FAILED WITH STATUS ",
                   ALERTF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALERT-FILE.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-CHECKPOINT SECTION.
           MOVE SPACES TO HARVEST-CHECKPOINT-RECORD.
           MOVE ALERTS-READ TO HARVEST-CHECKPOINT-POSITION.
           MOVE ALERT-RECORD TO HARVEST-CHECKPOINT-ALERT.
           WRITE HARVEST-CHECKPOINT-RECORD.
           IF HARVEST-CHECKPOINT-STATUS NOT = "00" THEN
               DISPLAY "HARVEST CHECKPOINT WRITE FAILED WITH STATUS ",
                   HARVEST-CHECKPOINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-FILE SECTION.
           IF ALERT-FILE-PRESENT THEN
               CLOSE ALERT-FILE
               IF ALERTF-STATUS NOT = "00" THEN
                   DISPLAY "ALERT FILE CLOSE FAILED WITH STATUS ",
                       ALERTF-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE HARVEST-CHECKPOINT-FILE
               IF HARVEST-CHECKPOINT-STATUS NOT = "00" THEN
                   DISPLAY "HARVEST CHECKPOINT CLOSE FAILED WITH ",
                       "STATUS ", HARVEST-CHECKPOINT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE INCIDENT-FILE.
           IF INCIDENT-STATUS NOT = "00" THEN
               DISPLAY "INCIDENT REGISTER CLOSE FAILED WITH STATUS ",
                   INCIDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ONLY ONCE THE REGISTER HAS BEEN CLOSED CLEAN IS THE ALERT
      * FILE EMPTIED - A HARVEST THAT DIES PART WAY LEAVES ALERTDD
      * AS IT WAS SO NOTHING IS LOST. THE CHECKPOINT IS CLEARED
      * LAST; IF THE STEP DIES BETWEEN THE TWO, THE IMAGE CHECK IN
      * LOAD-CHECKPOINT KEEPS THE STALE POSITION FROM BEING USED.
       EMPTY-ALERT-FILE SECTION.
           IF NOT ALERT-FILE-PRESENT THEN
               EXIT SECTION
           END-IF.
           OPEN OUTPUT ALERT-FILE.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE RESET FAILED WITH STATUS ",
                   ALERTF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ALERT-FILE.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE CLOSE FAILED WITH STATUS ",
                   ALERTF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HARVEST-CHECKPOINT-FILE.
           IF HARVEST-CHECKPOINT-STATUS NOT = "00" THEN
               DISPLAY "HARVEST CHECKPOINT RESET FAILED WITH STATUS ",
                   HARVEST-CHECKPOINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE HARVEST-CHECKPOINT-FILE.
           IF HARVEST-CHECKPOINT-STATUS NOT = "00" THEN
               DISPLAY "HARVEST CHECKPOINT CLOSE FAILED WITH STATUS ",
                   HARVEST-CHECKPOINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * THE RUN-DATE STAMP COMES FROM THE BDATEDD PROCESSING
      * CALENDAR THAT DATE-ROL IN DATEROL.COB ADVANCES WHEN A NIGHT
      * CLOSES CLEAN, SO A RERUN THAT CROSSES MIDNIGHT STILL FILES
      * UNDER THE NIGHT IT BELONGS TO. WHEN THE CONTROL FILE IS
      * ABSENT THE SYSTEM DATE IS USED.
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
           MOVE ALERTS-READ TO RUN-LOG-RECORDS-W.
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
           MOVE "INC-HVST" TO RUN-LOG-PROGRAM.
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
