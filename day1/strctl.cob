       IDENTIFICATION DIVISION.
       PROGRAM-ID. STR-CTL.
      *
      * NIGHTLY STREAM CONTROLLER - WORKS OUT WHERE TO RESTART THE
      * STREAM AFTER A STEP HAS DIED, FROM THE COMMON RUNLOGDD RUN
      * LOG EVERY STEP WRITES START AND END RECORDS TO. THE STREAM
      * ITSELF IS DESCRIBED ON THE STRMDD STREAM CONTROL FILE, ONE
      * RECORD PER STEP IN RUNNING ORDER:
      *     COLS  1-8   PROGRAM NAME AS IT LOGS TO RUNLOGDD
      *     COLS 10-12  HIGHEST RETURN CODE THAT COUNTS AS SUCCESS
      *     COL  14     "Y" SAFE TO RERUN, "N" NOT SAFE TO RERUN
      *     COLS 16-55  FREE TEXT NOTE
      * RECORDS WITH AN ASTERISK IN COLUMN 1 ARE COMMENTS. A TYPICAL
      * NIGHT IS PZ-EDIT, PUZZLE-1, PUZZLE-2, BAL-CHK, HIST-UPD,
      * ADJ-REL, ADJ-POST, PUZZLE-3, PUZZLE-4, OPS-RPT, CUST-EXT,
      * INC-HVST AND DATE-ROL, WITH HIST-UPD AND ADJ-POST MARKED
      * "N" - BOTH ADD INTO HISTDD, SO RUNNING EITHER AGAIN OVER
      * WORK IT ALREADY APPLIED DOUBLE-COUNTS THE NIGHT.
      * ONLY TONIGHT'S LOG RECORDS (THE BDATEDD BUSINESS DATE) ARE
      * CONSIDERED, AND FOR EACH STEP ONLY ITS LATEST START AND END.
      * EVERY STEP IS TAKEN TO DEPEND ON THE STEPS BEFORE IT, SO THE
      * RESTART PLAN READS:
      *   COMPLETE  ENDED WITHIN ITS MAXIMUM RETURN CODE, AFTER
      *             EVERYTHING AHEAD OF IT
      *   FAILED    ENDED OVER ITS MAXIMUM, OR STARTED WITH NO END
      *             RECORD (ABENDED OR CANCELLED)
      *   RERUN     RAN CLEAN, BUT A STEP AHEAD OF IT HAS SINCE BEEN
      *             RERUN OR IS NOT COMPLETE, SO ITS INPUT CHANGED
      *   TO RUN    NOT STARTED TONIGHT
      * THE RESTART POINT IS THE FIRST STEP THAT IS NOT COMPLETE. A
      * FAILED OR RERUN STEP THAT IS NOT SAFE TO RERUN IS FLAGGED
      * FOR THE OPERATOR TO CHECK BEFORE IT IS RESUBMITTED. STEPS
      * THAT LOGGED TONIGHT BUT ARE NOT ON THE STREAM (EXCP-FIX,
      * ARCH-INQ AND THE LIKE) ARE LISTED UNDERNEATH FOR REFERENCE.
      * THE PLAN GOES TO RSTPLNDD. RETURN CODE 0 MEANS THE STREAM IS
      * COMPLETE, 4 THAT THERE ARE STEPS TO RUN OR RERUN, 8 THAT A
      * STEP FAILED OR A NOT-RERUN-SAFE STEP NEEDS ATTENTION. LIKE
      * WIN-RPT IN WINRPT.COB IT ONLY READS THE LOG, SO IT CAN BE
      * RUN AS OFTEN AS WANTED THROUGH THE NIGHT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-FILE ASSIGN TO STRMDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STREAM-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOGDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
           SELECT PLAN-REPORT-FILE ASSIGN TO RSTPLNDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PLAN-REPORT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-FILE.
       01  STREAM-RECORD.
           05  STREAM-STEP         PIC X(8).
           05  FILLER              PIC X(1).
           05  STREAM-MAX-RC       PIC 9(3).
           05  FILLER              PIC X(1).
           05  STREAM-RERUN-FLAG   PIC X(1).
           05  FILLER              PIC X(1).
           05  STREAM-NOTE         PIC X(40).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RUN-LOG-PROGRAM     PIC X(8).
           05  FILLER              PIC X(1).
           05  RUN-LOG-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  RUN-LOG-EVENT       PIC X(5).
           05  FILLER              PIC X(1).
           05  RUN-LOG-TIME        PIC 9(6).
           05  FILLER              PIC X(1).
           05  RUN-LOG-RECORDS     PIC 9(6).
           05  FILLER              PIC X(1).
           05  RUN-LOG-RC          PIC 9(3).
       FD  PLAN-REPORT-FILE.
       01  PLAN-REPORT-RECORD      PIC X(132).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BUSINESS-DATE       PIC 9(8).
       WORKING-STORAGE SECTION.
       01  STREAM-STATUS       PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  PLAN-REPORT-STATUS  PIC X(2).
       01  BUSINESS-DATE-STATUS PIC X(2).
       01  RUN-DATE            PIC 9(8).
       01  LOG-SEQ             PIC 9(6) VALUE ZERO.
       01  UPSTREAM-END-SEQ    PIC 9(6) VALUE ZERO.
       01  BLOCKED-SWITCH      PIC X VALUE "N".
           88 UPSTREAM-BLOCKED    VALUE "Y".
       01  STEP-COUNT          PIC 9(2) VALUE ZERO.
       01  S-IDX               PIC 9(2).
       01  MATCH-IDX           PIC 9(2).
       01  RESTART-IDX         PIC 9(2) VALUE ZERO.
       01  STEP-FOUND-SWITCH   PIC X.
           88 STEP-MATCHED        VALUE "Y".
       01  STEP-TABLE.
           03  STEP-ENTRY OCCURS 40 TIMES.
               05  STEP-NAME-T         PIC X(8).
               05  STEP-MAX-RC-T       PIC 9(3).
               05  STEP-SAFE-T         PIC X.
               05  STEP-NOTE-T         PIC X(40).
               05  STEP-RUNS-T         PIC 9(3).
               05  STEP-STARTED-T      PIC X.
               05  STEP-START-TIME-T   PIC 9(6).
               05  STEP-START-SEQ-T    PIC 9(6).
               05  STEP-ENDED-T        PIC X.
               05  STEP-END-TIME-T     PIC 9(6).
               05  STEP-END-SEQ-T      PIC 9(6).
               05  STEP-RC-T           PIC 9(3).
               05  STEP-PLAN-T         PIC X(8).
               05  STEP-REASON-T       PIC X(30).
       01  OTHER-COUNT         PIC 9(2) VALUE ZERO.
       01  O-IDX               PIC 9(2).
       01  OTHER-TABLE.
           03  OTHER-ENTRY OCCURS 20 TIMES.
               05  OTHER-NAME-T        PIC X(8).
               05  OTHER-RUNS-T        PIC 9(3).
               05  OTHER-ENDED-T       PIC X.
               05  OTHER-RC-T          PIC 9(3).
       01  COMPLETE-COUNT      PIC 9(2) VALUE ZERO.
       01  FAILED-COUNT        PIC 9(2) VALUE ZERO.
       01  RERUN-COUNT         PIC 9(2) VALUE ZERO.
       01  TO-RUN-COUNT        PIC 9(2) VALUE ZERO.
       01  CHECK-COUNT         PIC 9(2) VALUE ZERO.
       01  TITLE-LINE.
           05  FILLER              PIC X(28)
               VALUE "STREAM RESTART PLAN         ".
           05  FILLER              PIC X(11) VALUE "RUN DATE = ".
           05  TITLE-RUN-DATE      PIC 9(8).
       01  COLUMN-LINE.
           05  FILLER              PIC X(33)
               VALUE "  SEQ  STEP      MAX SAFE  RUNS  ".
           05  FILLER              PIC X(35)
               VALUE "START   END      RC  STATUS    NOTE".
       01  DETAIL-LINE.
           05  FILLER              PIC X(2).
           05  DETAIL-SEQ          PIC ZZ9.
           05  FILLER              PIC X(2).
           05  DETAIL-STEP         PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-MAX-RC       PIC ZZ9.
           05  FILLER              PIC X(3).
           05  DETAIL-SAFE         PIC X(1).
           05  FILLER              PIC X(4).
           05  DETAIL-RUNS         PIC ZZ9.
           05  FILLER              PIC X(2).
           05  DETAIL-START        PIC X(6).
           05  FILLER              PIC X(2).
           05  DETAIL-END          PIC X(6).
           05  FILLER              PIC X(2).
           05  DETAIL-RC           PIC ZZ9.
           05  FILLER              PIC X(2).
           05  DETAIL-PLAN         PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-REASON       PIC X(30).
           05  FILLER              PIC X(2).
           05  DETAIL-CHECK        PIC X(26).
       01  RESTART-LINE.
           05  FILLER              PIC X(15) VALUE "RESTART AT  =  ".
           05  RESTART-STEP        PIC X(8).
           05  FILLER              PIC X(10) VALUE "  (STEP   ".
           05  RESTART-SEQ         PIC ZZ9.
           05  FILLER              PIC X(1) VALUE ")".
       01  OTHER-LINE.
           05  FILLER              PIC X(7).
           05  OTHER-STEP          PIC X(8).
           05  FILLER              PIC X(13).
           05  OTHER-RUNS          PIC ZZ9.
           05  FILLER              PIC X(18).
           05  OTHER-RC            PIC ZZ9.
           05  FILLER              PIC X(2).
           05  OTHER-STATE         PIC X(8).
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
           PERFORM LOAD-STREAM.
           PERFORM READ-RUN-LOG.
           PERFORM BUILD-PLAN.
           PERFORM WRITE-PLAN.
           PERFORM CLOSE-FILE.
           IF RESTART-IDX = ZERO THEN
               DISPLAY "STREAM COMPLETE FOR ", RUN-DATE
           ELSE
               DISPLAY "RESTART AT ", STEP-NAME-T(RESTART-IDX)
           END-IF.
           DISPLAY "STEPS COMPLETE = ", COMPLETE-COUNT.
           DISPLAY "STEPS FAILED = ", FAILED-COUNT.
           DISPLAY "STEPS TO RERUN = ", RERUN-COUNT.
           DISPLAY "STEPS STILL TO RUN = ", TO-RUN-COUNT.
           IF FAILED-COUNT > ZERO OR CHECK-COUNT > ZERO THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RESTART-IDX > ZERO THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       OPEN-FILE SECTION.
           PERFORM GET-BUSINESS-DATE.
           OPEN INPUT STREAM-FILE.
           IF STREAM-STATUS NOT = "00" THEN
               DISPLAY "STREAM CONTROL FILE OPEN FAILED WITH STATUS ",
                   STREAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PLAN-REPORT-FILE.
           IF PLAN-REPORT-STATUS NOT = "00" THEN
               DISPLAY "RESTART PLAN OPEN FAILED WITH STATUS ",
                   PLAN-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A STEP NAMED TWICE ON THE STREAM IS ONLY KEPT ONCE - THE LOG
      * CANNOT TELL TWO RUNS OF ONE PROGRAM APART BY POSITION.
       LOAD-STREAM SECTION.
           PERFORM UNTIL STREAM-STATUS = "10"
               READ STREAM-FILE
               IF STREAM-STATUS = "00" THEN
                   IF STREAM-STEP(1:1) NOT = "*"
                       AND STREAM-STEP NOT = SPACES THEN
                       PERFORM ADD-STREAM-STEP
                   END-IF
               ELSE
                   IF STREAM-STATUS NOT = "10" THEN
                       DISPLAY "STREAM CONTROL FILE READ FAILED WITH ",
                           "STATUS ", STREAM-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           IF STEP-COUNT = ZERO THEN
               DISPLAY "STREAM CONTROL FILE HOLDS NO STEPS - NO PLAN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-STREAM-STEP SECTION.
           MOVE STREAM-STEP TO RUN-LOG-PROGRAM.
           PERFORM FIND-STREAM-STEP.
           IF STEP-MATCHED THEN
               DISPLAY "STEP ", STREAM-STEP, " NAMED TWICE ON THE ",
                   "STREAM - SECOND ENTRY IGNORED"
               EXIT SECTION
           END-IF.
           IF STEP-COUNT = 40 THEN
               DISPLAY "MORE THAN 40 STEPS ON THE STREAM - EXCESS ",
                   "IGNORED"
               EXIT SECTION
           END-IF.
           ADD 1 TO STEP-COUNT.
           MOVE STREAM-STEP TO STEP-NAME-T(STEP-COUNT).
           IF STREAM-MAX-RC IS NUMERIC THEN
               MOVE STREAM-MAX-RC TO STEP-MAX-RC-T(STEP-COUNT)
           ELSE
               MOVE ZERO TO STEP-MAX-RC-T(STEP-COUNT)
           END-IF.
           IF STREAM-RERUN-FLAG = "N" THEN
               MOVE "N" TO STEP-SAFE-T(STEP-COUNT)
           ELSE
               MOVE "Y" TO STEP-SAFE-T(STEP-COUNT)
           END-IF.
           MOVE STREAM-NOTE TO STEP-NOTE-T(STEP-COUNT).
           MOVE ZERO TO STEP-RUNS-T(STEP-COUNT).
           MOVE "N" TO STEP-STARTED-T(STEP-COUNT).
           MOVE ZERO TO STEP-START-TIME-T(STEP-COUNT).
           MOVE ZERO TO STEP-START-SEQ-T(STEP-COUNT).
           MOVE "N" TO STEP-ENDED-T(STEP-COUNT).
           MOVE ZERO TO STEP-END-TIME-T(STEP-COUNT).
           MOVE ZERO TO STEP-END-SEQ-T(STEP-COUNT).
           MOVE ZERO TO STEP-RC-T(STEP-COUNT).
           MOVE SPACES TO STEP-PLAN-T(STEP-COUNT).
           MOVE SPACES TO STEP-REASON-T(STEP-COUNT).

       FIND-STREAM-STEP SECTION.
           MOVE "N" TO STEP-FOUND-SWITCH.
           MOVE ZERO TO MATCH-IDX.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > STEP-COUNT
               IF STEP-NAME-T(S-IDX) = RUN-LOG-PROGRAM THEN
                   MOVE S-IDX TO MATCH-IDX
                   MOVE "Y" TO STEP-FOUND-SWITCH
               END-IF
           END-PERFORM.

      * THE LOG IS IN ARRIVAL ORDER, SO ITS RECORD NUMBER ORDERS
      * TONIGHT'S EVENTS EVEN ACROSS MIDNIGHT. A FRESH START CLEARS
      * THE STEP'S END SO A RERUN THAT DIES SHOWS AS DIED.
       READ-RUN-LOG SECTION.
           OPEN INPUT RUN-LOG-FILE.
           IF RUN-LOG-STATUS = "35" THEN
               DISPLAY "RUN LOG MISSING - NOTHING HAS RUN"
               EXIT SECTION
           END-IF.
           IF RUN-LOG-STATUS NOT = "00" THEN
               DISPLAY "RUN LOG OPEN FAILED WITH STATUS ",
                   RUN-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL RUN-LOG-STATUS = "10"
               READ RUN-LOG-FILE
               IF RUN-LOG-STATUS = "00" THEN
                   ADD 1 TO LOG-SEQ
                   IF RUN-LOG-DATE IS NUMERIC
                       AND RUN-LOG-DATE = RUN-DATE THEN
                       PERFORM NOTE-LOG-RECORD
                   END-IF
               ELSE
                   IF RUN-LOG-STATUS NOT = "10" THEN
                       DISPLAY "RUN LOG READ FAILED WITH STATUS ",
                           RUN-LOG-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RUN-LOG-FILE.
           IF RUN-LOG-STATUS NOT = "00" THEN
               DISPLAY "RUN LOG CLOSE FAILED WITH STATUS ",
                   RUN-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-LOG-RECORD SECTION.
           PERFORM FIND-STREAM-STEP.
           IF NOT STEP-MATCHED THEN
               PERFORM NOTE-OTHER-STEP
               EXIT SECTION
           END-IF.
           IF RUN-LOG-EVENT = "START" THEN
               ADD 1 TO STEP-RUNS-T(MATCH-IDX)
               MOVE "Y" TO STEP-STARTED-T(MATCH-IDX)
               MOVE RUN-LOG-TIME TO STEP-START-TIME-T(MATCH-IDX)
               MOVE LOG-SEQ TO STEP-START-SEQ-T(MATCH-IDX)
               MOVE "N" TO STEP-ENDED-T(MATCH-IDX)
               MOVE ZERO TO STEP-END-TIME-T(MATCH-IDX)
               MOVE ZERO TO STEP-RC-T(MATCH-IDX)
               EXIT SECTION
           END-IF.
           IF RUN-LOG-EVENT = "END" THEN
               MOVE "Y" TO STEP-ENDED-T(MATCH-IDX)
               MOVE RUN-LOG-TIME TO STEP-END-TIME-T(MATCH-IDX)
               MOVE LOG-SEQ TO STEP-END-SEQ-T(MATCH-IDX)
               IF RUN-LOG-RC IS NUMERIC THEN
                   MOVE RUN-LOG-RC TO STEP-RC-T(MATCH-IDX)
               END-IF
           END-IF.

       NOTE-OTHER-STEP SECTION.
           MOVE ZERO TO MATCH-IDX.
           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > OTHER-COUNT
               IF OTHER-NAME-T(O-IDX) = RUN-LOG-PROGRAM THEN
                   MOVE O-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.
           IF MATCH-IDX = ZERO THEN
               IF OTHER-COUNT = 20 THEN
                   EXIT SECTION
               END-IF
               ADD 1 TO OTHER-COUNT
               MOVE OTHER-COUNT TO MATCH-IDX
               MOVE RUN-LOG-PROGRAM TO OTHER-NAME-T(MATCH-IDX)
               MOVE ZERO TO OTHER-RUNS-T(MATCH-IDX)
               MOVE "N" TO OTHER-ENDED-T(MATCH-IDX)
               MOVE ZERO TO OTHER-RC-T(MATCH-IDX)
           END-IF.
           IF RUN-LOG-EVENT = "START" THEN
               ADD 1 TO OTHER-RUNS-T(MATCH-IDX)
               MOVE "N" TO OTHER-ENDED-T(MATCH-IDX)
           ELSE
               IF RUN-LOG-EVENT = "END" THEN
                   MOVE "Y" TO OTHER-ENDED-T(MATCH-IDX)
                   IF RUN-LOG-RC IS NUMERIC THEN
                       MOVE RUN-LOG-RC TO OTHER-RC-T(MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

      * THE STREAM IS WALKED IN ORDER CARRYING TWO THINGS FORWARD:
      * WHETHER ANY STEP AHEAD IS NOT COMPLETE, AND THE LATEST LOG
      * POSITION AT WHICH A STEP AHEAD ENDED. A STEP THAT STARTED
      * BEFORE SOMETHING AHEAD OF IT LAST ENDED RAN ON OLD INPUT.
       BUILD-PLAN SECTION.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > STEP-COUNT
               PERFORM PLAN-ONE-STEP
               IF STEP-PLAN-T(S-IDX) NOT = "COMPLETE" THEN
                   MOVE "Y" TO BLOCKED-SWITCH
                   IF RESTART-IDX = ZERO THEN
                       MOVE S-IDX TO RESTART-IDX
                   END-IF
               END-IF
               IF STEP-ENDED-T(S-IDX) = "Y"
                   AND STEP-END-SEQ-T(S-IDX) > UPSTREAM-END-SEQ THEN
                   MOVE STEP-END-SEQ-T(S-IDX) TO UPSTREAM-END-SEQ
               END-IF
           END-PERFORM.

       PLAN-ONE-STEP SECTION.
           IF STEP-STARTED-T(S-IDX) NOT = "Y" THEN
               MOVE "TO RUN" TO STEP-PLAN-T(S-IDX)
               ADD 1 TO TO-RUN-COUNT
               EXIT SECTION
           END-IF.
           IF STEP-ENDED-T(S-IDX) NOT = "Y" THEN
               MOVE "FAILED" TO STEP-PLAN-T(S-IDX)
               MOVE "STARTED - NO END RECORD" TO STEP-REASON-T(S-IDX)
               ADD 1 TO FAILED-COUNT
               EXIT SECTION
           END-IF.
           IF STEP-RC-T(S-IDX) > STEP-MAX-RC-T(S-IDX) THEN
               MOVE "FAILED" TO STEP-PLAN-T(S-IDX)
               MOVE "RETURN CODE OVER MAXIMUM" TO STEP-REASON-T(S-IDX)
               ADD 1 TO FAILED-COUNT
               EXIT SECTION
           END-IF.
           IF UPSTREAM-BLOCKED THEN
               MOVE "RERUN" TO STEP-PLAN-T(S-IDX)
               MOVE "EARLIER STEP NOT COMPLETE" TO STEP-REASON-T(S-IDX)
               ADD 1 TO RERUN-COUNT
               EXIT SECTION
           END-IF.
           IF STEP-START-SEQ-T(S-IDX) < UPSTREAM-END-SEQ THEN
               MOVE "RERUN" TO STEP-PLAN-T(S-IDX)
               MOVE "INPUT CHANGED AFTER IT RAN" TO STEP-REASON-T(S-IDX)
               ADD 1 TO RERUN-COUNT
               EXIT SECTION
           END-IF.
           MOVE "COMPLETE" TO STEP-PLAN-T(S-IDX).
           ADD 1 TO COMPLETE-COUNT.

       WRITE-PLAN SECTION.
           MOVE RUN-DATE TO TITLE-RUN-DATE.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE TITLE-LINE TO PLAN-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLUMN-LINE TO PLAN-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > STEP-COUNT
               PERFORM WRITE-STEP-LINE
           END-PERFORM.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF RESTART-IDX = ZERO THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "STREAM COMPLETE - NOTHING TO RESTART" TO TEXT-BODY
               MOVE SPACES TO PLAN-REPORT-RECORD
               MOVE TEXT-LINE TO PLAN-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE STEP-NAME-T(RESTART-IDX) TO RESTART-STEP
               MOVE RESTART-IDX TO RESTART-SEQ
               MOVE SPACES TO PLAN-REPORT-RECORD
               MOVE RESTART-LINE TO PLAN-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "STEPS COMPLETE" TO COUNT-LABEL.
           MOVE COMPLETE-COUNT TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "STEPS FAILED" TO COUNT-LABEL.
           MOVE FAILED-COUNT TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "STEPS TO RERUN" TO COUNT-LABEL.
           MOVE RERUN-COUNT TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "STEPS STILL TO RUN" TO COUNT-LABEL.
           MOVE TO-RUN-COUNT TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "STEPS TO CHECK BEFORE RERUN" TO COUNT-LABEL.
           MOVE CHECK-COUNT TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF CHECK-COUNT > ZERO THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "FLAGGED STEPS UPDATE A MASTER - CHECK BEFORE RERUN"
                   TO TEXT-BODY
               MOVE SPACES TO PLAN-REPORT-RECORD
               MOVE TEXT-LINE TO PLAN-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF OTHER-COUNT > ZERO THEN
               PERFORM WRITE-OTHER-STEPS
           END-IF.

       WRITE-STEP-LINE SECTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE S-IDX TO DETAIL-SEQ.
           MOVE STEP-NAME-T(S-IDX) TO DETAIL-STEP.
           MOVE STEP-MAX-RC-T(S-IDX) TO DETAIL-MAX-RC.
           MOVE STEP-SAFE-T(S-IDX) TO DETAIL-SAFE.
           MOVE STEP-RUNS-T(S-IDX) TO DETAIL-RUNS.
           IF STEP-STARTED-T(S-IDX) = "Y" THEN
               MOVE STEP-START-TIME-T(S-IDX) TO DETAIL-START
           END-IF.
           IF STEP-ENDED-T(S-IDX) = "Y" THEN
               MOVE STEP-END-TIME-T(S-IDX) TO DETAIL-END
               MOVE STEP-RC-T(S-IDX) TO DETAIL-RC
           END-IF.
           MOVE STEP-PLAN-T(S-IDX) TO DETAIL-PLAN.
           IF STEP-REASON-T(S-IDX) = SPACES THEN
               MOVE STEP-NOTE-T(S-IDX) TO DETAIL-REASON
           ELSE
               MOVE STEP-REASON-T(S-IDX) TO DETAIL-REASON
           END-IF.
           IF STEP-SAFE-T(S-IDX) = "N"
               AND (STEP-PLAN-T(S-IDX) = "FAILED"
               OR STEP-PLAN-T(S-IDX) = "RERUN") THEN
               MOVE "*CHECK - NOT RERUN SAFE*" TO DETAIL-CHECK
               ADD 1 TO CHECK-COUNT
           END-IF.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE DETAIL-LINE TO PLAN-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       WRITE-OTHER-STEPS SECTION.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO TEXT-LINE.
           MOVE "LOGGED TONIGHT BUT NOT ON THE STREAM" TO TEXT-BODY.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE TEXT-LINE TO PLAN-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > OTHER-COUNT
               MOVE SPACES TO OTHER-LINE
               MOVE OTHER-NAME-T(O-IDX) TO OTHER-STEP
               MOVE OTHER-RUNS-T(O-IDX) TO OTHER-RUNS
               IF OTHER-ENDED-T(O-IDX) = "Y" THEN
                   MOVE OTHER-RC-T(O-IDX) TO OTHER-RC
                   MOVE "ENDED" TO OTHER-STATE
               ELSE
                   MOVE "NO END" TO OTHER-STATE
               END-IF
               MOVE SPACES TO PLAN-REPORT-RECORD
               MOVE OTHER-LINE TO PLAN-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-COUNT-LINE SECTION.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE COUNT-LINE TO PLAN-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE SECTION.
           WRITE PLAN-REPORT-RECORD.
           IF PLAN-REPORT-STATUS NOT = "00" THEN
               DISPLAY "RESTART PLAN WRITE FAILED WITH STATUS ",
                   PLAN-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
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

       CLOSE-FILE SECTION.
           CLOSE STREAM-FILE.
           IF STREAM-STATUS NOT = "00" THEN
               DISPLAY "STREAM CONTROL FILE CLOSE FAILED WITH STATUS ",
                   STREAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PLAN-REPORT-FILE.
           IF PLAN-REPORT-STATUS NOT = "00" THEN
               DISPLAY "RESTART PLAN CLOSE FAILED WITH STATUS ",
                   PLAN-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
