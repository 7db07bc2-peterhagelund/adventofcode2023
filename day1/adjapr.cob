       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJ-APR.
      *
      * ADJUSTMENT APPROVAL CONSOLE - THE CHECKER'S SIDE OF THE
      * MAKER-CHECKER CONTROL OVER THE DELTAS THAT MOVE REPORTED
      * TOTALS. EXCP-FIX IN EXCPFIX.COB AND PZ-RESUB IN PZRESUB.COB
      * DO NOT WRITE ADJSTDD AND BADJDD THEMSELVES: THEY QUEUE
      * EACH ADJUSTMENT PENDING ON THE KEYED APPRQDD APPROVAL QUEUE,
      * STAMPED WITH THE USER WHO MADE IT. THE OPERATOR WORKS IN THE
      * SAME PROMPT-AND-ANSWER STYLE AS CTL-MNT IN CTLMNT.COB: LIST
      * THE ADJUSTMENTS STILL PENDING, THEN REVIEW THEM IN KEY ORDER
      * (SOURCE, NIGHT, FILE OR BATCH ID, LINE). EACH ONE IS SHOWN
      * WITH ITS DELTA, ITS MAKER, THE ORIGINAL EXCEPTION TEXT AND
      * THE REPAIRED TEXT, AND IS
      *   - APPROVED (READY FOR ADJ-REL IN ADJREL.COB TO RELEASE TO
      *     ADJ-POST), OR
      *   - REJECTED (IT NEVER POSTS; THE MAKER MAY REPAIR AND QUEUE
      *     IT AGAIN, WHICH PUTS IT BACK TO PENDING), OR
      *   - SKIPPED FOR NOW.
      * A DECISION MUST CARRY A REASON CODE OF UP TO FIVE
      * CHARACTERS. THE CHECKER MUST BE A DIFFERENT USER FROM THE
      * MAKER - AN ADJUSTMENT IS SHOWN TO ITS OWN MAKER BUT CANNOT BE
      * DECIDED BY THEM, AND A SESSION WHOSE USER CANNOT BE
      * ESTABLISHED MAY LOOK BUT NOT DECIDE. AN ADJUSTMENT WHOSE
      * MAKER WAS NOT ESTABLISHED WHEN IT WAS QUEUED CANNOT BE
      * DECIDED BY ANYONE, SINCE NO CHECKER CAN BE SHOWN TO BE A
      * DIFFERENT USER; IT STAYS PENDING. EVERY DECISION IS
      * LOGGED TO THE CTLAUDDD AUDIT TRAIL (OPENED EXTEND) WITH THE
      * RUN DATE, TIME AND USER, THE WAY INC-MNT IN INCMNT.COB LOGS
      * INCIDENT CHANGES: ONE RECORD NAMING THE QUEUE KEY, THE
      * DECISION, THE MAKER AND THE DELTA, FOLLOWED BY ONE RECORD
      * PER FIELD CHANGED WITH ITS OLD AND NEW VALUES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO APPRQDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUEUE-KEY
           FILE STATUS IS QUEUE-STATUS.
           SELECT CONTROL-AUDIT-FILE ASSIGN TO CTLAUDDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONTROL-AUDIT-STATUS.
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
       01  QUEUE-STATUS        PIC X(2).
       01  CONTROL-AUDIT-STATUS PIC X(2).
       01  BUSINESS-DATE-STATUS PIC X(2).
       01  RUN-DATE            PIC 9(8).
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
       01  RUN-USER            PIC X(8) VALUE SPACES.
       01  USER-SWITCH         PIC X VALUE "Y".
           88 USER-KNOWN          VALUE "Y".
       01  SESSION-SWITCH      PIC X VALUE "Y".
           88 SESSION-ACTIVE      VALUE "Y".
       01  REVIEW-SWITCH       PIC X VALUE "Y".
           88 REVIEW-ACTIVE       VALUE "Y".
       01  MENU-ANSWER         PIC X(1).
       01  DECISION-ANSWER     PIC X(1).
       01  CONSOLE-ANSWER      PIC X(60).
       01  CHANGES-MADE        PIC 9(4) VALUE ZERO.
       01  LISTED-COUNT        PIC 9(6) VALUE ZERO.
       01  APPROVED-COUNT      PIC 9(4) VALUE ZERO.
       01  REJECTED-COUNT      PIC 9(4) VALUE ZERO.
       01  OWN-COUNT           PIC 9(4) VALUE ZERO.
       01  WORK-REASON         PIC X(5).
       01  OLD-STATE           PIC X(1).
       01  OLD-REASON          PIC X(5).
       01  ACTION-NAME         PIC X(8).
       01  EDIT-DELTA          PIC ZZZZZ9.
       01  EDIT-LINES          PIC ZZZZZ9.
       01  OLD-IMAGE           PIC X(53).
       01  NEW-IMAGE           PIC X(53).
       01  KEY-IMAGE.
           05  KEY-IMAGE-SOURCE    PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  KEY-IMAGE-DATE      PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  KEY-IMAGE-REF       PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  KEY-IMAGE-LINE      PIC 9(6).
       01  DECISION-IMAGE.
           05  DECISION-ACTION     PIC X(8).
           05  FILLER              PIC X(7) VALUE " MAKER ".
           05  DECISION-MAKER      PIC X(8).
           05  FILLER              PIC X(7) VALUE " DELTA ".
           05  DECISION-DELTA      PIC 9(6).
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM MENU-LOOP UNTIL NOT SESSION-ACTIVE.
           PERFORM CLOSE-FILE.
           DISPLAY "ADJUSTMENTS APPROVED = ", APPROVED-COUNT.
           DISPLAY "ADJUSTMENTS REJECTED = ", REJECTED-COUNT.
           DISPLAY "QUEUE CHANGES LOGGED = ", CHANGES-MADE.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       OPEN-FILE SECTION.
           PERFORM GET-BUSINESS-DATE.
           ACCEPT RUN-TIME-RAW FROM TIME.
           ACCEPT RUN-USER FROM ENVIRONMENT "USER".
           IF RUN-USER = SPACES THEN
               ACCEPT RUN-USER FROM ENVIRONMENT "LOGNAME"
           END-IF.
           IF RUN-USER = SPACES THEN
               MOVE "UNKNOWN" TO RUN-USER
           END-IF.
           IF RUN-USER = "UNKNOWN" THEN
               MOVE "N" TO USER-SWITCH
               DISPLAY "USER CANNOT BE ESTABLISHED - THE QUEUE MAY ",
                   "BE LISTED AND REVIEWED BUT NOTHING DECIDED"
           END-IF.
           OPEN I-O APPROVAL-QUEUE-FILE.
           IF QUEUE-STATUS = "35" THEN
               DISPLAY "NO APPROVAL QUEUE ON FILE - NOTHING TO ",
                   "REVIEW"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF QUEUE-STATUS NOT = "00" THEN
               DISPLAY "APPROVAL QUEUE OPEN FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CONTROL-AUDIT-FILE.
           IF CONTROL-AUDIT-STATUS = "35" THEN
               OPEN OUTPUT CONTROL-AUDIT-FILE
           END-IF.
           IF CONTROL-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT FILE OPEN FAILED WITH STATUS ",
                   CONTROL-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       MENU-LOOP SECTION.
           DISPLAY "ADJUSTMENT APPROVAL QUEUE - CHOOSE AN ACTION".
           DISPLAY "  L = LIST ADJUSTMENTS PENDING APPROVAL".
           DISPLAY "  R = REVIEW PENDING ADJUSTMENTS IN TURN".
           DISPLAY "  (BLANK TO END)".
           MOVE SPACE TO MENU-ANSWER.
           ACCEPT MENU-ANSWER FROM CONSOLE.
           IF MENU-ANSWER = SPACE THEN
               MOVE "N" TO SESSION-SWITCH
               EXIT SECTION
           END-IF.
           IF MENU-ANSWER = "L" OR MENU-ANSWER = "l" THEN
               PERFORM LIST-PENDING
               EXIT SECTION
           END-IF.
           IF MENU-ANSWER = "R" OR MENU-ANSWER = "r" THEN
               PERFORM REVIEW-PENDING
               EXIT SECTION
           END-IF.
           DISPLAY "ANSWER L, R OR BLANK".

      * THE QUEUE IS KEYED BY SOURCE FIRST AND THEN BY NIGHT, SO THE
      * LIST COMES OUT ONE SOURCE AT A TIME, OLDEST NIGHT FIRST.
       LIST-PENDING SECTION.
           MOVE ZERO TO LISTED-COUNT.
           MOVE LOW-VALUES TO QUEUE-KEY.
           START APPROVAL-QUEUE-FILE KEY NOT < QUEUE-KEY
               INVALID KEY MOVE "23" TO QUEUE-STATUS
           END-START.
           PERFORM UNTIL QUEUE-STATUS NOT = "00"
               READ APPROVAL-QUEUE-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF QUEUE-STATUS = "00" THEN
                   IF QUEUE-PENDING THEN
                       ADD 1 TO LISTED-COUNT
                       PERFORM DISPLAY-ENTRY-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF QUEUE-STATUS NOT = "10"
               AND QUEUE-STATUS NOT = "23" THEN
               DISPLAY "APPROVAL QUEUE READ FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ADJUSTMENTS PENDING APPROVAL = ", LISTED-COUNT.

       REVIEW-PENDING SECTION.
           MOVE ZERO TO LISTED-COUNT.
           MOVE "Y" TO REVIEW-SWITCH.
           MOVE LOW-VALUES TO QUEUE-KEY.
           START APPROVAL-QUEUE-FILE KEY NOT < QUEUE-KEY
               INVALID KEY MOVE "23" TO QUEUE-STATUS
           END-START.
           PERFORM UNTIL QUEUE-STATUS NOT = "00" OR NOT REVIEW-ACTIVE
               READ APPROVAL-QUEUE-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF QUEUE-STATUS = "00" THEN
                   IF QUEUE-PENDING THEN
                       ADD 1 TO LISTED-COUNT
                       PERFORM REVIEW-ONE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           IF QUEUE-STATUS NOT = "00"
               AND QUEUE-STATUS NOT = "10"
               AND QUEUE-STATUS NOT = "23" THEN
               DISPLAY "APPROVAL QUEUE READ FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LISTED-COUNT = ZERO THEN
               DISPLAY "NOTHING PENDING APPROVAL"
           END-IF.

       DISPLAY-ENTRY-LINE SECTION.
           MOVE QUEUE-DELTA TO EDIT-DELTA.
           DISPLAY "  ", QUEUE-SOURCE, " ", QUEUE-RUN-DATE, " ",
               QUEUE-REF, " ", QUEUE-LINE-NO, " ", QUEUE-PROGRAM,
               " DELTA ", EDIT-DELTA, " BY ", QUEUE-MAKER, " ON ",
               QUEUE-MADE-DATE.

      * THE ORIGINAL AND REPAIRED TEXTS ARE SHOWN IN FULL, SPLIT
      * OVER TWO LINES WHEN THEY RUN PAST 100 CHARACTERS.
       DISPLAY-ENTRY SECTION.
           MOVE QUEUE-DELTA TO EDIT-DELTA.
           MOVE QUEUE-LINES TO EDIT-LINES.
           DISPLAY " ".
           DISPLAY "SOURCE   ", QUEUE-SOURCE, "  NIGHT ",
               QUEUE-RUN-DATE, "  PROGRAM ", QUEUE-PROGRAM.
           IF QUEUE-LINE-NO = ZERO THEN
               DISPLAY "BATCH    ", QUEUE-REF, "  LINES ", EDIT-LINES
           ELSE
               DISPLAY "FILE     ", QUEUE-REF, "  LINE ", QUEUE-LINE-NO
           END-IF.
           DISPLAY "DELTA    ", EDIT-DELTA.
           DISPLAY "MADE BY  ", QUEUE-MAKER, "  ON ", QUEUE-MADE-DATE,
               " AT ", QUEUE-MADE-TIME.
           IF QUEUE-CHECKER NOT = SPACES THEN
               DISPLAY "LAST DECIDED BY ", QUEUE-CHECKER, " ON ",
                   QUEUE-DECIDED-DATE, " REASON ", QUEUE-REASON
           END-IF.
           DISPLAY "ORIGINAL ", QUEUE-ORIGINAL-TEXT(1:100).
           IF QUEUE-ORIGINAL-TEXT(101:100) NOT = SPACES THEN
               DISPLAY "         ", QUEUE-ORIGINAL-TEXT(101:100)
           END-IF.
           DISPLAY "REPAIRED ", QUEUE-REPAIRED-TEXT(1:100).
           IF QUEUE-REPAIRED-TEXT(101:100) NOT = SPACES THEN
               DISPLAY "         ", QUEUE-REPAIRED-TEXT(101:100)
           END-IF.

       REVIEW-ONE-ENTRY SECTION.
           PERFORM DISPLAY-ENTRY.
           IF NOT USER-KNOWN THEN
               DISPLAY "USER NOT ESTABLISHED - NOT DECIDED"
               EXIT SECTION
           END-IF.
           IF QUEUE-MAKER = "UNKNOWN" OR QUEUE-MAKER = SPACES THEN
               DISPLAY "MAKER NOT ESTABLISHED - NO CHECKER CAN BE ",
                   "SHOWN TO DIFFER - NOT DECIDED"
               EXIT SECTION
           END-IF.
           IF QUEUE-MAKER = RUN-USER THEN
               ADD 1 TO OWN-COUNT
               DISPLAY "YOU MADE THIS ADJUSTMENT - A DIFFERENT USER ",
                   "MUST DECIDE IT"
               EXIT SECTION
           END-IF.
           MOVE SPACE TO DECISION-ANSWER.
           PERFORM WITH TEST AFTER
               UNTIL DECISION-ANSWER = "A" OR DECISION-ANSWER = "R"
                   OR DECISION-ANSWER = "S" OR DECISION-ANSWER = SPACE
               DISPLAY "A = APPROVE, R = REJECT, S = SKIP, ",
                   "(BLANK TO END THE REVIEW)"
               MOVE SPACE TO DECISION-ANSWER
               ACCEPT DECISION-ANSWER FROM CONSOLE
               INSPECT DECISION-ANSWER CONVERTING "ars" TO "ARS"
           END-PERFORM.
           IF DECISION-ANSWER = SPACE THEN
               MOVE "N" TO REVIEW-SWITCH
               EXIT SECTION
           END-IF.
           IF DECISION-ANSWER = "S" THEN
               EXIT SECTION
           END-IF.
           PERFORM PROMPT-REASON.
           IF WORK-REASON = SPACES THEN
               DISPLAY "NO REASON CODE KEYED - ADJUSTMENT LEFT PENDING"
               EXIT SECTION
           END-IF.
           MOVE QUEUE-STATE TO OLD-STATE.
           MOVE QUEUE-REASON TO OLD-REASON.
           IF DECISION-ANSWER = "A" THEN
               MOVE "A" TO QUEUE-STATE
               MOVE "APPROVED" TO ACTION-NAME
               ADD 1 TO APPROVED-COUNT
           ELSE
               MOVE "R" TO QUEUE-STATE
               MOVE "REJECTED" TO ACTION-NAME
               ADD 1 TO REJECTED-COUNT
           END-IF.
           MOVE RUN-USER TO QUEUE-CHECKER.
           MOVE WORK-REASON TO QUEUE-REASON.
           MOVE RUN-DATE TO QUEUE-DECIDED-DATE.
           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE RUN-TIME-HHMMSS TO QUEUE-DECIDED-TIME.
           PERFORM REWRITE-ENTRY.
           PERFORM AUDIT-DECISION.
           DISPLAY "ADJUSTMENT ", ACTION-NAME.

      * THE REASON CODE IS UP TO FIVE CHARACTERS, THE SAME WIDTH AS
      * THE REJECT REASON CODES THE SCORERS WRITE. A BLANK ANSWER
      * LEAVES THE ADJUSTMENT PENDING.
       PROMPT-REASON SECTION.
           MOVE SPACES TO WORK-REASON.
           PERFORM WITH TEST AFTER UNTIL CONSOLE-ANSWER(6:55) = SPACES
               DISPLAY "REASON CODE (UP TO 5 CHARACTERS):"
               MOVE SPACES TO CONSOLE-ANSWER
               ACCEPT CONSOLE-ANSWER FROM CONSOLE
               IF CONSOLE-ANSWER(6:55) NOT = SPACES THEN
                   DISPLAY "REASON CODE IS LONGER THAN 5 CHARACTERS"
               END-IF
           END-PERFORM.
           MOVE CONSOLE-ANSWER(1:5) TO WORK-REASON.
           INSPECT WORK-REASON CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       REWRITE-ENTRY SECTION.
           REWRITE QUEUE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF QUEUE-STATUS NOT = "00" THEN
               DISPLAY "APPROVAL QUEUE REWRITE FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       AUDIT-DECISION SECTION.
           MOVE QUEUE-SOURCE TO KEY-IMAGE-SOURCE.
           MOVE QUEUE-RUN-DATE TO KEY-IMAGE-DATE.
           MOVE QUEUE-REF TO KEY-IMAGE-REF.
           MOVE QUEUE-LINE-NO TO KEY-IMAGE-LINE.
           MOVE ACTION-NAME TO DECISION-ACTION.
           MOVE QUEUE-MAKER TO DECISION-MAKER.
           MOVE QUEUE-DELTA TO DECISION-DELTA.
           MOVE "ADJUSTMENT" TO AUDIT-FIELD.
           MOVE SPACES TO OLD-IMAGE.
           MOVE KEY-IMAGE TO OLD-IMAGE.
           MOVE SPACES TO NEW-IMAGE.
           MOVE DECISION-IMAGE TO NEW-IMAGE.
           PERFORM WRITE-CONTROL-AUDIT.
           MOVE "STATE" TO AUDIT-FIELD.
           MOVE SPACES TO OLD-IMAGE.
           MOVE OLD-STATE TO OLD-IMAGE(1:1).
           MOVE SPACES TO NEW-IMAGE.
           MOVE QUEUE-STATE TO NEW-IMAGE(1:1).
           PERFORM WRITE-CONTROL-AUDIT.
           MOVE "REASON" TO AUDIT-FIELD.
           MOVE SPACES TO OLD-IMAGE.
           MOVE OLD-REASON TO OLD-IMAGE(1:5).
           MOVE SPACES TO NEW-IMAGE.
           MOVE QUEUE-REASON TO NEW-IMAGE(1:5).
           PERFORM WRITE-CONTROL-AUDIT.

       WRITE-CONTROL-AUDIT SECTION.
           MOVE RUN-DATE TO AUDIT-RUN-DATE.
           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE RUN-TIME-HHMMSS TO AUDIT-RUN-TIME.
           MOVE RUN-USER TO AUDIT-USER.
           MOVE "APPRQDD" TO AUDIT-FILE-ID.
           MOVE OLD-IMAGE TO AUDIT-OLD-VALUE.
           MOVE NEW-IMAGE TO AUDIT-NEW-VALUE.
           WRITE CONTROL-AUDIT-RECORD.
           IF CONTROL-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT FILE WRITE FAILED WITH STATUS ",
                   CONTROL-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CHANGES-MADE.

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
           MOVE CHANGES-MADE TO RUN-LOG-RECORDS-W.
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
           MOVE "ADJ-APR" TO RUN-LOG-PROGRAM.
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
           CLOSE APPROVAL-QUEUE-FILE.
           IF QUEUE-STATUS NOT = "00" THEN
               DISPLAY "APPROVAL QUEUE CLOSE FAILED WITH STATUS ",
                   QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CONTROL-AUDIT-FILE.
           IF CONTROL-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "AUDIT FILE CLOSE FAILED WITH STATUS ",
                   CONTROL-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
