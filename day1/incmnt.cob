       IDENTIFICATION DIVISION.
       PROGRAM-ID. INC-MNT.
      *
      * INCIDENT REGISTER CONSOLE MAINTENANCE - THE ON-CALL
      * OPERATOR'S VIEW OF THE KEYED INCDTDD INCIDENT REGISTER THAT
      * INC-HVST IN INCHVST.COB FILLS FROM EACH NIGHT'S ALERTDD.
      * THE OPERATOR WORKS IN THE SAME PROMPT-AND-ANSWER STYLE AS
      * CTL-MNT IN CTLMNT.COB: LIST THE INCIDENTS STILL OPEN FROM ANY
      * NIGHT, THEN PICK ONE BY BUSINESS DATE, PROGRAM AND SEQUENCE
      * NUMBER AND
      *   - ACKNOWLEDGE IT (OPEN TO ACKD, STAMPED WITH USER AND DATE)
      *   - ANNOTATE IT (A FREE-TEXT NOTE OF UP TO 53 CHARACTERS)
      *   - CLOSE IT (ACKD OR OPEN TO CLSD - A CLOSED INCIDENT MUST
      *     CARRY A NOTE SAYING WHAT WAS DONE ABOUT IT)
      * DATE-ROL WILL NOT ROLL THE CALENDAR WHILE A FAIL-CLASS
      * INCIDENT IS STILL OPEN, SO ACKNOWLEDGING IS WHAT RELEASES
      * THE NIGHT; CLOSING IS WHAT TAKES IT OFF OPS-RPT'S CARRIED-
      * FORWARD LIST. EVERY CHANGE IS LOGGED TO THE CTLAUDDD AUDIT
      * TRAIL (OPENED EXTEND) WITH THE RUN DATE, TIME AND USER: ONE
      * INCIDENT RECORD NAMING THE KEY AND THE ACTION, FOLLOWED BY
      * ONE RECORD PER FIELD CHANGED WITH ITS OLD AND NEW VALUES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO INCDTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INCIDENT-KEY
           FILE STATUS IS INCIDENT-STATUS.
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
               88 INCIDENT-OPEN       VALUE "OPEN".
               88 INCIDENT-ACKED      VALUE "ACKD".
               88 INCIDENT-CLOSED     VALUE "CLSD".
           05  INCIDENT-HARVEST-TIME PIC 9(6).
           05  INCIDENT-ACK-USER   PIC X(8).
           05  INCIDENT-ACK-DATE   PIC 9(8).
           05  INCIDENT-CLOSE-USER PIC X(8).
           05  INCIDENT-CLOSE-DATE PIC 9(8).
           05  INCIDENT-NOTE       PIC X(53).
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
       01  INCIDENT-STATUS     PIC X(2).
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
       01  SESSION-SWITCH      PIC X VALUE "Y".
           88 SESSION-ACTIVE      VALUE "Y".
       01  MENU-ANSWER         PIC X(1).
       01  CONSOLE-ANSWER      PIC X(60).
       01  CHANGES-MADE        PIC 9(4) VALUE ZERO.
       01  LISTED-COUNT        PIC 9(6) VALUE ZERO.
       01  SELECT-SWITCH       PIC X VALUE "N".
           88 INCIDENT-SELECTED   VALUE "Y".
       01  NOTE-SWITCH         PIC X VALUE "N".
           88 NOTE-KEYED          VALUE "Y".
       01  WORK-DATE           PIC 9(8).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE.
           05  WORK-YEAR       PIC 9(4).
           05  WORK-MONTH      PIC 9(2).
           05  WORK-DAY        PIC 9(2).
       01  WORK-PROGRAM        PIC X(8).
       01  WORK-SEQ            PIC 9(4).
       01  WORK-NOTE           PIC X(53).
       01  OLD-STATE           PIC X(4).
       01  OLD-NOTE            PIC X(53).
       01  ACTION-NAME         PIC X(12).
       01  PARSE-STATUS        PIC X.
           88 PARSE-GOOD          VALUE "G".
           88 PARSE-KEEP          VALUE "K".
           88 PARSE-BAD           VALUE "B".
       01  PARSE-VALUE         PIC 9(8).
       01  PARSE-IDX           PIC 9(2).
       01  PARSE-DIGITS        PIC 9(2).
       01  PARSE-DIGIT         PIC 9.
       01  PARSE-LIMIT         PIC 9(8).
       01  PARSE-MAX-DIGITS    PIC 9(2).
       01  OLD-IMAGE           PIC X(53).
       01  NEW-IMAGE           PIC X(53).
       01  KEY-IMAGE.
           05  KEY-IMAGE-DATE      PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  KEY-IMAGE-PROGRAM   PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  KEY-IMAGE-SEQ       PIC 9(4).
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM MENU-LOOP UNTIL NOT SESSION-ACTIVE.
           PERFORM CLOSE-FILE.
           DISPLAY "INCIDENT CHANGES LOGGED = ", CHANGES-MADE.
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
           OPEN I-O INCIDENT-FILE.
           IF INCIDENT-STATUS = "35" THEN
               DISPLAY "NO INCIDENT REGISTER ON FILE - NOTHING TO ",
                   "MAINTAIN"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF INCIDENT-STATUS NOT = "00" THEN
               DISPLAY "INCIDENT REGISTER OPEN FAILED WITH STATUS ",
                   INCIDENT-STATUS
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
           DISPLAY "INCIDENT REGISTER - CHOOSE AN ACTION".
           DISPLAY "  L = LIST INCIDENTS NOT YET CLOSED".
           DISPLAY "  A = ACKNOWLEDGE AN INCIDENT".
           DISPLAY "  N = ANNOTATE AN INCIDENT".
           DISPLAY "  C = CLOSE AN INCIDENT".
           DISPLAY "  (BLANK TO END)".
           MOVE SPACE TO MENU-ANSWER.
           ACCEPT MENU-ANSWER FROM CONSOLE.
           IF MENU-ANSWER = SPACE THEN
               MOVE "N" TO SESSION-SWITCH
               EXIT SECTION
           END-IF.
           IF MENU-ANSWER = "L" OR MENU-ANSWER = "l" THEN
               PERFORM LIST-OPEN-INCIDENTS
               EXIT SECTION
           END-IF.
           IF MENU-ANSWER = "A" OR MENU-ANSWER = "a" THEN
               PERFORM ACKNOWLEDGE-INCIDENT
               EXIT SECTION
           END-IF.
           IF MENU-ANSWER = "N" OR MENU-ANSWER = "n" THEN
               PERFORM ANNOTATE-INCIDENT
               EXIT SECTION
           END-IF.
           IF MENU-ANSWER = "C" OR MENU-ANSWER = "c" THEN
               PERFORM CLOSE-INCIDENT
               EXIT SECTION
           END-IF.
           DISPLAY "ANSWER L, A, N, C OR BLANK".

      * THE REGISTER IS KEYED BY BUSINESS DATE FIRST, SO THE LIST
      * COMES OUT OLDEST NIGHT FIRST - THE INCIDENT THAT HAS BEEN
      * CARRIED LONGEST IS AT THE TOP.
       LIST-OPEN-INCIDENTS SECTION.
           MOVE ZERO TO LISTED-COUNT.
           MOVE LOW-VALUES TO INCIDENT-KEY.
           START INCIDENT-FILE KEY NOT < INCIDENT-KEY
               INVALID KEY MOVE "23" TO INCIDENT-STATUS
           END-START.
           PERFORM UNTIL INCIDENT-STATUS NOT = "00"
               READ INCIDENT-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF INCIDENT-STATUS = "00" THEN
                   IF NOT INCIDENT-CLOSED THEN
                       ADD 1 TO LISTED-COUNT
                       PERFORM DISPLAY-INCIDENT
                   END-IF
               END-IF
           END-PERFORM.
           IF INCIDENT-STATUS NOT = "10"
               AND INCIDENT-STATUS NOT = "23" THEN
               DISPLAY "INCIDENT REGISTER READ FAILED WITH STATUS ",
                   INCIDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "INCIDENTS NOT YET CLOSED = ", LISTED-COUNT.

       DISPLAY-INCIDENT SECTION.
           DISPLAY "  ", INCIDENT-DATE, " ", INCIDENT-PROGRAM, " ",
               INCIDENT-SEQ, " ", INCIDENT-CLASS, " ",
               INCIDENT-STATE, " ", INCIDENT-OPERATION, " ",
               INCIDENT-FILE-NAME, " STATUS ", INCIDENT-FILE-STATUS,
               " RC ", INCIDENT-RETURN-CODE.
           IF INCIDENT-ACK-USER NOT = SPACES THEN
               DISPLAY "      ACKNOWLEDGED BY ", INCIDENT-ACK-USER,
                   " ON ", INCIDENT-ACK-DATE
           END-IF.
           IF INCIDENT-CLOSE-USER NOT = SPACES THEN
               DISPLAY "      CLOSED BY ", INCIDENT-CLOSE-USER,
                   " ON ", INCIDENT-CLOSE-DATE
           END-IF.
           IF INCIDENT-NOTE NOT = SPACES THEN
               DISPLAY "      NOTE: ", INCIDENT-NOTE
           END-IF.

       ACKNOWLEDGE-INCIDENT SECTION.
           PERFORM SELECT-INCIDENT.
           IF NOT INCIDENT-SELECTED THEN
               EXIT SECTION
           END-IF.
           IF INCIDENT-CLOSED THEN
               DISPLAY "INCIDENT IS ALREADY CLOSED"
               EXIT SECTION
           END-IF.
           IF INCIDENT-ACKED THEN
               DISPLAY "INCIDENT WAS ALREADY ACKNOWLEDGED BY ",
                   INCIDENT-ACK-USER, " ON ", INCIDENT-ACK-DATE
               EXIT SECTION
           END-IF.
           PERFORM PROMPT-NOTE.
           MOVE INCIDENT-STATE TO OLD-STATE.
           MOVE INCIDENT-NOTE TO OLD-NOTE.
           MOVE "ACKD" TO INCIDENT-STATE.
           MOVE RUN-USER TO INCIDENT-ACK-USER.
           MOVE RUN-DATE TO INCIDENT-ACK-DATE.
           IF NOTE-KEYED THEN
               MOVE WORK-NOTE TO INCIDENT-NOTE
           END-IF.
           PERFORM REWRITE-INCIDENT.
           MOVE "ACKNOWLEDGE" TO ACTION-NAME.
           PERFORM AUDIT-INCIDENT-CHANGES.
           DISPLAY "INCIDENT ACKNOWLEDGED".

       ANNOTATE-INCIDENT SECTION.
           PERFORM SELECT-INCIDENT.
           IF NOT INCIDENT-SELECTED THEN
               EXIT SECTION
           END-IF.
           IF INCIDENT-CLOSED THEN
               DISPLAY "INCIDENT IS CLOSED - ITS NOTE IS FINAL"
               EXIT SECTION
           END-IF.
           PERFORM PROMPT-NOTE.
           IF NOT NOTE-KEYED THEN
               DISPLAY "NO NOTE KEYED - INCIDENT UNTOUCHED"
               EXIT SECTION
           END-IF.
           MOVE INCIDENT-STATE TO OLD-STATE.
           MOVE INCIDENT-NOTE TO OLD-NOTE.
           MOVE WORK-NOTE TO INCIDENT-NOTE.
           PERFORM REWRITE-INCIDENT.
           MOVE "ANNOTATE" TO ACTION-NAME.
           PERFORM AUDIT-INCIDENT-CHANGES.
           DISPLAY "INCIDENT NOTE REWRITTEN".

      * CLOSING AN INCIDENT THAT WAS NEVER ACKNOWLEDGED ACKNOWLEDGES
      * IT IN THE SAME STROKE, SO THE REGISTER NEVER SHOWS A CLOSED
      * INCIDENT THAT NOBODY OWNED.
       CLOSE-INCIDENT SECTION.
           PERFORM SELECT-INCIDENT.
           IF NOT INCIDENT-SELECTED THEN
               EXIT SECTION
           END-IF.
           IF INCIDENT-CLOSED THEN
               DISPLAY "INCIDENT IS ALREADY CLOSED"
               EXIT SECTION
           END-IF.
           PERFORM PROMPT-NOTE.
           IF NOT NOTE-KEYED AND INCIDENT-NOTE = SPACES THEN
               DISPLAY "A CLOSED INCIDENT MUST CARRY A NOTE - ",
                   "INCIDENT UNTOUCHED"
               EXIT SECTION
           END-IF.
           MOVE INCIDENT-STATE TO OLD-STATE.
           MOVE INCIDENT-NOTE TO OLD-NOTE.
           IF INCIDENT-OPEN THEN
               MOVE RUN-USER TO INCIDENT-ACK-USER
               MOVE RUN-DATE TO INCIDENT-ACK-DATE
           END-IF.
           MOVE "CLSD" TO INCIDENT-STATE.
           MOVE RUN-USER TO INCIDENT-CLOSE-USER.
           MOVE RUN-DATE TO INCIDENT-CLOSE-DATE.
           IF NOTE-KEYED THEN
               MOVE WORK-NOTE TO INCIDENT-NOTE
           END-IF.
           PERFORM REWRITE-INCIDENT.
           MOVE "CLOSE" TO ACTION-NAME.
           PERFORM AUDIT-INCIDENT-CHANGES.
           DISPLAY "INCIDENT CLOSED".

      * AN INCIDENT IS PICKED BY ITS FULL KEY. A BLANK DATE MEANS
      * TONIGHT'S BUSINESS DATE AND A BLANK SEQUENCE NUMBER MEANS 1,
      * THE COMMON CASE OF ONE ALERT PER PROGRAM PER NIGHT.
       SELECT-INCIDENT SECTION.
           MOVE "N" TO SELECT-SWITCH.
           MOVE 99999999 TO PARSE-LIMIT.
           MOVE 8 TO PARSE-MAX-DIGITS.
           PERFORM WITH TEST AFTER UNTIL NOT PARSE-BAD
               DISPLAY "BUSINESS DATE YYYYMMDD (BLANK = ", RUN-DATE,
                   "):"
               PERFORM ACCEPT-UNSIGNED
               IF PARSE-GOOD THEN
                   MOVE PARSE-VALUE TO WORK-DATE
                   IF WORK-MONTH < 1 OR WORK-MONTH > 12
                       OR WORK-DAY < 1 OR WORK-DAY > 31 THEN
                       DISPLAY "NOT A CALENDAR DATE"
                       MOVE "B" TO PARSE-STATUS
                   END-IF
               END-IF
           END-PERFORM.
           IF PARSE-KEEP THEN
               MOVE RUN-DATE TO WORK-DATE
           END-IF.
           DISPLAY "PROGRAM (UP TO 8 CHARACTERS):".
           MOVE SPACES TO CONSOLE-ANSWER.
           ACCEPT CONSOLE-ANSWER FROM CONSOLE.
           IF CONSOLE-ANSWER = SPACES THEN
               DISPLAY "NO PROGRAM KEYED - NOTHING SELECTED"
               EXIT SECTION
           END-IF.
           IF CONSOLE-ANSWER(9:52) NOT = SPACES THEN
               DISPLAY "PROGRAM NAME IS LONGER THAN 8 CHARACTERS"
               EXIT SECTION
           END-IF.
           MOVE CONSOLE-ANSWER(1:8) TO WORK-PROGRAM.
           INSPECT WORK-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 9999 TO PARSE-LIMIT.
           MOVE 4 TO PARSE-MAX-DIGITS.
           PERFORM WITH TEST AFTER UNTIL NOT PARSE-BAD
               DISPLAY "SEQUENCE NUMBER (BLANK = 1):"
               PERFORM ACCEPT-UNSIGNED
           END-PERFORM.
           IF PARSE-GOOD THEN
               MOVE PARSE-VALUE TO WORK-SEQ
           ELSE
               MOVE 1 TO WORK-SEQ
           END-IF.
           MOVE WORK-DATE TO INCIDENT-DATE.
           MOVE WORK-PROGRAM TO INCIDENT-PROGRAM.
           MOVE WORK-SEQ TO INCIDENT-SEQ.
           READ INCIDENT-FILE KEY IS INCIDENT-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF INCIDENT-STATUS = "23" THEN
               DISPLAY "NO SUCH INCIDENT: ", WORK-DATE, " ",
                   WORK-PROGRAM, " ", WORK-SEQ
               EXIT SECTION
           END-IF.
           IF INCIDENT-STATUS NOT = "00" THEN
               DISPLAY "INCIDENT REGISTER READ FAILED WITH STATUS ",
                   INCIDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM DISPLAY-INCIDENT.
           MOVE "Y" TO SELECT-SWITCH.

       PROMPT-NOTE SECTION.
           MOVE "N" TO NOTE-SWITCH.
           MOVE SPACES TO WORK-NOTE.
           PERFORM WITH TEST AFTER UNTIL NOT PARSE-BAD
               DISPLAY "NOTE (UP TO 53 CHARACTERS, BLANK KEEPS THE ",
                   "CURRENT NOTE):"
               MOVE "G" TO PARSE-STATUS
               MOVE SPACES TO CONSOLE-ANSWER
               ACCEPT CONSOLE-ANSWER FROM CONSOLE
               IF CONSOLE-ANSWER(54:7) NOT = SPACES THEN
                   DISPLAY "NOTE IS LONGER THAN 53 CHARACTERS"
                   MOVE "B" TO PARSE-STATUS
               END-IF
           END-PERFORM.
           IF CONSOLE-ANSWER NOT = SPACES THEN
               MOVE CONSOLE-ANSWER(1:53) TO WORK-NOTE
               MOVE "Y" TO NOTE-SWITCH
           END-IF.

      * A BLANK ANSWER KEEPS THE DEFAULT. ANYTHING ELSE MUST BE
      * DIGITS ONLY, NO MORE OF THEM THAN THE FIELD HOLDS, AND
      * WITHIN THE FIELD'S RANGE.
       ACCEPT-UNSIGNED SECTION.
           MOVE SPACES TO CONSOLE-ANSWER.
           ACCEPT CONSOLE-ANSWER FROM CONSOLE.
           IF CONSOLE-ANSWER = SPACES THEN
               MOVE "K" TO PARSE-STATUS
               EXIT SECTION
           END-IF.
           MOVE "G" TO PARSE-STATUS.
           MOVE ZERO TO PARSE-VALUE.
           MOVE ZERO TO PARSE-DIGITS.
           PERFORM VARYING PARSE-IDX FROM 1 BY 1 UNTIL PARSE-IDX > 60
               IF CONSOLE-ANSWER(PARSE-IDX:1) NOT = SPACE THEN
                   IF CONSOLE-ANSWER(PARSE-IDX:1) IS NUMERIC THEN
                       ADD 1 TO PARSE-DIGITS
                       IF PARSE-DIGITS > PARSE-MAX-DIGITS THEN
                           MOVE "B" TO PARSE-STATUS
                       ELSE
                           MOVE CONSOLE-ANSWER(PARSE-IDX:1)
                               TO PARSE-DIGIT
                           COMPUTE PARSE-VALUE =
                               PARSE-VALUE * 10 + PARSE-DIGIT
                       END-IF
                   ELSE
                       MOVE "B" TO PARSE-STATUS
                   END-IF
               END-IF
           END-PERFORM.
           IF PARSE-GOOD AND PARSE-DIGITS = ZERO THEN
               MOVE "B" TO PARSE-STATUS
           END-IF.
           IF PARSE-GOOD AND PARSE-VALUE > PARSE-LIMIT THEN
               MOVE "B" TO PARSE-STATUS
           END-IF.
           IF PARSE-BAD THEN
               DISPLAY "DIGITS ONLY, NO MORE THAN THE FIELD HOLDS"
           END-IF.

       REWRITE-INCIDENT SECTION.
           REWRITE INCIDENT-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF INCIDENT-STATUS NOT = "00" THEN
               DISPLAY "INCIDENT REGISTER REWRITE FAILED WITH STATUS ",
                   INCIDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       AUDIT-INCIDENT-CHANGES SECTION.
           MOVE INCIDENT-DATE TO KEY-IMAGE-DATE.
           MOVE INCIDENT-PROGRAM TO KEY-IMAGE-PROGRAM.
           MOVE INCIDENT-SEQ TO KEY-IMAGE-SEQ.
           MOVE "INCIDENT" TO AUDIT-FIELD.
           MOVE SPACES TO OLD-IMAGE.
           MOVE KEY-IMAGE TO OLD-IMAGE.
           MOVE SPACES TO NEW-IMAGE.
           MOVE ACTION-NAME TO NEW-IMAGE.
           PERFORM WRITE-CONTROL-AUDIT.
           IF INCIDENT-STATE NOT = OLD-STATE THEN
               MOVE "STATE" TO AUDIT-FIELD
               MOVE SPACES TO OLD-IMAGE
               MOVE OLD-STATE TO OLD-IMAGE(1:4)
               MOVE SPACES TO NEW-IMAGE
               MOVE INCIDENT-STATE TO NEW-IMAGE(1:4)
               PERFORM WRITE-CONTROL-AUDIT
           END-IF.
           IF INCIDENT-NOTE NOT = OLD-NOTE THEN
               MOVE "NOTE" TO AUDIT-FIELD
               MOVE OLD-NOTE TO OLD-IMAGE
               MOVE INCIDENT-NOTE TO NEW-IMAGE
               PERFORM WRITE-CONTROL-AUDIT
           END-IF.

       WRITE-CONTROL-AUDIT SECTION.
           MOVE RUN-DATE TO AUDIT-RUN-DATE.
           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE RUN-TIME-HHMMSS TO AUDIT-RUN-TIME.
           MOVE RUN-USER TO AUDIT-USER.
           MOVE "INCDTDD" TO AUDIT-FILE-ID.
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
           MOVE "INC-MNT" TO RUN-LOG-PROGRAM.
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
           CLOSE INCIDENT-FILE.
           IF INCIDENT-STATUS NOT = "00" THEN
               DISPLAY "INCIDENT REGISTER CLOSE FAILED WITH STATUS ",
                   INCIDENT-STATUS
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
