      * LOGGED TO THE CTLAUDDD AUDIT TRAIL (OPENED EXTEND) WITH THE
      * RUN DATE, TIME, USER, FILE, FIELD AND THE OLD AND NEW
      * VALUES, THE WAY WORD-CHK'S AUDITDD TRACKS WORDDD.
      * A SAVED THRESHOLD RECORD IS ALSO FILED ON THE CTLGENDD
      * GENERATION MASTER AS THE NEXT NUMBERED THRSHDD GENERATION,
      * EFFECTIVE FROM A BUSINESS DATE KEYED AT THE CONSOLE (BLANK
      * MEANS THE CURRENT BUSINESS DATE, AND AN EARLIER DATE IS
      * REFUSED). PUZZLE-3 AND PUZZLE-4 GATE EACH NIGHT ON THE
      * GENERATION IN FORCE FOR THAT NIGHT, SO A CHANGE CAN BE
      * STAGED AHEAD OF ITS DATE. EDITING STARTS FROM THE LATEST
      * GENERATION SAVED, AND THE FLAT THRSHDD RECORD IS REWRITTEN
      * ONLY FOR A CHANGE EFFECTIVE FROM THE CURRENT BUSINESS DATE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
           SELECT GENERATION-FILE ASSIGN TO CTLGENDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GENERATION-KEY
           FILE STATUS IS GENERATION-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  RUN-LOG-RECORDS     PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RUN-LOG-RC          PIC 9(3).
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
       WORKING-STORAGE SECTION.
       01  THRESHOLD-STATUS    PIC X(2).
       01  FILE-LIST-STATUS    PIC X(2).
               05  NEW-LIST-ID     PIC X(8).
               05  NEW-LIST-NAME   PIC X(44).
       01  OLD-IMAGE           PIC X(53).
       01  GENERATION-STATUS   PIC X(2).
       01  LAST-GENERATION     PIC 9(4) VALUE ZERO.
       01  NEW-GENERATION      PIC 9(4) VALUE ZERO.
       01  EFFECTIVE-DATE      PIC 9(8).
       01  EFFECTIVE-DATE-PARTS REDEFINES EFFECTIVE-DATE.
           05  EFFECTIVE-YEAR  PIC 9(4).
           05  EFFECTIVE-MONTH PIC 9(2).
           05  EFFECTIVE-DAY   PIC 9(2).
      * THE THRESHOLD RECORD IMAGE AS IT IS HELD IN A GENERATION -
      * THE SAME 37 BYTES AS THE FLAT THRSHDD RECORD.
       01  GENERATION-THRESHOLDS.
           05  GENERATION-MIN-COUNT    PIC 9(6).
           05  FILLER                  PIC X(1).
           05  GENERATION-MAX-COUNT    PIC 9(6).
           05  FILLER                  PIC X(1).
           05  GENERATION-DELTA-LO     PIC S9(6)
               SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(1).
           05  GENERATION-DELTA-HI     PIC S9(6)
               SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(1).
           05  GENERATION-MAX-EXC-PCT  PIC 9(3).
           05  FILLER                  PIC X(1).
           05  GENERATION-MAX-MIS-PCT  PIC 9(3).
       01  NEW-IMAGE           PIC X(53).
      *
       PROCEDURE DIVISION.

       MAINTAIN-THRESHOLDS SECTION.
           PERFORM READ-THRESHOLDS.
           PERFORM READ-LATEST-GENERATION.
           PERFORM DISPLAY-THRESHOLDS.
           PERFORM PROMPT-MIN-COUNT.
           PERFORM PROMPT-MAX-COUNT WITH TEST AFTER
               UNTIL WORK-DELTA-HI >= WORK-DELTA-LO.
           PERFORM PROMPT-EXC-PCT.
           PERFORM PROMPT-MIS-PCT.
           PERFORM PROMPT-EFFECTIVE-DATE.
           PERFORM ADD-THRESHOLD-GENERATION.
           IF EFFECTIVE-DATE = RUN-DATE THEN
               PERFORM REWRITE-THRESHOLDS
               DISPLAY "THRESHOLD RECORD REWRITTEN"
           END-IF.
           PERFORM AUDIT-THRESHOLD-CHANGES.
           PERFORM AUDIT-THRESHOLD-GENERATION.
           DISPLAY "THRESHOLD GENERATION ", NEW-GENERATION,
               " EFFECTIVE FROM ", EFFECTIVE-DATE.

       READ-THRESHOLDS SECTION.
           MOVE ZERO TO WORK-MIN-COUNT.
               PERFORM WRITE-CONTROL-AUDIT
           END-IF.

      * THE LATEST THRSHDD GENERATION, WHEN THERE IS ONE, IS WHAT
      * THE OPERATOR EDITS FROM - IT MAY BE STAGED FOR A LATER DATE
      * AND NOT YET IN THE FLAT RECORD.
       READ-LATEST-GENERATION SECTION.
           MOVE ZERO TO LAST-GENERATION.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-STATUS = "35" THEN
               EXIT SECTION
           END-IF.
           IF GENERATION-STATUS NOT = "00" THEN
               DISPLAY "GENERATION FILE OPEN FAILED WITH STATUS ",
                   GENERATION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-LAST-THRESHOLD-GENERATION.
           CLOSE GENERATION-FILE.
           IF GENERATION-STATUS NOT = "00" THEN
               DISPLAY "GENERATION FILE CLOSE FAILED WITH STATUS ",
                   GENERATION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LAST-GENERATION = ZERO THEN
               EXIT SECTION
           END-IF.
           IF GENERATION-MIN-COUNT IS NUMERIC
               AND GENERATION-MAX-COUNT IS NUMERIC
               AND GENERATION-DELTA-LO IS NUMERIC
               AND GENERATION-DELTA-HI IS NUMERIC
               AND GENERATION-MAX-EXC-PCT IS NUMERIC
               AND GENERATION-MAX-MIS-PCT IS NUMERIC THEN
               MOVE GENERATION-MIN-COUNT TO WORK-MIN-COUNT
               MOVE GENERATION-MAX-COUNT TO WORK-MAX-COUNT
               MOVE GENERATION-DELTA-LO TO WORK-DELTA-LO
               MOVE GENERATION-DELTA-HI TO WORK-DELTA-HI
               MOVE GENERATION-MAX-EXC-PCT TO WORK-EXC-PCT
               MOVE GENERATION-MAX-MIS-PCT TO WORK-MIS-PCT
               MOVE WORK-MIN-COUNT TO OLD-MIN-COUNT
               MOVE WORK-MAX-COUNT TO OLD-MAX-COUNT
               MOVE WORK-DELTA-LO TO OLD-DELTA-LO
               MOVE WORK-DELTA-HI TO OLD-DELTA-HI
               MOVE WORK-EXC-PCT TO OLD-EXC-PCT
               MOVE WORK-MIS-PCT TO OLD-MIS-PCT
               MOVE "Y" TO RECORD-ON-FILE
               DISPLAY "LATEST THRESHOLD GENERATION IS ",
                   LAST-GENERATION, " EFFECTIVE FROM ",
                   GENERATION-EFFECTIVE-DATE
           ELSE
               DISPLAY "THRESHOLD GENERATION ", LAST-GENERATION,
                   " IS NOT NUMERIC - SHOWING THE FLAT RECORD"
           END-IF.

      * WALKS THE THRSHDD GENERATIONS ON AN OPEN MASTER, LEAVING THE
      * HIGHEST NUMBER IN LAST-GENERATION (ZERO WHEN THERE ARE NONE)
      * AND ITS THRESHOLD IMAGE IN GENERATION-THRESHOLDS.
       FIND-LAST-THRESHOLD-GENERATION SECTION.
           MOVE ZERO TO LAST-GENERATION.
           MOVE "THRSHDD" TO GENERATION-FILE-ID.
           MOVE ZERO TO GENERATION-NUMBER.
           START GENERATION-FILE KEY NOT < GENERATION-KEY
               INVALID KEY MOVE "23" TO GENERATION-STATUS
           END-START.
           PERFORM UNTIL GENERATION-STATUS NOT = "00"
               READ GENERATION-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF GENERATION-STATUS = "00" THEN
                   IF GENERATION-FILE-ID NOT = "THRSHDD" THEN
                       MOVE "10" TO GENERATION-STATUS
                   ELSE
                       MOVE GENERATION-NUMBER TO LAST-GENERATION
                       MOVE GENERATION-DATA(1:37)
                           TO GENERATION-THRESHOLDS
                   END-IF
               END-IF
           END-PERFORM.
           IF GENERATION-STATUS NOT = "10"
               AND GENERATION-STATUS NOT = "23" THEN
               DISPLAY "GENERATION FILE READ FAILED WITH STATUS ",
                   GENERATION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A BLANK ANSWER MEANS THE CHANGE TAKES EFFECT FROM THE
      * CURRENT BUSINESS DATE. A DATE ALREADY PAST IS REFUSED - THE
      * NIGHTS BEFORE IT HAVE RUN AND MUST RE-SCORE AS THEY RAN.
       PROMPT-EFFECTIVE-DATE SECTION.
           PERFORM WITH TEST AFTER UNTIL NOT PARSE-BAD
               DISPLAY "EFFECTIVE FROM BUSINESS DATE (YYYYMMDD, ",
                   "BLANK = ", RUN-DATE, "):"
               PERFORM ACCEPT-EFFECTIVE-DATE
           END-PERFORM.

       ACCEPT-EFFECTIVE-DATE SECTION.
           MOVE SPACES TO CONSOLE-ANSWER.
           ACCEPT CONSOLE-ANSWER FROM CONSOLE.
           MOVE "G" TO PARSE-STATUS.
           IF CONSOLE-ANSWER = SPACES THEN
               MOVE RUN-DATE TO EFFECTIVE-DATE
               EXIT SECTION
           END-IF.
           IF CONSOLE-ANSWER(1:8) IS NOT NUMERIC
               OR CONSOLE-ANSWER(9:36) NOT = SPACES THEN
               MOVE "B" TO PARSE-STATUS
               DISPLAY "EIGHT DIGITS, YYYYMMDD"
               EXIT SECTION
           END-IF.
           MOVE CONSOLE-ANSWER(1:8) TO EFFECTIVE-DATE.
           IF EFFECTIVE-MONTH < 1 OR EFFECTIVE-MONTH > 12
               OR EFFECTIVE-DAY < 1 OR EFFECTIVE-DAY > 31 THEN
               MOVE "B" TO PARSE-STATUS
               DISPLAY "NOT A DATE - YYYYMMDD"
               EXIT SECTION
           END-IF.
           IF EFFECTIVE-DATE < RUN-DATE THEN
               MOVE "B" TO PARSE-STATUS
               DISPLAY "NOT BEFORE THE BUSINESS DATE ", RUN-DATE
           END-IF.

      * GENERATIONS ARE NEVER REWRITTEN OR DELETED. THE MASTER IS
      * RE-WALKED UNDER I-O SO THE NEW NUMBER IS ONE PAST WHATEVER IS
      * ON FILE NOW, AND A MISSING MASTER IS CREATED EMPTY.
       ADD-THRESHOLD-GENERATION SECTION.
           OPEN I-O GENERATION-FILE.
           IF GENERATION-STATUS = "35" THEN
               OPEN OUTPUT GENERATION-FILE
               IF GENERATION-STATUS = "00" THEN
                   CLOSE GENERATION-FILE
                   OPEN I-O GENERATION-FILE
               END-IF
           END-IF.
           IF GENERATION-STATUS NOT = "00" THEN
               DISPLAY "GENERATION FILE OPEN FAILED WITH STATUS ",
                   GENERATION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-LAST-THRESHOLD-GENERATION.
           IF LAST-GENERATION = 9999 THEN
               DISPLAY "THRSHDD GENERATION NUMBERS EXHAUSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE NEW-GENERATION = LAST-GENERATION + 1.
           MOVE SPACES TO GENERATION-THRESHOLDS.
           MOVE WORK-MIN-COUNT TO GENERATION-MIN-COUNT.
           MOVE WORK-MAX-COUNT TO GENERATION-MAX-COUNT.
           MOVE WORK-DELTA-LO TO GENERATION-DELTA-LO.
           MOVE WORK-DELTA-HI TO GENERATION-DELTA-HI.
           MOVE WORK-EXC-PCT TO GENERATION-MAX-EXC-PCT.
           MOVE WORK-MIS-PCT TO GENERATION-MAX-MIS-PCT.
           MOVE SPACES TO GENERATION-RECORD.
           MOVE "THRSHDD" TO GENERATION-FILE-ID.
           MOVE NEW-GENERATION TO GENERATION-NUMBER.
           MOVE EFFECTIVE-DATE TO GENERATION-EFFECTIVE-DATE.
           MOVE RUN-DATE TO GENERATION-MADE-DATE.
           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE RUN-TIME-HHMMSS TO GENERATION-MADE-TIME.
           MOVE RUN-USER TO GENERATION-MAKER.
           MOVE "CTL-MNT" TO GENERATION-PROGRAM.
           MOVE 1 TO GENERATION-ROWS.
           MOVE GENERATION-THRESHOLDS TO GENERATION-DATA(1:37).
           WRITE GENERATION-RECORD
               INVALID KEY MOVE "22" TO GENERATION-STATUS
           END-WRITE.
           IF GENERATION-STATUS NOT = "00" THEN
               DISPLAY "GENERATION FILE WRITE FAILED WITH STATUS ",
                   GENERATION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE GENERATION-FILE.
           IF GENERATION-STATUS NOT = "00" THEN
               DISPLAY "GENERATION FILE CLOSE FAILED WITH STATUS ",
                   GENERATION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * THE GENERATION ITSELF IS AUDITED ALONGSIDE THE FIELD
      * CHANGES: OLD VALUE IS THE GENERATION IT SUPERSEDES, NEW
      * VALUE IS THE NEW NUMBER AND ITS EFFECTIVE DATE.
       AUDIT-THRESHOLD-GENERATION SECTION.
           MOVE "GENERATION" TO AUDIT-FIELD.
           MOVE SPACES TO OLD-IMAGE.
           IF LAST-GENERATION NOT = ZERO THEN
               MOVE LAST-GENERATION TO OLD-IMAGE(1:4)
           END-IF.
           MOVE SPACES TO NEW-IMAGE.
           MOVE NEW-GENERATION TO NEW-IMAGE(1:4).
           MOVE "EFFECTIVE" TO NEW-IMAGE(6:9).
           MOVE EFFECTIVE-DATE TO NEW-IMAGE(16:8).
           PERFORM WRITE-CONTROL-AUDIT.

      * THE FILE LIST IS RE-KEYED AS A WHOLE UNDER VALIDATION - THE
      * COLUMN-SENSITIVE LAYOUT IS WRITTEN BY THE PROGRAM, NEVER BY
      * HAND. A BLANK FIRST ID ABANDONS THE SESSION WITH THE FILE
