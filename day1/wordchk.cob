      * RUN DATE, TIME AND THE SUBMITTING USER, GOES TO THE AUDITDD
      * AUDIT FILE (OPENED EXTEND SO THE TRAIL ACCUMULATES ACROSS
      * CERTIFICATION RUNS).
      * EVERY CERTIFIED COPY IS ALSO FILED ON THE CTLGENDD GENERATION
      * MASTER AS THE NEXT NUMBERED WORDDD GENERATION, EFFECTIVE
      * FROM THE BUSINESS DATE GIVEN IN THE EFFDATE ENVIRONMENT
      * VARIABLE (DEFAULT: THE CURRENT BUSINESS DATE). THE SCORING
      * PROGRAMS TAKE THE GENERATION IN FORCE FOR THE NIGHT THEY
      * PROCESS, SO A CHANGE CAN BE STAGED AHEAD OF ITS DATE AND A
      * RERUN OF AN OLD NIGHT SCORES WITH THE TABLE THAT NIGHT
      * USED. AN EFFDATE BEFORE THE BUSINESS DATE IS REFUSED - A
      * NIGHT ALREADY RUN CANNOT BE GIVEN A DIFFERENT TABLE. A TABLE
      * STAGED FOR A LATER DATE IS FILED AS A GENERATION ONLY - THE
      * CERTIFIED COPY STAYS AS IT IS UNTIL A TABLE IS CERTIFIED
      * EFFECTIVE FROM THE CURRENT BUSINESS DATE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERTF-STATUS.
           SELECT GENERATION-FILE ASSIGN TO CTLGENDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GENERATION-KEY
           FILE STATUS IS GENERATION-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  ALERT-FILE-STATUS   PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ALERT-RETURN-CODE   PIC 9(3).
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
       01  WORD-STATUS         PIC X(2).
       01  CERTIFIED-STATUS    PIC X(2).
           05  RUN-TIME-HHMMSS PIC 9(6).
           05  FILLER          PIC 9(2).
       01  RUN-USER            PIC X(8) VALUE SPACES.
       01  GENERATION-STATUS   PIC X(2).
       01  EFFDATE-VALUE       PIC X(8) VALUE SPACES.
       01  EFFECTIVE-DATE      PIC 9(8).
       01  EFFECTIVE-DATE-PARTS REDEFINES EFFECTIVE-DATE.
           05  EFFECTIVE-YEAR  PIC 9(4).
           05  EFFECTIVE-MONTH PIC 9(2).
           05  EFFECTIVE-DAY   PIC 9(2).
       01  NEW-GENERATION      PIC 9(4) VALUE ZERO.
       01  TABLE-LIMIT         PIC 9(3) VALUE 100.
       01  SCORER-TABLE-LIMIT  PIC 9(3) VALUE 20.
       01  ROW-COUNT           PIC 9(3) VALUE ZERO.
           PERFORM LOAD-ROWS.
           PERFORM VALIDATE-ROWS.
           IF ERROR-COUNT = ZERO THEN
               IF EFFECTIVE-DATE = RUN-DATE THEN
                   PERFORM WRITE-CERTIFIED-COPY
               END-IF
               PERFORM ADD-WORD-GENERATION
               DISPLAY "WORD CONTROL FILE CERTIFIED - ", ROW-COUNT,
                   " ROWS"
           ELSE
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "WORD-CHK" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
           IF RUN-USER = SPACES THEN
               MOVE "UNKNOWN" TO RUN-USER
           END-IF.
           PERFORM GET-EFFECTIVE-DATE.
           OPEN INPUT WORD-FILE.
           IF WORD-STATUS NOT = "00" THEN
               DISPLAY "WORD FILE OPEN FAILED WITH STATUS ",
               STOP RUN
           END-IF.

      * THE EFFECTIVE DATE IS CHECKED BEFORE ANYTHING IS READ OR
      * WRITTEN, SO A BAD EFFDATE LEAVES THE CERTIFIED COPY AND THE
      * GENERATION MASTER EXACTLY AS THEY WERE.
       GET-EFFECTIVE-DATE SECTION.
           ACCEPT EFFDATE-VALUE FROM ENVIRONMENT "EFFDATE".
           IF EFFDATE-VALUE = SPACES THEN
               MOVE RUN-DATE TO EFFECTIVE-DATE
               EXIT SECTION
           END-IF.
           IF EFFDATE-VALUE IS NOT NUMERIC THEN
               DISPLAY "EFFDATE ", EFFDATE-VALUE,
                   " IS NOT A DATE (YYYYMMDD) - NOTHING CERTIFIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE EFFDATE-VALUE TO EFFECTIVE-DATE.
           IF EFFECTIVE-MONTH < 1 OR EFFECTIVE-MONTH > 12
               OR EFFECTIVE-DAY < 1 OR EFFECTIVE-DAY > 31 THEN
               DISPLAY "EFFDATE ", EFFDATE-VALUE,
                   " IS NOT A DATE (YYYYMMDD) - NOTHING CERTIFIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF EFFECTIVE-DATE < RUN-DATE THEN
               DISPLAY "EFFDATE ", EFFECTIVE-DATE,
                   " IS BEFORE THE BUSINESS DATE ", RUN-DATE,
                   " - NOTHING CERTIFIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * THE NEW GENERATION IS NUMBERED ONE PAST THE HIGHEST WORDDD
      * GENERATION ON FILE. GENERATIONS ARE NEVER REWRITTEN OR
      * DELETED - THE MASTER IS THE HISTORY OF EVERY TABLE THE
      * SCORERS HAVE BEEN GIVEN. A MISSING MASTER IS CREATED EMPTY.
       ADD-WORD-GENERATION SECTION.
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
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "CTLGENDD" TO ALERT-FILE-NAME
               MOVE GENERATION-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE ZERO TO NEW-GENERATION.
           MOVE "WORDDD" TO GENERATION-FILE-ID.
           MOVE ZERO TO GENERATION-NUMBER.
           START GENERATION-FILE KEY NOT < GENERATION-KEY
               INVALID KEY MOVE "23" TO GENERATION-STATUS
           END-START.
           PERFORM UNTIL GENERATION-STATUS NOT = "00"
               READ GENERATION-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF GENERATION-STATUS = "00" THEN
                   IF GENERATION-FILE-ID NOT = "WORDDD" THEN
                       MOVE "10" TO GENERATION-STATUS
                   ELSE
                       MOVE GENERATION-NUMBER TO NEW-GENERATION
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
           IF NEW-GENERATION = 9999 THEN
               DISPLAY "WORDDD GENERATION NUMBERS EXHAUSTED"
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "CTLGENDD" TO ALERT-FILE-NAME
               MOVE "24" TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           ADD 1 TO NEW-GENERATION.
           MOVE SPACES TO GENERATION-RECORD.
           MOVE "WORDDD" TO GENERATION-FILE-ID.
           MOVE NEW-GENERATION TO GENERATION-NUMBER.
           MOVE EFFECTIVE-DATE TO GENERATION-EFFECTIVE-DATE.
           MOVE RUN-DATE TO GENERATION-MADE-DATE.
           MOVE RUN-TIME-HHMMSS TO GENERATION-MADE-TIME.
           MOVE RUN-USER TO GENERATION-MAKER.
           MOVE "WORD-CHK" TO GENERATION-PROGRAM.
           MOVE ROW-COUNT TO GENERATION-ROWS.
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > ROW-COUNT
               MOVE ROW-ENTRY(R-IDX) TO GENERATION-WORD(R-IDX)
           END-PERFORM.
           WRITE GENERATION-RECORD
               INVALID KEY MOVE "22" TO GENERATION-STATUS
           END-WRITE.
           IF GENERATION-STATUS NOT = "00" THEN
               DISPLAY "GENERATION FILE WRITE FAILED WITH STATUS ",
                   GENERATION-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "CTLGENDD" TO ALERT-FILE-NAME
               MOVE GENERATION-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
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
           DISPLAY "WORDDD GENERATION ", NEW-GENERATION,
               " EFFECTIVE FROM ", EFFECTIVE-DATE.

       CLOSE-FILE SECTION.
           CLOSE WORD-FILE.
           IF WORD-STATUS NOT = "00" THEN
