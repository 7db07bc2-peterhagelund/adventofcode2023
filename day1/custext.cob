      * EXTEND) WITH THE BUSINESS DATE, RECORD COUNT, HASH AND
      * VERDICT, FOR THE INEVITABLE "WHAT DID YOU SEND US ON THE
      * 14TH" CALL.
      * WHEN THE RETRANDATE ENVIRONMENT VARIABLE NAMES A PAST
      * BUSINESS DATE THE STEP RUNS IN RETRANSMIT MODE INSTEAD: THE
      * NIGHT'S SUMRYDD IS LONG GONE, SO THE DETAIL SET IS REBUILT
      * FROM THE *TOTAL* FIGURES FOR THAT DATE ON THE HISTDD
      * RUN-HISTORY MASTER (AS CORRECTED BY ANY ADJ-POST REPAIRS)
      * FOLLOWED BY THE VRDCTDD VERDICTS ON FILE FOR THAT DATE - JOB
      * CONTROL POINTS VRDCTDD AT THE RETAINED VERDICTS, AND ONLY
      * RECORDS CARRYING THE NAMED RUN DATE ARE USED. THE BATCH ID,
      * HDR/TRL CONTROLS AND VERDICT GATE ARE THOSE OF THE ORIGINAL
      * NIGHT, AND THE DISPOSITION IS LOGGED TO XMITLOG UNDER THE
      * NAMED DATE AS "RSNT" SO ACK-REC IN ACKREC.COB RECONCILES THE
      * CUSTOMER'S NEXT ACKNOWLEDGEMENT AGAINST THE FILE ACTUALLY
      * RESENT. EVERY XMITLOG RECORD ALSO CARRIES THE BUSINESS DATE
      * THE STEP ACTUALLY RAN - THE SAME AS THE LOGGED DATE FOR A
      * NORMAL NIGHT, THE RESEND NIGHT FOR A RETRANSMISSION - SO
      * ACK-REC AGES A RESENT NIGHT FROM THE DAY IT WENT OUT AGAIN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VERDICT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO XMITDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  FILLER              PIC X(1).
           05  VERDICT-TEXT        PIC X(5).
           05  VERDICT-REST        PIC X(60).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HISTORY-KEY.
               10  HISTORY-PROGRAM     PIC X(8).
               10  HISTORY-RUN-DATE    PIC 9(8).
           05  HISTORY-LINE-COUNT  PIC 9(6).
           05  HISTORY-SUM         PIC 9(6).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(80).
       FD  HOLD-FILE.
           05  TRANSMIT-LOG-HASH   PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TRANSMIT-LOG-VERDICT PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TRANSMIT-LOG-SENT-DATE PIC 9(8).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BUSINESS-DATE       PIC 9(8).
       WORKING-STORAGE SECTION.
       01  SUMMARY-STATUS          PIC X(2).
       01  VERDICT-STATUS          PIC X(2).
       01  HISTORY-STATUS          PIC X(2).
       01  EXTRACT-STATUS          PIC X(2).
       01  HOLD-STATUS             PIC X(2).
       01  TRANSMIT-LOG-STATUS     PIC X(2).
           05  RUN-LOG-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  RUN-DATE                PIC 9(8).
      * THE NIGHT THE EXTRACT DESCRIBES - THE BUSINESS DATE, OR THE
      * RETRANDATE NIGHT IN RETRANSMIT MODE.
       01  XMIT-DATE               PIC 9(8).
       01  XMIT-DATE-X REDEFINES XMIT-DATE.
           05  FILLER              PIC X(4).
           05  XMIT-DATE-MMDD.
               10  XMIT-DATE-MM    PIC X(2).
               10  XMIT-DATE-DD    PIC X(2).
       01  MODE-SWITCH             PIC X VALUE "N".
           88 RETRANSMIT-MODE         VALUE "R".
       01  ENV-VALUE               PIC X(8).
       01  ENV-NUMBER              PIC 9(8).
       01  ENV-IDX                 PIC 9(2).
       01  ENV-DIGIT               PIC 9.
       01  HISTORY-FOUND           PIC 9(4) VALUE ZERO.
      * A HISTDD TOTAL RE-DRESSED AS THE SUMRYDD *TOTAL* RECORD THE
      * SCORER WROTE THAT NIGHT.
       01  REBUILT-SUMMARY-LINE.
           05  REBUILT-PROGRAM     PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  REBUILT-RUN-DATE    PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  REBUILT-LINE-COUNT  PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  REBUILT-SUM         PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  REBUILT-FILE-ID     PIC X(8) VALUE "*TOTAL*".
       01  RUN-TIME-RAW.
           05  RUN-TIME-HHMMSS     PIC 9(6).
           05  FILLER              PIC 9(2).
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "CUST-EXT" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE RUN-DATE TO XMIT-DATE.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "RETRANDATE".
           IF ENV-VALUE NOT = SPACES THEN
               PERFORM CONVERT-ENV-NUMBER
               MOVE ENV-NUMBER TO XMIT-DATE
               IF XMIT-DATE > RUN-DATE
                   OR XMIT-DATE-MM < "01" OR XMIT-DATE-MM > "12"
                   OR XMIT-DATE-DD < "01" OR XMIT-DATE-DD > "31"
                   THEN
                   DISPLAY "RETRANDATE ", ENV-VALUE,
                       " IS NOT A PAST BUSINESS DATE - NOTHING SENT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "R" TO MODE-SWITCH
               DISPLAY "RETRANSMIT MODE FOR BUSINESS DATE ", XMIT-DATE
           END-IF.
           MOVE XMIT-DATE-MMDD TO XMIT-BATCH-MMDD.

      * ENVIRONMENT VARIABLES ARRIVE AS CHARACTER DATA WITH NO
      * GUARANTEE OF ZERO-FILL, SO THE DIGITS ARE PICKED OUT ONE AT
      * A TIME - THE SAME RULE PZ-EDIT APPLIES TO SEENRUNS.
       CONVERT-ENV-NUMBER SECTION.
           MOVE ZERO TO ENV-NUMBER.
           PERFORM VARYING ENV-IDX FROM 1 BY 1 UNTIL ENV-IDX > 8
               IF ENV-VALUE(ENV-IDX:1) IS NUMERIC THEN
                   MOVE ENV-VALUE(ENV-IDX:1) TO ENV-DIGIT
                   COMPUTE ENV-NUMBER = ENV-NUMBER * 10 + ENV-DIGIT
               END-IF
           END-PERFORM.

      * THE NIGHT'S VERDICT IS THE WORST OF THE VRDCTDD RECORDS -
      * JOB CONTROL CONCATENATES THE PUZZLE-3 AND PUZZLE-4 VERDICTS
      * UNDER THE DD. NO VERDICTS AT ALL MEANS THE NIGHT NEVER
      * FINISHED JUDGING ITSELF, AND NOTHING UNJUDGED GOES TO THE
      * CUSTOMER. IN RETRANSMIT MODE ONLY THE VERDICTS CARRYING THE
      * RETRANSMITTED NIGHT'S RUN DATE COUNT.
       READ-VERDICTS SECTION.
           OPEN INPUT VERDICT-FILE.
           IF VERDICT-STATUS = "35" THEN
           PERFORM UNTIL VERDICT-STATUS = "10"
               READ VERDICT-FILE
               IF VERDICT-STATUS = "00" THEN
                   IF NOT RETRANSMIT-MODE
                       OR VERDICT-RUN-DATE = XMIT-DATE THEN
                       PERFORM JUDGE-VERDICT
                   END-IF
               ELSE
                   IF VERDICT-STATUS NOT = "10" THEN
               STOP RUN
           END-IF.
           IF VERDICTS-READ = ZERO THEN
               IF RETRANSMIT-MODE THEN
                   DISPLAY "NO VERDICTS ON FILE FOR ", XMIT-DATE,
                       " - EXTRACT HELD"
               ELSE
                   DISPLAY "VERDICT FILE EMPTY - EXTRACT HELD"
               END-IF
               MOVE "FAIL " TO NIGHT-VERDICT
           END-IF.

       JUDGE-VERDICT SECTION.
           ADD 1 TO VERDICTS-READ.
           IF VERDICT-TEXT = "FAIL" THEN
               MOVE "FAIL " TO NIGHT-VERDICT
           ELSE
               IF VERDICT-TEXT = "WARN"
                   AND NIGHT-VERDICT NOT = "FAIL " THEN
                   MOVE "WARN " TO NIGHT-VERDICT
               END-IF
           END-IF.

      * THE DETAIL SET IS THE NIGHT'S SUMRYDD RECORDS FOLLOWED BY
      * ITS VERDICT RECORDS, GATHERED AND HASHED UP FRONT SO THE
      * TRAILER FIGURES AND THE TRANSMISSION LOG AGREE TO THE BYTE
      * WITH WHAT IS WRITTEN. A RETRANSMISSION TAKES ITS SUMMARY
      * LINES FROM HISTDD INSTEAD.
       GATHER-DETAILS SECTION.
           IF RETRANSMIT-MODE THEN
               PERFORM GATHER-HISTORY
           ELSE
               PERFORM GATHER-SUMMARY
           END-IF.
           OPEN INPUT VERDICT-FILE.
           IF VERDICT-STATUS = "00" THEN
               PERFORM UNTIL VERDICT-STATUS NOT = "00"
                   READ VERDICT-FILE
                   IF VERDICT-STATUS = "00" THEN
                       IF NOT RETRANSMIT-MODE
                           OR VERDICT-RUN-DATE = XMIT-DATE THEN
                           MOVE VERDICT-RECORD TO SUMMARY-RECORD
                           PERFORM ADD-DETAIL-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VERDICT-FILE
               IF VERDICT-STATUS NOT = "00" THEN
                   DISPLAY "VERDICT FILE CLOSE FAILED WITH STATUS ",
                       VERDICT-STATUS
                   MOVE "CLOSE" TO ALERT-OPERATION
                   MOVE "VRDCTDD" TO ALERT-FILE-NAME
                   MOVE VERDICT-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           IF DETAIL-DROPPED > ZERO THEN
               DISPLAY "MORE THAN 200 DETAIL LINES - ",
                   DETAIL-DROPPED, " DROPPED AND EXTRACT HELD"
               MOVE "FAIL " TO NIGHT-VERDICT
           END-IF.

       GATHER-SUMMARY SECTION.
           OPEN INPUT SUMMARY-FILE.
           IF SUMMARY-STATUS = "35" THEN
               DISPLAY "SUMMARY FILE MISSING - EXTRACT HELD"
                   STOP RUN
               END-IF
           END-IF.

      * HISTDD HOLDS ONE GRAND TOTAL PER PROGRAM PER NIGHT - THE
      * PER-FILE SUBTOTALS ARE NOT KEPT - SO THE REBUILT DETAIL SET
      * CARRIES ONE *TOTAL* LINE PER PROGRAM, IN PROGRAM ORDER. ITS
      * COUNT AND HASH ARE ITS OWN AND ARE WHAT XMITLOG RECORDS.
       GATHER-HISTORY SECTION.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = "35" THEN
               DISPLAY "HISTORY MASTER MISSING - EXTRACT HELD"
               MOVE "FAIL " TO NIGHT-VERDICT
               EXIT SECTION
           END-IF.
           IF HISTORY-STATUS NOT = "00" THEN
               DISPLAY "HISTORY FILE OPEN FAILED WITH STATUS ",
                   HISTORY-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "HISTDD" TO ALERT-FILE-NAME
               MOVE HISTORY-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM UNTIL HISTORY-STATUS = "10"
               READ HISTORY-FILE NEXT
               IF HISTORY-STATUS = "00" THEN
                   IF HISTORY-RUN-DATE = XMIT-DATE THEN
                       ADD 1 TO HISTORY-FOUND
                       MOVE HISTORY-PROGRAM TO REBUILT-PROGRAM
                       MOVE HISTORY-RUN-DATE TO REBUILT-RUN-DATE
                       MOVE HISTORY-LINE-COUNT TO REBUILT-LINE-COUNT
                       MOVE HISTORY-SUM TO REBUILT-SUM
                       MOVE SPACES TO SUMMARY-RECORD
                       MOVE REBUILT-SUMMARY-LINE TO SUMMARY-RECORD
                       PERFORM ADD-DETAIL-LINE
                   END-IF
               ELSE
                   IF HISTORY-STATUS NOT = "10" THEN
                       DISPLAY "HISTORY FILE READ FAILED WITH STATUS ",
                           HISTORY-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "HISTDD" TO ALERT-FILE-NAME
                       MOVE HISTORY-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00" THEN
               DISPLAY "HISTORY FILE CLOSE FAILED WITH STATUS ",
                   HISTORY-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "HISTDD" TO ALERT-FILE-NAME
               MOVE HISTORY-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF HISTORY-FOUND = ZERO THEN
               DISPLAY "NO HISTORY ON FILE FOR ", XMIT-DATE,
                   " - EXTRACT HELD"
               MOVE "FAIL " TO NIGHT-VERDICT
           END-IF.

      * COLUMNS 51-59 OF THE SUMRYDD AND VRDCTDD RECORDS CARRY THE
      * CTLGENDD CONTROL GENERATIONS THE NIGHT RAN WITH. THEY ARE OUR
      * OWN BOOKKEEPING, NOT PART OF THE CUSTOMER'S RECORD LAYOUT,
      * SO THEY ARE BLANKED BEFORE THE LINE IS SENT OR HASHED.
       ADD-DETAIL-LINE SECTION.
           IF DETAIL-COUNT >= 200 THEN
               ADD 1 TO DETAIL-DROPPED
               EXIT SECTION
           END-IF.
           MOVE SPACES TO SUMMARY-RECORD(51:9).
           ADD 1 TO DETAIL-COUNT.
           MOVE SUMMARY-RECORD TO DETAIL-LINE-T(DETAIL-COUNT).
           PERFORM VARYING HASH-IDX FROM 1 BY 1 UNTIL HASH-IDX > 80
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE XMIT-DATE TO HOLD-RUN-DATE.
           MOVE NIGHT-VERDICT TO HOLD-VERDICT.
           MOVE SPACES TO HOLD-RECORD.
           MOVE HOLD-TEXT-LINE TO HOLD-RECORD.
               STOP RUN
           END-IF.
           MOVE SPACES TO TRANSMIT-LOG-RECORD.
           MOVE XMIT-DATE TO TRANSMIT-LOG-DATE.
           MOVE RUN-TIME-HHMMSS TO TRANSMIT-LOG-TIME.
           IF NIGHT-VERDICT = "FAIL " THEN
               MOVE "HELD" TO TRANSMIT-LOG-ACTION
               MOVE ZERO TO TRANSMIT-LOG-COUNT
               MOVE ZERO TO TRANSMIT-LOG-HASH
           ELSE
               IF RETRANSMIT-MODE THEN
                   MOVE "RSNT" TO TRANSMIT-LOG-ACTION
               ELSE
                   MOVE "SENT" TO TRANSMIT-LOG-ACTION
               END-IF
               MOVE DETAIL-COUNT TO TRANSMIT-LOG-COUNT
               MOVE DETAIL-HASH TO TRANSMIT-LOG-HASH
           END-IF.
           MOVE NIGHT-VERDICT TO TRANSMIT-LOG-VERDICT.
           MOVE RUN-DATE TO TRANSMIT-LOG-SENT-DATE.
           WRITE TRANSMIT-LOG-RECORD.
           IF TRANSMIT-LOG-STATUS NOT = "00" THEN
               DISPLAY "TRANSMISSION LOG WRITE FAILED WITH STATUS ",
