       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACK-REC.
      *
      * CUSTOMER RECEIPT ACKNOWLEDGEMENT RECONCILIATION - PROVES THAT
      * WHAT CUST-EXT IN CUSTEXT.COB SENT WAS RECEIVED AND VALIDATED,
      * INSTEAD OF LEARNING ABOUT A LOST FILE WHEN THE CUSTOMER
      * CALLS. THE CUSTOMER RETURNS ONE ACKNOWLEDGEMENT RECORD PER
      * BATCH ON ACKINDD: THE "CUST"+MMDD BATCH ID FROM OUR HDR/TRL
      * RECORDS, THE RECORD COUNT AND HASH THEY COMPUTED ON RECEIPT,
      * ACPT OR RJCT, AND A FREE-TEXT REASON ON A REJECT.
      * THE BATCH ID CARRIES NO YEAR, SO EACH ACKNOWLEDGEMENT IS
      * MATCHED TO THE MOST RECENT TRANSMISSION ON XMITLOG WHOSE
      * BUSINESS DATE HAS THE SAME MMDD, AND FILED ON THE KEYED
      * ACKMSTDD MASTER UNDER THAT BUSINESS DATE - THE INBOUND FILE
      * ONLY CARRIES WHAT ARRIVED SINCE THE LAST DELIVERY, SO THE
      * MASTER IS WHAT REMEMBERS LAST WEEK'S ACKNOWLEDGEMENTS. A
      * LATER ACKNOWLEDGEMENT FOR THE SAME NIGHT (AFTER A RETRANSMIT)
      * REPLACES THE EARLIER ONE.
      * EVERY SENT OR RETRANSMITTED ("RSNT") NIGHT ON XMITLOG WITHIN
      * THE LAST ACKDAYS DAYS (ENVIRONMENT VARIABLE, DEFAULT 60) IS
      * THEN RECONCILED AGAINST THE MASTER - A NIGHT SENT MORE THAN
      * ONCE IS HELD TO ITS LATEST TRANSMISSION - AND THE EXCEPTIONS
      * GO TO ACKRPTDD, OLDEST FIRST, AGED BY DAYS OUTSTANDING SINCE
      * THAT LATEST TRANSMISSION WENT OUT:
      *   NO ACK    - NOTHING RECEIVED BY THE DAY AFTER SENDING
      *   REJECTED  - THE CUSTOMER REFUSED THE BATCH
      *   COUNT     - ACKNOWLEDGED WITH A DIFFERENT RECORD COUNT
      *   HASH      - ACKNOWLEDGED WITH A DIFFERENT HASH
      * TONIGHT'S OWN TRANSMISSION IS LISTED AS AWAITING AND IS NOT
      * AN EXCEPTION. AN ACKNOWLEDGEMENT RECEIVED BEFORE A NIGHT WAS
      * RETRANSMITTED, OR ON THE RETRANSMISSION NIGHT ITSELF, ANSWERS
      * THE EARLIER FILE AND IS NOT HELD AGAINST THE RESEND - A NIGHT
      * RESENT TONIGHT IS AWAITING, NOT RECONCILED AGAINST THE
      * ACKNOWLEDGEMENT OF THE FILE IT REPLACED. XMITLOG RECORDS
      * WRITTEN BEFORE THE SENT DATE WAS LOGGED ARE AGED FROM THEIR
      * LOGGED DATE. ACKNOWLEDGEMENTS THAT MATCH NO TRANSMISSION, OR
      * THAT CANNOT BE READ, ARE REPORTED TOO. A NIGHT CAN BE SENT
      * AGAIN WITH CUST-EXT'S RETRANDATE RETRANSMIT MODE. RETURN
      * CODE 4 MEANS THE REPORT HAS EXCEPTIONS ON IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-IN-FILE ASSIGN TO ACKINDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACK-IN-STATUS.
           SELECT TRANSMIT-LOG-FILE ASSIGN TO XMITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANSMIT-LOG-STATUS.
           SELECT ACK-MASTER-FILE ASSIGN TO ACKMSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACK-MASTER-DATE
           FILE STATUS IS ACK-MASTER-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO ACKRPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACK-REPORT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOGDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERTF-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-IN-FILE.
       01  ACK-IN-RECORD.
           05  ACK-IN-BATCH-ID.
               10  ACK-IN-BATCH-PREFIX PIC X(4).
               10  ACK-IN-BATCH-MMDD   PIC X(4).
           05  FILLER              PIC X(1).
           05  ACK-IN-COUNT        PIC 9(6).
           05  FILLER              PIC X(1).
           05  ACK-IN-HASH         PIC 9(8).
           05  FILLER              PIC X(1).
           05  ACK-IN-VERDICT      PIC X(4).
           05  FILLER              PIC X(1).
           05  ACK-IN-REASON       PIC X(40).
       FD  TRANSMIT-LOG-FILE.
       01  TRANSMIT-LOG-RECORD.
           05  TRANSMIT-LOG-DATE   PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TRANSMIT-LOG-TIME   PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TRANSMIT-LOG-ACTION PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TRANSMIT-LOG-COUNT  PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TRANSMIT-LOG-HASH   PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TRANSMIT-LOG-VERDICT PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TRANSMIT-LOG-SENT-DATE PIC 9(8).
           05  TRANSMIT-LOG-SENT-DATE-X REDEFINES
               TRANSMIT-LOG-SENT-DATE PIC X(8).
       FD  ACK-MASTER-FILE.
       01  ACK-MASTER-RECORD.
           05  ACK-MASTER-DATE     PIC 9(8).
           05  ACK-MASTER-BATCH-ID PIC X(8).
           05  ACK-MASTER-COUNT    PIC 9(6).
           05  ACK-MASTER-HASH     PIC 9(8).
           05  ACK-MASTER-VERDICT  PIC X(4).
           05  ACK-MASTER-REASON   PIC X(40).
           05  ACK-MASTER-RECEIVED PIC 9(8).
       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-RECORD       PIC X(132).
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
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05  ALERT-PROGRAM       PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ALERT-OPERATION     PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ALERT-FILE-NAME     PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ALERT-FILE-STATUS   PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ALERT-RETURN-CODE   PIC 9(3).
       WORKING-STORAGE SECTION.
       01  ACK-IN-STATUS           PIC X(2).
       01  TRANSMIT-LOG-STATUS     PIC X(2).
       01  ACK-MASTER-STATUS       PIC X(2).
       01  ACK-REPORT-STATUS       PIC X(2).
       01  BUSINESS-DATE-STATUS    PIC X(2).
       01  ALERTF-STATUS           PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
       01  RUN-LOG-RC-W        PIC 9(3).
       01  RUN-LOG-TIME-RAW.
           05  RUN-LOG-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  RUN-DATE                PIC 9(8).
       01  ENV-VALUE               PIC X(8).
       01  ENV-NUMBER              PIC 9(8).
       01  ENV-IDX                 PIC 9(2).
       01  ENV-DIGIT               PIC 9.
       01  ACK-WINDOW              PIC 9(3) VALUE 60.
       01  CURRENT-DATE-WORK.
           05  WORK-YEAR           PIC 9(4).
           05  WORK-MONTH          PIC 9(2).
           05  WORK-DAY            PIC 9(2).
       01  WORK-DATE REDEFINES CURRENT-DATE-WORK PIC 9(8).
       01  DAYS-IN-MONTH           PIC 9(2).
       01  LEAP-QUOTIENT           PIC 9(4).
       01  LEAP-REMAINDER          PIC 9(4).
       01  LEAP-SWITCH             PIC X.
           88 LEAP-YEAR               VALUE "Y".
       01  DAYS-OUTSTANDING        PIC 9(4).
      * ONE ENTRY PER NIGHT TRANSMITTED WITHIN THE WINDOW, IN THE
      * ORDER XMITLOG FIRST SHOWS THE NIGHT, HOLDING ITS LATEST
      * TRANSMISSION.
       01  XMIT-COUNT              PIC 9(3) VALUE ZERO.
       01  XMIT-DROPPED            PIC 9(4) VALUE ZERO.
       01  X-IDX                   PIC 9(3).
       01  MATCH-IDX               PIC 9(3).
       01  XMIT-TABLE.
           03  XMIT-ENTRY OCCURS 400 TIMES.
               05  XMIT-DATE-T     PIC 9(8).
               05  XMIT-MMDD-T REDEFINES XMIT-DATE-T.
                   10  FILLER      PIC X(4).
                   10  XMIT-MD-T   PIC X(4).
               05  XMIT-ACTION-T   PIC X(4).
               05  XMIT-COUNT-T    PIC 9(6).
               05  XMIT-HASH-T     PIC 9(8).
               05  XMIT-SENT-T     PIC 9(8).
               05  XMIT-DAYS-T     PIC 9(3).
       01  ACKS-READ               PIC 9(6) VALUE ZERO.
       01  ACKS-FILED              PIC 9(6) VALUE ZERO.
       01  ACKS-UNMATCHED          PIC 9(6) VALUE ZERO.
       01  NIGHTS-RECONCILED       PIC 9(6) VALUE ZERO.
       01  NIGHTS-AWAITING         PIC 9(6) VALUE ZERO.
       01  EXCEPTION-COUNT         PIC 9(6) VALUE ZERO.
       01  TITLE-LINE.
           05  FILLER              PIC X(45)
               VALUE "CUSTOMER ACKNOWLEDGEMENT EXCEPTIONS  RUN DATE".
           05  FILLER              PIC X(3) VALUE " = ".
           05  TITLE-RUN-DATE      PIC 9(8).
       01  HEADING-LINE.
           05  FILLER              PIC X(46)
               VALUE "  XMIT DATE BATCH ID  ACTN  SENT CNT SENT HASH".
           05  FILLER              PIC X(45)
               VALUE "   ACK CNT  ACK HASH DAYS  EXCEPTION   REASON".
       01  EXCEPTION-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EXC-DATE            PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EXC-BATCH-ID        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EXC-ACTION          PIC X(4).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  EXC-SENT-COUNT      PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EXC-SENT-HASH       PIC 9(8).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  EXC-ACK-COUNT       PIC 9(6).
           05  EXC-ACK-COUNT-X REDEFINES EXC-ACK-COUNT PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EXC-ACK-HASH        PIC 9(8).
           05  EXC-ACK-HASH-X REDEFINES EXC-ACK-HASH PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EXC-DAYS            PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EXC-TEXT            PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EXC-REASON          PIC X(40).
       01  ACK-PROBLEM-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PROBLEM-TEXT        PIC X(36).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PROBLEM-RECORD      PIC X(80).
       01  TEXT-LINE.
           05  FILLER              PIC X(2).
           05  TEXT-BODY           PIC X(80).
       01  COUNT-LINE.
           05  COUNT-LABEL         PIC X(32).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  COUNT-VALUE         PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM LOAD-TRANSMISSIONS.
           PERFORM FILE-ACKNOWLEDGEMENTS.
           PERFORM RECONCILE-TRANSMISSIONS.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILE.
           DISPLAY "ACKNOWLEDGEMENTS READ = ", ACKS-READ.
           DISPLAY "NIGHTS RECONCILED = ", NIGHTS-RECONCILED.
           DISPLAY "EXCEPTIONS = ", EXCEPTION-COUNT.
           IF EXCEPTION-COUNT > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "ACK-REC" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "ACKDAYS".
           IF ENV-VALUE NOT = SPACES THEN
               PERFORM CONVERT-ENV-NUMBER
               IF ENV-NUMBER > ZERO AND ENV-NUMBER <= 999 THEN
                   MOVE ENV-NUMBER TO ACK-WINDOW
               ELSE
                   DISPLAY "ACKDAYS ", ENV-VALUE,
                       " NOT USABLE - KEEPING ", ACK-WINDOW
               END-IF
           END-IF.
           OPEN I-O ACK-MASTER-FILE.
           IF ACK-MASTER-STATUS = "35" THEN
               DISPLAY "ACKNOWLEDGEMENT MASTER NOT FOUND - CREATING IT"
               OPEN OUTPUT ACK-MASTER-FILE
               IF ACK-MASTER-STATUS = "00" THEN
                   CLOSE ACK-MASTER-FILE
                   OPEN I-O ACK-MASTER-FILE
               END-IF
           END-IF.
           IF ACK-MASTER-STATUS NOT = "00" THEN
               DISPLAY "ACKNOWLEDGEMENT MASTER OPEN FAILED WITH ",
                   "STATUS ", ACK-MASTER-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "ACKMSTDD" TO ALERT-FILE-NAME
               MOVE ACK-MASTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN OUTPUT ACK-REPORT-FILE.
           IF ACK-REPORT-STATUS NOT = "00" THEN
               DISPLAY "ACKNOWLEDGEMENT REPORT OPEN FAILED WITH ",
                   "STATUS ", ACK-REPORT-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "ACKRPTDD" TO ALERT-FILE-NAME
               MOVE ACK-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE RUN-DATE TO TITLE-RUN-DATE.
           MOVE SPACES TO ACK-REPORT-RECORD.
           MOVE TITLE-LINE TO ACK-REPORT-RECORD.
           PERFORM WRITE-ACK-REPORT.
           MOVE SPACES TO ACK-REPORT-RECORD.
           PERFORM WRITE-ACK-REPORT.
           MOVE SPACES TO ACK-REPORT-RECORD.
           MOVE HEADING-LINE TO ACK-REPORT-RECORD.
           PERFORM WRITE-ACK-REPORT.

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

      * XMITLOG IS WRITTEN EXTEND BY CUST-EXT AND SO IS IN THE
      * ORDER THE NIGHTS WENT OUT. HELD NIGHTS SENT NOTHING AND ARE
      * PASSED OVER; A NIGHT SENT AGAIN REPLACES ITS TABLE ENTRY SO
      * THE CUSTOMER IS HELD TO THE LAST FILE THEY WERE GIVEN.
       LOAD-TRANSMISSIONS SECTION.
           OPEN INPUT TRANSMIT-LOG-FILE.
           IF TRANSMIT-LOG-STATUS = "35" THEN
               DISPLAY "TRANSMISSION LOG MISSING - NOTHING SENT YET"
               EXIT SECTION
           END-IF.
           IF TRANSMIT-LOG-STATUS NOT = "00" THEN
               DISPLAY "TRANSMISSION LOG OPEN FAILED WITH STATUS ",
                   TRANSMIT-LOG-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "XMITLOG" TO ALERT-FILE-NAME
               MOVE TRANSMIT-LOG-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM UNTIL TRANSMIT-LOG-STATUS = "10"
               READ TRANSMIT-LOG-FILE
               IF TRANSMIT-LOG-STATUS = "00" THEN
                   IF TRANSMIT-LOG-ACTION = "SENT"
                       OR TRANSMIT-LOG-ACTION = "RSNT" THEN
                       PERFORM NOTE-TRANSMISSION
                   END-IF
               ELSE
                   IF TRANSMIT-LOG-STATUS NOT = "10" THEN
                       DISPLAY "TRANSMISSION LOG READ FAILED WITH ",
                           "STATUS ", TRANSMIT-LOG-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "XMITLOG" TO ALERT-FILE-NAME
                       MOVE TRANSMIT-LOG-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TRANSMIT-LOG-FILE.
           IF TRANSMIT-LOG-STATUS NOT = "00" THEN
               DISPLAY "TRANSMISSION LOG CLOSE FAILED WITH STATUS ",
                   TRANSMIT-LOG-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "XMITLOG" TO ALERT-FILE-NAME
               MOVE TRANSMIT-LOG-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF XMIT-DROPPED > ZERO THEN
               DISPLAY "MORE THAN 400 NIGHTS IN THE WINDOW - ",
                   XMIT-DROPPED, " TRANSMISSIONS NOT RECONCILED"
           END-IF.

       NOTE-TRANSMISSION SECTION.
           IF TRANSMIT-LOG-SENT-DATE-X = SPACES
               OR TRANSMIT-LOG-SENT-DATE IS NOT NUMERIC THEN
               MOVE TRANSMIT-LOG-DATE TO TRANSMIT-LOG-SENT-DATE
           END-IF.
           MOVE TRANSMIT-LOG-SENT-DATE TO WORK-DATE.
           PERFORM COUNT-DAYS-OUTSTANDING.
           IF DAYS-OUTSTANDING > ACK-WINDOW THEN
               EXIT SECTION
           END-IF.
           MOVE ZERO TO MATCH-IDX.
           PERFORM VARYING X-IDX FROM 1 BY 1
               UNTIL X-IDX > XMIT-COUNT OR MATCH-IDX > ZERO
               IF XMIT-DATE-T(X-IDX) = TRANSMIT-LOG-DATE THEN
                   MOVE X-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.
           IF MATCH-IDX = ZERO THEN
               IF XMIT-COUNT >= 400 THEN
                   ADD 1 TO XMIT-DROPPED
                   EXIT SECTION
               END-IF
               ADD 1 TO XMIT-COUNT
               MOVE XMIT-COUNT TO MATCH-IDX
               MOVE TRANSMIT-LOG-DATE TO XMIT-DATE-T(MATCH-IDX)
           END-IF.
           MOVE TRANSMIT-LOG-ACTION TO XMIT-ACTION-T(MATCH-IDX).
           MOVE TRANSMIT-LOG-COUNT TO XMIT-COUNT-T(MATCH-IDX).
           MOVE TRANSMIT-LOG-HASH TO XMIT-HASH-T(MATCH-IDX).
           MOVE TRANSMIT-LOG-SENT-DATE TO XMIT-SENT-T(MATCH-IDX).
           MOVE DAYS-OUTSTANDING TO XMIT-DAYS-T(MATCH-IDX).

      * DAYS OUTSTANDING ARE COUNTED BY WALKING WORK-DATE FORWARD A
      * DAY AT A TIME TO THE BUSINESS DATE, ON THE SAME CALENDAR
      * RULES DATE-ROL USES TO ROLL BDATEDD. THE WALK STOPS ONE PAST
      * THE WINDOW - ANYTHING OLDER IS OUT OF SCOPE ANYWAY.
       COUNT-DAYS-OUTSTANDING SECTION.
           MOVE ZERO TO DAYS-OUTSTANDING.
           IF WORK-MONTH < 1 OR WORK-MONTH > 12
               OR WORK-DAY < 1 OR WORK-DAY > 31 THEN
               MOVE 9999 TO DAYS-OUTSTANDING
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WORK-DATE >= RUN-DATE
               OR DAYS-OUTSTANDING > ACK-WINDOW
               PERFORM ADVANCE-ONE-DAY
               ADD 1 TO DAYS-OUTSTANDING
           END-PERFORM.

       ADVANCE-ONE-DAY SECTION.
           PERFORM FIND-DAYS-IN-MONTH.
           IF WORK-DAY < DAYS-IN-MONTH THEN
               ADD 1 TO WORK-DAY
               EXIT SECTION
           END-IF.
           MOVE 1 TO WORK-DAY.
           IF WORK-MONTH < 12 THEN
               ADD 1 TO WORK-MONTH
           ELSE
               MOVE 1 TO WORK-MONTH
               ADD 1 TO WORK-YEAR
           END-IF.

       FIND-DAYS-IN-MONTH SECTION.
           IF WORK-MONTH = 4 OR WORK-MONTH = 6
               OR WORK-MONTH = 9 OR WORK-MONTH = 11 THEN
               MOVE 30 TO DAYS-IN-MONTH
               EXIT SECTION
           END-IF.
           IF WORK-MONTH NOT = 2 THEN
               MOVE 31 TO DAYS-IN-MONTH
               EXIT SECTION
           END-IF.
           PERFORM CHECK-LEAP-YEAR.
           IF LEAP-YEAR THEN
               MOVE 29 TO DAYS-IN-MONTH
           ELSE
               MOVE 28 TO DAYS-IN-MONTH
           END-IF.

       CHECK-LEAP-YEAR SECTION.
           MOVE "N" TO LEAP-SWITCH.
           DIVIDE WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZERO THEN
               MOVE "Y" TO LEAP-SWITCH
           END-IF.
           DIVIDE WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZERO THEN
               MOVE "N" TO LEAP-SWITCH
           END-IF.
           DIVIDE WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZERO THEN
               MOVE "Y" TO LEAP-SWITCH
           END-IF.

      * NO INBOUND FILE SIMPLY MEANS THE CUSTOMER SENT NOTHING SINCE
      * THE LAST RUN - THE MASTER STILL CARRIES EVERYTHING EARLIER.
       FILE-ACKNOWLEDGEMENTS SECTION.
           OPEN INPUT ACK-IN-FILE.
           IF ACK-IN-STATUS = "35" THEN
               DISPLAY "NO INBOUND ACKNOWLEDGEMENTS ON ACKINDD"
               EXIT SECTION
           END-IF.
           IF ACK-IN-STATUS NOT = "00" THEN
               DISPLAY "INBOUND ACKNOWLEDGEMENT FILE OPEN FAILED ",
                   "WITH STATUS ", ACK-IN-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "ACKINDD" TO ALERT-FILE-NAME
               MOVE ACK-IN-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM UNTIL ACK-IN-STATUS = "10"
               READ ACK-IN-FILE
               IF ACK-IN-STATUS = "00" THEN
                   ADD 1 TO ACKS-READ
                   PERFORM FILE-ONE-ACKNOWLEDGEMENT
               ELSE
                   IF ACK-IN-STATUS NOT = "10" THEN
                       DISPLAY "INBOUND ACKNOWLEDGEMENT FILE READ ",
                           "FAILED WITH STATUS ", ACK-IN-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "ACKINDD" TO ALERT-FILE-NAME
                       MOVE ACK-IN-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ACK-IN-FILE.
           IF ACK-IN-STATUS NOT = "00" THEN
               DISPLAY "INBOUND ACKNOWLEDGEMENT FILE CLOSE FAILED ",
                   "WITH STATUS ", ACK-IN-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "ACKINDD" TO ALERT-FILE-NAME
               MOVE ACK-IN-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       FILE-ONE-ACKNOWLEDGEMENT SECTION.
           IF ACK-IN-BATCH-PREFIX NOT = "CUST"
               OR ACK-IN-BATCH-MMDD IS NOT NUMERIC
               OR ACK-IN-COUNT IS NOT NUMERIC
               OR ACK-IN-HASH IS NOT NUMERIC
               OR (ACK-IN-VERDICT NOT = "ACPT"
                   AND ACK-IN-VERDICT NOT = "RJCT") THEN
               ADD 1 TO ACKS-UNMATCHED
               ADD 1 TO EXCEPTION-COUNT
               MOVE "UNUSABLE ACKNOWLEDGEMENT RECORD" TO PROBLEM-TEXT
               PERFORM WRITE-PROBLEM-LINE
               EXIT SECTION
           END-IF.
           MOVE ZERO TO MATCH-IDX.
           PERFORM VARYING X-IDX FROM 1 BY 1 UNTIL X-IDX > XMIT-COUNT
               IF XMIT-MD-T(X-IDX) = ACK-IN-BATCH-MMDD THEN
                   IF MATCH-IDX = ZERO THEN
                       MOVE X-IDX TO MATCH-IDX
                   ELSE
                       IF XMIT-DATE-T(X-IDX) > XMIT-DATE-T(MATCH-IDX)
                           THEN
                           MOVE X-IDX TO MATCH-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF MATCH-IDX = ZERO THEN
               ADD 1 TO ACKS-UNMATCHED
               ADD 1 TO EXCEPTION-COUNT
               MOVE "ACKNOWLEDGES NO TRANSMISSION ON FILE"
                   TO PROBLEM-TEXT
               PERFORM WRITE-PROBLEM-LINE
               EXIT SECTION
           END-IF.
           MOVE XMIT-DATE-T(MATCH-IDX) TO ACK-MASTER-DATE.
           MOVE ACK-IN-BATCH-ID TO ACK-MASTER-BATCH-ID.
           MOVE ACK-IN-COUNT TO ACK-MASTER-COUNT.
           MOVE ACK-IN-HASH TO ACK-MASTER-HASH.
           MOVE ACK-IN-VERDICT TO ACK-MASTER-VERDICT.
           MOVE ACK-IN-REASON TO ACK-MASTER-REASON.
           MOVE RUN-DATE TO ACK-MASTER-RECEIVED.
           WRITE ACK-MASTER-RECORD
               INVALID KEY
                   REWRITE ACK-MASTER-RECORD
           END-WRITE.
           IF ACK-MASTER-STATUS NOT = "00" THEN
               DISPLAY "ACKNOWLEDGEMENT MASTER WRITE FAILED WITH ",
                   "STATUS ", ACK-MASTER-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "ACKMSTDD" TO ALERT-FILE-NAME
               MOVE ACK-MASTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           ADD 1 TO ACKS-FILED.

       WRITE-PROBLEM-LINE SECTION.
           MOVE ACK-IN-RECORD TO PROBLEM-RECORD.
           MOVE SPACES TO ACK-REPORT-RECORD.
           MOVE ACK-PROBLEM-LINE TO ACK-REPORT-RECORD.
           PERFORM WRITE-ACK-REPORT.

       RECONCILE-TRANSMISSIONS SECTION.
           PERFORM VARYING X-IDX FROM 1 BY 1 UNTIL X-IDX > XMIT-COUNT
               PERFORM RECONCILE-ONE-NIGHT
           END-PERFORM.

       RECONCILE-ONE-NIGHT SECTION.
           ADD 1 TO NIGHTS-RECONCILED.
           MOVE XMIT-DATE-T(X-IDX) TO EXC-DATE.
           MOVE "CUST" TO EXC-BATCH-ID.
           MOVE XMIT-MD-T(X-IDX) TO EXC-BATCH-ID(5:4).
           MOVE XMIT-ACTION-T(X-IDX) TO EXC-ACTION.
           MOVE XMIT-COUNT-T(X-IDX) TO EXC-SENT-COUNT.
           MOVE XMIT-HASH-T(X-IDX) TO EXC-SENT-HASH.
           MOVE XMIT-DAYS-T(X-IDX) TO EXC-DAYS.
           MOVE SPACES TO EXC-REASON.
           MOVE XMIT-DATE-T(X-IDX) TO ACK-MASTER-DATE.
           READ ACK-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ACK-MASTER-STATUS = "00" THEN
               IF ACK-MASTER-RECEIVED < XMIT-SENT-T(X-IDX)
                   OR (XMIT-ACTION-T(X-IDX) = "RSNT"
                   AND ACK-MASTER-RECEIVED = XMIT-SENT-T(X-IDX)) THEN
                   MOVE "23" TO ACK-MASTER-STATUS
               END-IF
           END-IF.
           IF ACK-MASTER-STATUS = "23" THEN
               MOVE SPACES TO EXC-ACK-COUNT-X
               MOVE SPACES TO EXC-ACK-HASH-X
               IF XMIT-DAYS-T(X-IDX) = ZERO THEN
                   ADD 1 TO NIGHTS-AWAITING
                   MOVE "AWAITING" TO EXC-TEXT
               ELSE
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE "NO ACK" TO EXC-TEXT
               END-IF
               PERFORM WRITE-EXCEPTION-LINE
               EXIT SECTION
           END-IF.
           IF ACK-MASTER-STATUS NOT = "00" THEN
               DISPLAY "ACKNOWLEDGEMENT MASTER READ FAILED WITH ",
                   "STATUS ", ACK-MASTER-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "ACKMSTDD" TO ALERT-FILE-NAME
               MOVE ACK-MASTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE ACK-MASTER-COUNT TO EXC-ACK-COUNT.
           MOVE ACK-MASTER-HASH TO EXC-ACK-HASH.
           IF ACK-MASTER-VERDICT = "RJCT" THEN
               ADD 1 TO EXCEPTION-COUNT
               MOVE "REJECTED" TO EXC-TEXT
               MOVE ACK-MASTER-REASON TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT SECTION
           END-IF.
           IF ACK-MASTER-COUNT NOT = XMIT-COUNT-T(X-IDX) THEN
               ADD 1 TO EXCEPTION-COUNT
               MOVE "COUNT" TO EXC-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               EXIT SECTION
           END-IF.
           IF ACK-MASTER-HASH NOT = XMIT-HASH-T(X-IDX) THEN
               ADD 1 TO EXCEPTION-COUNT
               MOVE "HASH" TO EXC-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE SECTION.
           MOVE SPACES TO ACK-REPORT-RECORD.
           MOVE EXCEPTION-LINE TO ACK-REPORT-RECORD.
           PERFORM WRITE-ACK-REPORT.

       WRITE-SUMMARY SECTION.
           IF NIGHTS-RECONCILED = ZERO AND ACKS-READ = ZERO THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "NO TRANSMISSIONS OR ACKNOWLEDGEMENTS TO RECONCILE"
                   TO TEXT-BODY
               MOVE SPACES TO ACK-REPORT-RECORD
               MOVE TEXT-LINE TO ACK-REPORT-RECORD
               PERFORM WRITE-ACK-REPORT
           END-IF.
           MOVE SPACES TO ACK-REPORT-RECORD.
           PERFORM WRITE-ACK-REPORT.
           MOVE "ACKNOWLEDGEMENTS READ" TO COUNT-LABEL.
           MOVE ACKS-READ TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ACKNOWLEDGEMENTS FILED" TO COUNT-LABEL.
           MOVE ACKS-FILED TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ACKNOWLEDGEMENTS NOT MATCHED" TO COUNT-LABEL.
           MOVE ACKS-UNMATCHED TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "NIGHTS RECONCILED" TO COUNT-LABEL.
           MOVE NIGHTS-RECONCILED TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "NIGHTS AWAITING ACKNOWLEDGEMENT" TO COUNT-LABEL.
           MOVE NIGHTS-AWAITING TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EXCEPTIONS" TO COUNT-LABEL.
           MOVE EXCEPTION-COUNT TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE SECTION.
           MOVE SPACES TO ACK-REPORT-RECORD.
           MOVE COUNT-LINE TO ACK-REPORT-RECORD.
           PERFORM WRITE-ACK-REPORT.

       WRITE-ACK-REPORT SECTION.
           WRITE ACK-REPORT-RECORD.
           IF ACK-REPORT-STATUS NOT = "00" THEN
               DISPLAY "ACKNOWLEDGEMENT REPORT WRITE FAILED WITH ",
                   "STATUS ", ACK-REPORT-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "ACKRPTDD" TO ALERT-FILE-NAME
               MOVE ACK-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

      * THE RUN-DATE STAMP COMES FROM THE BDATEDD PROCESSING
      * CALENDAR THAT DATE-ROL IN DATEROL.COB ADVANCES WHEN A NIGHT
      * CLOSES CLEAN, SO A RERUN THAT CROSSES MIDNIGHT STILL FILES
      * UNDER THE NIGHT IT BELONGS TO. WHEN THE CONTROL FILE IS
      * ABSENT THE SYSTEM DATE IS USED - THE OLD BEHAVIOR.
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
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "BDATEDD" TO ALERT-FILE-NAME
               MOVE BUSINESS-DATE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
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
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "BDATEDD" TO ALERT-FILE-NAME
               MOVE BUSINESS-DATE-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       CLOSE-FILE SECTION.
           CLOSE ACK-MASTER-FILE.
           IF ACK-MASTER-STATUS NOT = "00" THEN
               DISPLAY "ACKNOWLEDGEMENT MASTER CLOSE FAILED WITH ",
                   "STATUS ", ACK-MASTER-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "ACKMSTDD" TO ALERT-FILE-NAME
               MOVE ACK-MASTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE ACK-REPORT-FILE.
           IF ACK-REPORT-STATUS NOT = "00" THEN
               DISPLAY "ACKNOWLEDGEMENT REPORT CLOSE FAILED WITH ",
                   "STATUS ", ACK-REPORT-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "ACKRPTDD" TO ALERT-FILE-NAME
               MOVE ACK-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE ALERT-FILE.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE CLOSE FAILED WITH STATUS ",
                   ALERTF-STATUS
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
           MOVE ACKS-READ TO RUN-LOG-RECORDS-W.
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
           MOVE "ACK-REC" TO RUN-LOG-PROGRAM.
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

       WRITE-ALERT SECTION.
           IF ALERT-OPERATION = "OPEN" THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ALERT-OPERATION = "READ" THEN
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF ALERT-OPERATION = "CLOSE" THEN
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           MOVE RETURN-CODE TO ALERT-RETURN-CODE.
           WRITE ALERT-RECORD.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE WRITE FAILED WITH STATUS ",
                   ALERTF-STATUS
               STOP RUN
           END-IF.
           DISPLAY "ALERT: ", ALERT-OPERATION, " FAILURE ON ",
               ALERT-FILE-NAME, " STATUS ", ALERT-FILE-STATUS,
               " RC ", ALERT-RETURN-CODE.
