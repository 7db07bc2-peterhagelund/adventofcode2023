      * CHECK HERE IS THE BELT TO THAT SUSPENDER. A MISSING BDATEDD
      * IS SEEDED FROM THE SYSTEM DATE SO A NEW INSTALLATION STARTS
      * ITSELF.
      * THE ROLL IS ALSO REFUSED WHILE ANY FAIL-CLASS INCIDENT ON THE
      * INCDTDD INCIDENT REGISTER IS STILL OPEN - NOBODY HAS YET
      * ACKNOWLEDGED IT WITH INC-MNT - WHATEVER NIGHT RAISED IT. A
      * FAILURE NOBODY HAS LOOKED AT MUST NOT BE LEFT BEHIND BY THE
      * CALENDAR. NO REGISTER ON FILE MEANS NO INCIDENTS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VERDICT-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO INCDTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INCIDENT-KEY
           FILE STATUS IS INCIDENT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOGDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  FILLER              PIC X(1).
           05  VERDICT-TEXT        PIC X(5).
           05  FILLER              PIC X(209).
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
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RUN-LOG-PROGRAM     PIC X(8).
       01  BUSINESS-DATE-STATUS    PIC X(2).
       01  VERDICT-STATUS          PIC X(2).
       01  ALERTF-STATUS           PIC X(2).
       01  INCIDENT-STATUS         PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
      * NOT THE DATE THE ROLL ADVANCES TO.
       01  NIGHT-BEING-CLOSED      PIC 9(8) VALUE ZERO.
       01  FAIL-COUNT              PIC 9(2) VALUE ZERO.
       01  UNACKED-FAIL-COUNT      PIC 9(6) VALUE ZERO.
       01  ROLL-SWITCH             PIC X VALUE "Y".
           88 ROLL-ALLOWED            VALUE "Y".
      *
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM CHECK-VERDICTS.
           PERFORM CHECK-INCIDENTS.
           IF ROLL-ALLOWED THEN
               PERFORM ADVANCE-ONE-DAY
               PERFORM WRITE-BUSINESS-DATE
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "DATE-ROL" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
               MOVE "N" TO ROLL-SWITCH
           END-IF.

       CHECK-INCIDENTS SECTION.
           OPEN INPUT INCIDENT-FILE.
           IF INCIDENT-STATUS = "35" THEN
               EXIT SECTION
           END-IF.
           IF INCIDENT-STATUS NOT = "00" THEN
               DISPLAY "INCIDENT REGISTER OPEN FAILED WITH STATUS ",
                   INCIDENT-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "INCDTDD" TO ALERT-FILE-NAME
               MOVE INCIDENT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM UNTIL INCIDENT-STATUS NOT = "00"
               READ INCIDENT-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF INCIDENT-STATUS = "00"
                   AND INCIDENT-CLASS = "FAIL"
                   AND INCIDENT-STATE = "OPEN" THEN
                   ADD 1 TO UNACKED-FAIL-COUNT
                   DISPLAY "UNACKNOWLEDGED FAIL INCIDENT ",
                       INCIDENT-DATE, " ", INCIDENT-PROGRAM, " ",
                       INCIDENT-SEQ, " ", INCIDENT-OPERATION, " ",
                       INCIDENT-FILE-NAME
               END-IF
           END-PERFORM.
           IF INCIDENT-STATUS NOT = "10" THEN
               DISPLAY "INCIDENT REGISTER READ FAILED WITH STATUS ",
                   INCIDENT-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "INCDTDD" TO ALERT-FILE-NAME
               MOVE INCIDENT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE INCIDENT-FILE.
           IF INCIDENT-STATUS NOT = "00" THEN
               DISPLAY "INCIDENT REGISTER CLOSE FAILED WITH STATUS ",
                   INCIDENT-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "INCDTDD" TO ALERT-FILE-NAME
               MOVE INCIDENT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF UNACKED-FAIL-COUNT > ZERO THEN
               DISPLAY "FAIL INCIDENTS AWAITING ACKNOWLEDGEMENT = ",
                   UNACKED-FAIL-COUNT, " - NIGHT NOT CLOSED"
               MOVE "N" TO ROLL-SWITCH
           END-IF.

       ADVANCE-ONE-DAY SECTION.
           PERFORM FIND-DAYS-IN-MONTH.
           IF WORK-DAY < DAYS-IN-MONTH THEN
