      * REPORT. THIS PROGRAM ONLY READS THE NIGHT'S EVIDENCE, SO
      * UNLIKE THE SCORING PASSES IT WRITES NO ALERT RECORDS OF ITS
      * OWN - ITS FAILURES GO TO THE JOB LOG.
      * BECAUSE TONIGHT'S ALERTS ARE FOLDED INTO THE KEYED INCDTDD
      * INCIDENT REGISTER BY INC-HVST, THE REPORT ALSO LISTS EVERY
      * INCIDENT ON THE REGISTER THAT IS NOT YET CLOSED, WHATEVER
      * NIGHT RAISED IT, SO A PROBLEM NOBODY HAS DEALT WITH KEEPS
      * APPEARING UNTIL SOMEBODY DOES. AN UNACKNOWLEDGED INCIDENT
      * CARRIED FORWARD DOWNGRADES THE NIGHT TO WARN. THE REGISTER
      * IS OPTIONAL LIKE EVERY OTHER INPUT, BUT ITS ABSENCE IS NOT
      * COUNTED AS A MISSING DATASET - IT DOES NOT EXIST UNTIL THE
      * FIRST NIGHT IS HARVESTED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BATCH-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO INCDTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INCIDENT-KEY
           FILE STATUS IS INCIDENT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       01  ALERT-RECORD            PIC X(80).
       FD  BATCH-FILE.
       01  BATCH-RECORD            PIC X(80).
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
               88 INCIDENT-CLOSED     VALUE "CLSD".
           05  INCIDENT-HARVEST-TIME PIC 9(6).
           05  INCIDENT-ACK-USER   PIC X(8).
           05  INCIDENT-ACK-DATE   PIC 9(8).
           05  INCIDENT-CLOSE-USER PIC X(8).
           05  INCIDENT-CLOSE-DATE PIC 9(8).
           05  INCIDENT-NOTE       PIC X(53).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BUSINESS-DATE       PIC 9(8).
       01  REPORT-IN-STATUS    PIC X(2).
       01  ALERTF-STATUS       PIC X(2).
       01  BATCH-STATUS        PIC X(2).
       01  INCIDENT-STATUS     PIC X(2).
       01  OPS-REPORT-STATUS   PIC X(2).
       01  BUSINESS-DATE-STATUS PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  ALERT-KEPT          PIC 9(3) VALUE ZERO.
       01  ALERT-TABLE.
           03  ALERT-LINE-T OCCURS 100 TIMES PIC X(80).
       01  INCIDENT-COUNT      PIC 9(6) VALUE ZERO.
       01  UNACKED-COUNT       PIC 9(6) VALUE ZERO.
       01  INCIDENT-KEPT       PIC 9(3) VALUE ZERO.
       01  INCIDENT-TABLE.
           03  INCIDENT-LINE-T OCCURS 100 TIMES PIC X(110).
       01  INCIDENT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  INC-LINE-DATE       PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  INC-LINE-PROGRAM    PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  INC-LINE-SEQ        PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  INC-LINE-CLASS      PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  INC-LINE-STATE      PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  INC-LINE-OPERATION  PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  INC-LINE-FILE-NAME  PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  INC-LINE-FILE-STATUS PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  INC-LINE-RC         PIC 9(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  INC-LINE-NOTE       PIC X(53).
       01  T-IDX               PIC 9(3).
       01  PAGE-NO             PIC 9(4) VALUE ZERO.
       01  LINES-ON-PAGE       PIC 9(2) VALUE 99.
           PERFORM GATHER-DRIVER-REPORT.
           PERFORM GATHER-ALERTS.
           PERFORM GATHER-BATCHES.
           PERFORM GATHER-INCIDENTS.
           PERFORM JUDGE-NIGHT.
           PERFORM WRITE-OPS-REPORT.
           PERFORM CLOSE-REPORT.
           END-IF.
           CLOSE BATCH-FILE.

      * EVERY INCIDENT NOT YET CLOSED IS CARRIED FORWARD, OLDEST
      * NIGHT FIRST BECAUSE THE REGISTER IS KEYED BY BUSINESS DATE.
       GATHER-INCIDENTS SECTION.
           OPEN INPUT INCIDENT-FILE.
           IF INCIDENT-STATUS = "35" THEN
               DISPLAY "NO INCIDENT REGISTER ON FILE YET"
               EXIT SECTION
           END-IF.
           IF INCIDENT-STATUS NOT = "00" THEN
               DISPLAY "INCIDENT REGISTER OPEN FAILED WITH STATUS ",
                   INCIDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL INCIDENT-STATUS NOT = "00"
               READ INCIDENT-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF INCIDENT-STATUS = "00" AND NOT INCIDENT-CLOSED THEN
                   ADD 1 TO INCIDENT-COUNT
                   IF INCIDENT-OPEN THEN
                       ADD 1 TO UNACKED-COUNT
                   END-IF
                   IF INCIDENT-KEPT < 100 THEN
                       ADD 1 TO INCIDENT-KEPT
                       PERFORM KEEP-INCIDENT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF INCIDENT-STATUS NOT = "10" THEN
               DISPLAY "INCIDENT REGISTER READ FAILED WITH STATUS ",
                   INCIDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE INCIDENT-FILE.

       KEEP-INCIDENT-LINE SECTION.
           MOVE INCIDENT-DATE TO INC-LINE-DATE.
           MOVE INCIDENT-PROGRAM TO INC-LINE-PROGRAM.
           MOVE INCIDENT-SEQ TO INC-LINE-SEQ.
           MOVE INCIDENT-CLASS TO INC-LINE-CLASS.
           MOVE INCIDENT-STATE TO INC-LINE-STATE.
           MOVE INCIDENT-OPERATION TO INC-LINE-OPERATION.
           MOVE INCIDENT-FILE-NAME TO INC-LINE-FILE-NAME.
           MOVE INCIDENT-FILE-STATUS TO INC-LINE-FILE-STATUS.
           MOVE INCIDENT-RETURN-CODE TO INC-LINE-RC.
           MOVE INCIDENT-NOTE TO INC-LINE-NOTE.
           MOVE INCIDENT-LINE TO INCIDENT-LINE-T(INCIDENT-KEPT).

       JUDGE-NIGHT SECTION.
           IF ALERT-COUNT > ZERO THEN
               MOVE "FAIL" TO VERDICT
               OR OVERLAP-COUNT > ZERO
               OR MISMATCH-COUNT > ZERO
               OR BATCH-REJ-COUNT > ZERO
               OR UNACKED-COUNT > ZERO
               OR MISSING-COUNT > ZERO THEN
               MOVE "WARN" TO VERDICT
           END-IF.
               MOVE TEXT-LINE TO OPS-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO OPS-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE "INCIDENTS NOT CLOSED" TO COUNT-LABEL.
           MOVE INCIDENT-COUNT TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "INCIDENTS UNACKNOWLEDGED" TO COUNT-LABEL.
           MOVE UNACKED-COUNT TO COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO OPS-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO OPS-REPORT-RECORD.
           MOVE "INCIDENTS CARRIED FORWARD (NOT YET CLOSED)"
               TO OPS-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF INCIDENT-COUNT = ZERO THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "NONE" TO TEXT-BODY
               MOVE TEXT-LINE TO OPS-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING T-IDX FROM 1 BY 1
               UNTIL T-IDX > INCIDENT-KEPT
               MOVE SPACES TO OPS-REPORT-RECORD
               MOVE INCIDENT-LINE-T(T-IDX) TO OPS-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF INCIDENT-COUNT > INCIDENT-KEPT THEN
               MOVE SPACES TO TEXT-LINE
               MOVE "FURTHER INCIDENTS NOT LISTED - SEE INC-MNT"
                   TO TEXT-BODY
               MOVE TEXT-LINE TO OPS-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-PAGE-HEADER SECTION.
           ADD 1 TO PAGE-NO.
