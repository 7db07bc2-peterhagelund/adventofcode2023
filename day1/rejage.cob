       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJ-AGE.
      *
      * OPEN REJECTED BATCH AGING AND SUPPLIER ESCALATION - READS THE
      * KEYED REJREGDD REJECT REGISTER THAT PUZZLE-1, PUZZLE-2 AND
      * PUZZLE-4 ADD AN ENTRY TO FOR EVERY BATCH THEY REJECT (KEYED
      * BUSINESS DATE, BATCH ID, SUPPLIER PREFIX, REASON CODE) AND
      * PZ-RESUB IN PZRESUB.COB CLOSES WHEN THE CORRECTED BATCH IS
      * RESOLVED. EVERY ENTRY STILL OPEN IS AGED IN DAYS FROM THE
      * NIGHT IT WAS REJECTED TO THE BDATEDD BUSINESS DATE, ON THE
      * SAME DAY-BY-DAY CALENDAR WALK ACK-REC IN ACKREC.COB USES.
      * THE REJAGEDD REPORT LISTS THE OPEN BATCHES OLDEST FIRST, THEN
      * ONE LINE PER SUPPLIER WITH ITS NAME AND CONTACT FROM THE
      * SUPLRDD SUPPLIER MASTER AND ITS OPEN BATCHES BUCKETED 0-3,
      * 4-7, 8-14, 15-30 AND OVER 30 DAYS OUTSTANDING.
      * A BATCH OUTSTANDING FOR MORE THAN THE RESUBMISSION DAYS
      * AGREED WITH ITS SUPPLIER (SUPPLIER-RESUB-DAYS ON THE MASTER,
      * MAINTAINED BY SUPL-UPD IN SUPLUPD.COB) IS OVERDUE AND GOES TO
      * THE ESCALDD ESCALATION NOTICE FILE, ONE RECORD PER BATCH:
      *     COLS   1-8   BUSINESS DATE OF THIS RUN
      *     COLS  10-17  BATCH ID
      *     COLS  19-21  SUPPLIER PREFIX
      *     COLS  23-27  REASON CODE
      *     COLS  29-36  BUSINESS DATE THE BATCH WAS REJECTED
      *     COLS  38-41  DAYS OUTSTANDING
      *     COLS  43-45  DEADLINE IN DAYS
      *     COLS  47-52  FIRST (NEW TONIGHT) OR REPEAT
      *     COLS  54-83  SUPPLIER NAME
      *     COLS  85-114 SUPPLIER CONTACT
      * A SUPPLIER WITH NO AGREED DEADLINE, OR A PREFIX NOT ON THE
      * MASTER, IS HELD TO THE REJDAYS ENVIRONMENT VARIABLE (DEFAULT
      * 7 DAYS). THE NIGHT A BATCH IS FIRST ESCALATED IS STAMPED ON
      * ITS REGISTER ENTRY, AND IT IS NOTICED AGAIN EVERY NIGHT
      * UNTIL IT IS RESOLVED. RETURN CODE 4 MEANS NOTICES WERE
      * WRITTEN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO REJREGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTER-KEY
           FILE STATUS IS REGISTER-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO SUPLRDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-PREFIX
           FILE STATUS IS SUPPLIER-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO REJAGEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AGING-REPORT-STATUS.
           SELECT ESCALATION-FILE ASSIGN TO ESCALDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ESCALATION-STATUS.
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
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  REGISTER-KEY.
               10  REGISTER-RUN-DATE   PIC 9(8).
               10  REGISTER-BATCH-ID   PIC X(8).
               10  REGISTER-PREFIX     PIC X(3).
               10  REGISTER-REASON     PIC X(5).
           05  REGISTER-PROGRAM        PIC X(8).
           05  REGISTER-STATE          PIC X(1).
           05  REGISTER-CLOSED-DATE    PIC 9(8).
           05  REGISTER-ESCALATED-DATE PIC 9(8).
       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SUPPLIER-PREFIX     PIC X(3).
           05  SUPPLIER-NAME       PIC X(30).
           05  SUPPLIER-CONTACT    PIC X(30).
           05  SUPPLIER-RESUB-DAYS PIC 9(3).
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD     PIC X(132).
       FD  ESCALATION-FILE.
       01  ESCALATION-RECORD.
           05  NOTICE-RUN-DATE     PIC 9(8).
           05  FILLER              PIC X(1).
           05  NOTICE-BATCH-ID     PIC X(8).
           05  FILLER              PIC X(1).
           05  NOTICE-PREFIX       PIC X(3).
           05  FILLER              PIC X(1).
           05  NOTICE-REASON       PIC X(5).
           05  FILLER              PIC X(1).
           05  NOTICE-REJECTED-DATE PIC 9(8).
           05  FILLER              PIC X(1).
           05  NOTICE-DAYS         PIC 9(4).
           05  FILLER              PIC X(1).
           05  NOTICE-DEADLINE     PIC 9(3).
           05  FILLER              PIC X(1).
           05  NOTICE-TYPE         PIC X(6).
           05  FILLER              PIC X(1).
           05  NOTICE-NAME         PIC X(30).
           05  FILLER              PIC X(1).
           05  NOTICE-CONTACT      PIC X(30).
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
       01  REGISTER-STATUS         PIC X(2).
       01  SUPPLIER-STATUS         PIC X(2).
       01  AGING-REPORT-STATUS     PIC X(2).
       01  ESCALATION-STATUS       PIC X(2).
       01  ALERTF-STATUS           PIC X(2).
       01  RUN-LOG-STATUS      PIC X(2).
       01  RUN-LOG-EVENT-W     PIC X(5).
       01  RUN-LOG-RECORDS-W   PIC 9(6).
       01  RUN-LOG-RC-W        PIC 9(3).
       01  RUN-LOG-TIME-RAW.
           05  RUN-LOG-HHMMSS  PIC 9(6).
           05  FILLER          PIC 9(2).
       01  BUSINESS-DATE-STATUS PIC X(2).
       01  RUN-DATE                PIC 9(8).
       01  ENV-VALUE               PIC X(8).
       01  ENV-NUMBER              PIC 9(8).
       01  ENV-IDX                 PIC 9(2).
       01  ENV-DIGIT               PIC 9.
       01  DEFAULT-DEADLINE        PIC 9(3) VALUE 7.
       01  AGE-CAP                 PIC 9(4) VALUE 999.
       01  FIRST-ESCALATION-SWITCH PIC X VALUE "N".
           88 FIRST-ESCALATION        VALUE "Y".
       01  SUPPLIER-MASTER-SWITCH  PIC X VALUE "Y".
           88 SUPPLIER-MASTER-ON-FILE VALUE "Y".
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
       01  DEADLINE-DAYS           PIC 9(3).
       01  AGE-BUCKET              PIC 9.
       01  ENTRIES-READ            PIC 9(6) VALUE ZERO.
       01  ENTRIES-OPEN            PIC 9(6) VALUE ZERO.
       01  NOTICES-WRITTEN         PIC 9(6) VALUE ZERO.
       01  NOTICES-FIRST           PIC 9(6) VALUE ZERO.
       01  SUPPLIER-COUNT          PIC 9(2) VALUE ZERO.
       01  S-IDX                   PIC 9(2).
       01  MATCH-IDX               PIC 9(2).
       01  UNKNOWN-IDX             PIC 9(2) VALUE ZERO.
       01  B-IDX                   PIC 9.
       01  SUPPLIER-TABLE.
           03  SUPPLIER-ENTRY OCCURS 51 TIMES.
               05  SUP-PREFIX-T    PIC X(3).
               05  SUP-NAME-T      PIC X(30).
               05  SUP-CONTACT-T   PIC X(30).
               05  SUP-DAYS-T      PIC 9(3).
               05  SUP-BUCKET-T    PIC 9(6) OCCURS 5 TIMES.
               05  SUP-OPEN-T      PIC 9(6).
               05  SUP-OVERDUE-T   PIC 9(6).
       01  TOTALS-TABLE.
           05  TOTAL-BUCKET        PIC 9(6) OCCURS 5 TIMES.
           05  TOTAL-OPEN          PIC 9(6).
           05  TOTAL-OVERDUE       PIC 9(6).
       01  TITLE-LINE.
           05  FILLER              PIC X(29)
               VALUE "OPEN REJECTED BATCH AGING    ".
           05  FILLER              PIC X(11) VALUE "RUN DATE = ".
           05  TITLE-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(20)
               VALUE "   DEFAULT DEADLINE ".
           05  TITLE-DEADLINE      PIC ZZ9.
           05  FILLER              PIC X(5) VALUE " DAYS".
       01  DETAIL-HEADING-LINE.
           05  FILLER              PIC X(10) VALUE "REJECTED".
           05  FILLER              PIC X(10) VALUE "BATCH".
           05  FILLER              PIC X(5) VALUE "PFX".
           05  FILLER              PIC X(8) VALUE "REASON".
           05  FILLER              PIC X(10) VALUE "SCORED BY".
           05  FILLER              PIC X(6) VALUE "  DAYS".
           05  FILLER              PIC X(10) VALUE "  DEADLINE".
       01  DETAIL-LINE.
           05  DETAIL-REJECTED-DATE PIC 9(8).
           05  FILLER              PIC X(2).
           05  DETAIL-BATCH-ID     PIC X(8).
           05  FILLER              PIC X(2).
           05  DETAIL-PREFIX       PIC X(3).
           05  FILLER              PIC X(2).
           05  DETAIL-REASON       PIC X(5).
           05  FILLER              PIC X(3).
           05  DETAIL-PROGRAM      PIC X(8).
           05  FILLER              PIC X(4).
           05  DETAIL-DAYS         PIC ZZZ9.
           05  FILLER              PIC X(7).
           05  DETAIL-DEADLINE     PIC ZZ9.
           05  FILLER              PIC X(2).
           05  DETAIL-FLAG         PIC X(20).
       01  SUMMARY-HEADING-LINE.
           05  FILLER              PIC X(5) VALUE "PFX".
           05  FILLER              PIC X(32) VALUE "SUPPLIER".
           05  FILLER              PIC X(30) VALUE "CONTACT".
           05  FILLER              PIC X(7) VALUE "    0-3".
           05  FILLER              PIC X(7) VALUE "    4-7".
           05  FILLER              PIC X(7) VALUE "   8-14".
           05  FILLER              PIC X(7) VALUE "  15-30".
           05  FILLER              PIC X(7) VALUE "  OV 30".
           05  FILLER              PIC X(7) VALUE "   OPEN".
           05  FILLER              PIC X(8) VALUE " OVERDUE".
           05  FILLER              PIC X(9) VALUE " DEADLINE".
       01  SUMMARY-LINE.
           05  SUMMARY-PREFIX      PIC X(3).
           05  FILLER              PIC X(2).
           05  SUMMARY-NAME        PIC X(30).
           05  FILLER              PIC X(2).
           05  SUMMARY-CONTACT     PIC X(30).
           05  FILLER              PIC X(1).
           05  SUMMARY-BUCKET-1    PIC ZZZZZ9.
           05  FILLER              PIC X(1).
           05  SUMMARY-BUCKET-2    PIC ZZZZZ9.
           05  FILLER              PIC X(1).
           05  SUMMARY-BUCKET-3    PIC ZZZZZ9.
           05  FILLER              PIC X(1).
           05  SUMMARY-BUCKET-4    PIC ZZZZZ9.
           05  FILLER              PIC X(1).
           05  SUMMARY-BUCKET-5    PIC ZZZZZ9.
           05  FILLER              PIC X(1).
           05  SUMMARY-OPEN        PIC ZZZZZ9.
           05  FILLER              PIC X(2).
           05  SUMMARY-OVERDUE     PIC ZZZZZ9.
           05  FILLER              PIC X(6).
           05  SUMMARY-DEADLINE    PIC ZZZ.
       01  COUNT-LINE.
           05  COUNT-LABEL         PIC X(32).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  COUNT-VALUE         PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM LOAD-SUPPLIERS.
           PERFORM AGE-REGISTER.
           PERFORM WRITE-SUPPLIER-SUMMARY.
           PERFORM CLOSE-FILE.
           DISPLAY "REGISTER ENTRIES READ = ", ENTRIES-READ.
           DISPLAY "OPEN REJECTED BATCHES = ", ENTRIES-OPEN.
           DISPLAY "ESCALATION NOTICES = ", NOTICES-WRITTEN.
           DISPLAY "FIRST ESCALATIONS = ", NOTICES-FIRST.
           IF NOTICES-WRITTEN > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "REJ-AGE" TO ALERT-PROGRAM.
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
           ACCEPT ENV-VALUE FROM ENVIRONMENT "REJDAYS".
           IF ENV-VALUE NOT = SPACES THEN
               PERFORM CONVERT-ENV-NUMBER
               IF ENV-NUMBER > ZERO AND ENV-NUMBER <= 999 THEN
                   MOVE ENV-NUMBER TO DEFAULT-DEADLINE
               ELSE
                   DISPLAY "REJDAYS ", ENV-VALUE,
                       " NOT USABLE - KEEPING ", DEFAULT-DEADLINE
               END-IF
           END-IF.
           OPEN I-O REGISTER-FILE.
           IF REGISTER-STATUS = "35" THEN
               DISPLAY "REJECT REGISTER NOT FOUND - CREATING IT"
               OPEN OUTPUT REGISTER-FILE
               IF REGISTER-STATUS = "00" THEN
                   CLOSE REGISTER-FILE
                   OPEN I-O REGISTER-FILE
               END-IF
           END-IF.
           IF REGISTER-STATUS NOT = "00" THEN
               DISPLAY "REJECT REGISTER OPEN FAILED WITH STATUS ",
                   REGISTER-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "REJREGDD" TO ALERT-FILE-NAME
               MOVE REGISTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-STATUS = "35" THEN
               DISPLAY "SUPPLIER MASTER NOT FOUND - EVERY BATCH IS ",
                   "HELD TO THE DEFAULT DEADLINE"
               MOVE "N" TO SUPPLIER-MASTER-SWITCH
           ELSE
               IF SUPPLIER-STATUS NOT = "00" THEN
                   DISPLAY "SUPPLIER FILE OPEN FAILED WITH STATUS ",
                       SUPPLIER-STATUS
                   MOVE "OPEN" TO ALERT-OPERATION
                   MOVE "SUPLRDD" TO ALERT-FILE-NAME
                   MOVE SUPPLIER-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           IF AGING-REPORT-STATUS NOT = "00" THEN
               DISPLAY "AGING REPORT OPEN FAILED WITH STATUS ",
                   AGING-REPORT-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "REJAGEDD" TO ALERT-FILE-NAME
               MOVE AGING-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           OPEN OUTPUT ESCALATION-FILE.
           IF ESCALATION-STATUS NOT = "00" THEN
               DISPLAY "ESCALATION FILE OPEN FAILED WITH STATUS ",
                   ESCALATION-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "ESCALDD" TO ALERT-FILE-NAME
               MOVE ESCALATION-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       CONVERT-ENV-NUMBER SECTION.
           MOVE ZERO TO ENV-NUMBER.
           PERFORM VARYING ENV-IDX FROM 1 BY 1 UNTIL ENV-IDX > 8
               IF ENV-VALUE(ENV-IDX:1) IS NUMERIC THEN
                   MOVE ENV-VALUE(ENV-IDX:1) TO ENV-DIGIT
                   COMPUTE ENV-NUMBER = ENV-NUMBER * 10 + ENV-DIGIT
               END-IF
           END-PERFORM.

      * THE MASTER IS SMALL - UP TO 50 SUPPLIERS ARE LOADED, AS IN
      * SUPL-RPT IN SUPLRPT.COB, AND THE 51ST TABLE ENTRY IS RESERVED
      * FOR BATCHES WHOSE PREFIX IS NOT ON THE MASTER. A DEADLINE OF
      * ZERO (OR ONE NOT YET SET ON A CONVERTED RECORD) MEANS NONE
      * WAS AGREED.
       LOAD-SUPPLIERS SECTION.
           PERFORM UNTIL NOT SUPPLIER-MASTER-ON-FILE
               OR SUPPLIER-STATUS = "10" OR SUPPLIER-COUNT = 50
               READ SUPPLIER-FILE NEXT
               IF SUPPLIER-STATUS = "00" THEN
                   ADD 1 TO SUPPLIER-COUNT
                   MOVE SUPPLIER-COUNT TO S-IDX
                   MOVE SUPPLIER-PREFIX TO SUP-PREFIX-T(S-IDX)
                   MOVE SUPPLIER-NAME TO SUP-NAME-T(S-IDX)
                   MOVE SUPPLIER-CONTACT TO SUP-CONTACT-T(S-IDX)
                   IF SUPPLIER-RESUB-DAYS IS NUMERIC THEN
                       MOVE SUPPLIER-RESUB-DAYS TO SUP-DAYS-T(S-IDX)
                   ELSE
                       MOVE ZERO TO SUP-DAYS-T(S-IDX)
                   END-IF
                   PERFORM CLEAR-SUPPLIER-COUNTS
               ELSE
                   IF SUPPLIER-STATUS NOT = "10" THEN
                       DISPLAY "SUPPLIER FILE READ FAILED WITH ",
                           "STATUS ", SUPPLIER-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "SUPLRDD" TO ALERT-FILE-NAME
                       MOVE SUPPLIER-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           IF SUPPLIER-COUNT = 50 AND SUPPLIER-STATUS = "00" THEN
               DISPLAY "SUPPLIER MASTER HAS MORE THAN 50 ENTRIES - ",
                   "EXCESS SUPPLIERS REPORT UNDER UNKNOWN"
           END-IF.
           ADD 1 TO SUPPLIER-COUNT.
           MOVE SUPPLIER-COUNT TO UNKNOWN-IDX.
           MOVE UNKNOWN-IDX TO S-IDX.
           MOVE "???" TO SUP-PREFIX-T(S-IDX).
           MOVE "(PREFIX NOT ON MASTER)" TO SUP-NAME-T(S-IDX).
           MOVE SPACES TO SUP-CONTACT-T(S-IDX).
           MOVE ZERO TO SUP-DAYS-T(S-IDX).
           PERFORM CLEAR-SUPPLIER-COUNTS.
           MOVE ZEROS TO TOTALS-TABLE.

       CLEAR-SUPPLIER-COUNTS SECTION.
           PERFORM VARYING B-IDX FROM 1 BY 1 UNTIL B-IDX > 5
               MOVE ZERO TO SUP-BUCKET-T(S-IDX, B-IDX)
           END-PERFORM.
           MOVE ZERO TO SUP-OPEN-T(S-IDX).
           MOVE ZERO TO SUP-OVERDUE-T(S-IDX).

      * THE REGISTER IS KEYED BUSINESS DATE FIRST, SO A STRAIGHT
      * WALK LISTS THE OPEN BATCHES OLDEST FIRST. CLOSED ENTRIES ARE
      * ONLY COUNTED.
       AGE-REGISTER SECTION.
           MOVE SPACES TO AGING-REPORT-RECORD.
           MOVE RUN-DATE TO TITLE-RUN-DATE.
           MOVE DEFAULT-DEADLINE TO TITLE-DEADLINE.
           MOVE TITLE-LINE TO AGING-REPORT-RECORD.
           PERFORM WRITE-AGING-REPORT.
           MOVE SPACES TO AGING-REPORT-RECORD.
           PERFORM WRITE-AGING-REPORT.
           MOVE DETAIL-HEADING-LINE TO AGING-REPORT-RECORD.
           PERFORM WRITE-AGING-REPORT.
           MOVE LOW-VALUES TO REGISTER-KEY.
           START REGISTER-FILE KEY NOT < REGISTER-KEY
               INVALID KEY MOVE "23" TO REGISTER-STATUS
           END-START.
           PERFORM UNTIL REGISTER-STATUS NOT = "00"
               READ REGISTER-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF REGISTER-STATUS = "00" THEN
                   ADD 1 TO ENTRIES-READ
                   IF REGISTER-STATE = "O" THEN
                       PERFORM AGE-ONE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           IF REGISTER-STATUS NOT = "10"
               AND REGISTER-STATUS NOT = "23" THEN
               DISPLAY "REJECT REGISTER READ FAILED WITH STATUS ",
                   REGISTER-STATUS
               MOVE "READ" TO ALERT-OPERATION
               MOVE "REJREGDD" TO ALERT-FILE-NAME
               MOVE REGISTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF ENTRIES-OPEN = ZERO THEN
               MOVE "NO REJECTED BATCHES OUTSTANDING"
                   TO AGING-REPORT-RECORD
               PERFORM WRITE-AGING-REPORT
           END-IF.

       AGE-ONE-ENTRY SECTION.
           ADD 1 TO ENTRIES-OPEN.
           MOVE REGISTER-RUN-DATE TO WORK-DATE.
           PERFORM COUNT-DAYS-OUTSTANDING.
           MOVE UNKNOWN-IDX TO MATCH-IDX.
           PERFORM VARYING S-IDX FROM 1 BY 1
               UNTIL S-IDX >= UNKNOWN-IDX
               IF SUP-PREFIX-T(S-IDX) = REGISTER-PREFIX THEN
                   MOVE S-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.
           IF SUP-DAYS-T(MATCH-IDX) > ZERO THEN
               MOVE SUP-DAYS-T(MATCH-IDX) TO DEADLINE-DAYS
           ELSE
               MOVE DEFAULT-DEADLINE TO DEADLINE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN DAYS-OUTSTANDING <= 3
                   MOVE 1 TO AGE-BUCKET
               WHEN DAYS-OUTSTANDING <= 7
                   MOVE 2 TO AGE-BUCKET
               WHEN DAYS-OUTSTANDING <= 14
                   MOVE 3 TO AGE-BUCKET
               WHEN DAYS-OUTSTANDING <= 30
                   MOVE 4 TO AGE-BUCKET
               WHEN OTHER
                   MOVE 5 TO AGE-BUCKET
           END-EVALUATE.
           ADD 1 TO SUP-BUCKET-T(MATCH-IDX, AGE-BUCKET).
           ADD 1 TO TOTAL-BUCKET(AGE-BUCKET).
           ADD 1 TO SUP-OPEN-T(MATCH-IDX).
           ADD 1 TO TOTAL-OPEN.
           MOVE SPACES TO DETAIL-LINE.
           MOVE REGISTER-RUN-DATE TO DETAIL-REJECTED-DATE.
           MOVE REGISTER-BATCH-ID TO DETAIL-BATCH-ID.
           MOVE REGISTER-PREFIX TO DETAIL-PREFIX.
           MOVE REGISTER-REASON TO DETAIL-REASON.
           MOVE REGISTER-PROGRAM TO DETAIL-PROGRAM.
           MOVE DAYS-OUTSTANDING TO DETAIL-DAYS.
           MOVE DEADLINE-DAYS TO DETAIL-DEADLINE.
           IF DAYS-OUTSTANDING > DEADLINE-DAYS THEN
               ADD 1 TO SUP-OVERDUE-T(MATCH-IDX)
               ADD 1 TO TOTAL-OVERDUE
               PERFORM ESCALATE-ENTRY
               IF FIRST-ESCALATION THEN
                   MOVE "OVERDUE - ESCALATED" TO DETAIL-FLAG
               ELSE
                   MOVE "OVERDUE" TO DETAIL-FLAG
               END-IF
           END-IF.
           MOVE SPACES TO AGING-REPORT-RECORD.
           MOVE DETAIL-LINE TO AGING-REPORT-RECORD.
           PERFORM WRITE-AGING-REPORT.

      * THE FIRST NIGHT A BATCH GOES OVERDUE IS STAMPED ON ITS
      * REGISTER ENTRY; A RERUN OF THE SAME NIGHT STILL CALLS IT
      * FIRST.
       ESCALATE-ENTRY SECTION.
           MOVE SPACES TO ESCALATION-RECORD.
           IF REGISTER-ESCALATED-DATE = ZERO
               OR REGISTER-ESCALATED-DATE = RUN-DATE THEN
               MOVE "FIRST" TO NOTICE-TYPE
               MOVE "Y" TO FIRST-ESCALATION-SWITCH
               ADD 1 TO NOTICES-FIRST
           ELSE
               MOVE "REPEAT" TO NOTICE-TYPE
               MOVE "N" TO FIRST-ESCALATION-SWITCH
           END-IF.
           IF REGISTER-ESCALATED-DATE = ZERO THEN
               MOVE RUN-DATE TO REGISTER-ESCALATED-DATE
               REWRITE REGISTER-RECORD
               IF REGISTER-STATUS NOT = "00" THEN
                   DISPLAY "REJECT REGISTER REWRITE FAILED WITH ",
                       "STATUS ", REGISTER-STATUS
                   MOVE "WRITE" TO ALERT-OPERATION
                   MOVE "REJREGDD" TO ALERT-FILE-NAME
                   MOVE REGISTER-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           MOVE RUN-DATE TO NOTICE-RUN-DATE.
           MOVE REGISTER-BATCH-ID TO NOTICE-BATCH-ID.
           MOVE REGISTER-PREFIX TO NOTICE-PREFIX.
           MOVE REGISTER-REASON TO NOTICE-REASON.
           MOVE REGISTER-RUN-DATE TO NOTICE-REJECTED-DATE.
           MOVE DAYS-OUTSTANDING TO NOTICE-DAYS.
           MOVE DEADLINE-DAYS TO NOTICE-DEADLINE.
           MOVE SUP-NAME-T(MATCH-IDX) TO NOTICE-NAME.
           MOVE SUP-CONTACT-T(MATCH-IDX) TO NOTICE-CONTACT.
           WRITE ESCALATION-RECORD.
           IF ESCALATION-STATUS NOT = "00" THEN
               DISPLAY "ESCALATION FILE WRITE FAILED WITH STATUS ",
                   ESCALATION-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "ESCALDD" TO ALERT-FILE-NAME
               MOVE ESCALATION-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           ADD 1 TO NOTICES-WRITTEN.

      * DAYS OUTSTANDING ARE COUNTED BY WALKING WORK-DATE FORWARD A
      * DAY AT A TIME TO THE BUSINESS DATE, ON THE SAME CALENDAR
      * RULES DATE-ROL USES TO ROLL BDATEDD. THE WALK STOPS AT
      * AGE-CAP - ANYTHING THAT OLD IS IN THE LAST BUCKET ANYWAY.
       COUNT-DAYS-OUTSTANDING SECTION.
           MOVE ZERO TO DAYS-OUTSTANDING.
           IF WORK-MONTH < 1 OR WORK-MONTH > 12
               OR WORK-DAY < 1 OR WORK-DAY > 31 THEN
               MOVE 9999 TO DAYS-OUTSTANDING
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WORK-DATE >= RUN-DATE
               OR DAYS-OUTSTANDING >= AGE-CAP
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

      * ONLY SUPPLIERS WITH SOMETHING OUTSTANDING ARE LISTED.
       WRITE-SUPPLIER-SUMMARY SECTION.
           MOVE SPACES TO AGING-REPORT-RECORD.
           PERFORM WRITE-AGING-REPORT.
           MOVE SUMMARY-HEADING-LINE TO AGING-REPORT-RECORD.
           PERFORM WRITE-AGING-REPORT.
           PERFORM VARYING S-IDX FROM 1 BY 1
               UNTIL S-IDX > SUPPLIER-COUNT
               IF SUP-OPEN-T(S-IDX) > ZERO THEN
                   MOVE SPACES TO SUMMARY-LINE
                   MOVE SUP-PREFIX-T(S-IDX) TO SUMMARY-PREFIX
                   MOVE SUP-NAME-T(S-IDX) TO SUMMARY-NAME
                   MOVE SUP-CONTACT-T(S-IDX) TO SUMMARY-CONTACT
                   MOVE SUP-BUCKET-T(S-IDX, 1) TO SUMMARY-BUCKET-1
                   MOVE SUP-BUCKET-T(S-IDX, 2) TO SUMMARY-BUCKET-2
                   MOVE SUP-BUCKET-T(S-IDX, 3) TO SUMMARY-BUCKET-3
                   MOVE SUP-BUCKET-T(S-IDX, 4) TO SUMMARY-BUCKET-4
                   MOVE SUP-BUCKET-T(S-IDX, 5) TO SUMMARY-BUCKET-5
                   MOVE SUP-OPEN-T(S-IDX) TO SUMMARY-OPEN
                   MOVE SUP-OVERDUE-T(S-IDX) TO SUMMARY-OVERDUE
                   IF SUP-DAYS-T(S-IDX) > ZERO THEN
                       MOVE SUP-DAYS-T(S-IDX) TO SUMMARY-DEADLINE
                   ELSE
                       MOVE DEFAULT-DEADLINE TO SUMMARY-DEADLINE
                   END-IF
                   MOVE SUMMARY-LINE TO AGING-REPORT-RECORD
                   PERFORM WRITE-AGING-REPORT
               END-IF
           END-PERFORM.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE "ALL SUPPLIERS" TO SUMMARY-NAME.
           MOVE TOTAL-BUCKET(1) TO SUMMARY-BUCKET-1.
           MOVE TOTAL-BUCKET(2) TO SUMMARY-BUCKET-2.
           MOVE TOTAL-BUCKET(3) TO SUMMARY-BUCKET-3.
           MOVE TOTAL-BUCKET(4) TO SUMMARY-BUCKET-4.
           MOVE TOTAL-BUCKET(5) TO SUMMARY-BUCKET-5.
           MOVE TOTAL-OPEN TO SUMMARY-OPEN.
           MOVE TOTAL-OVERDUE TO SUMMARY-OVERDUE.
           MOVE ZERO TO SUMMARY-DEADLINE.
           MOVE SUMMARY-LINE TO AGING-REPORT-RECORD.
           PERFORM WRITE-AGING-REPORT.
           MOVE SPACES TO AGING-REPORT-RECORD.
           PERFORM WRITE-AGING-REPORT.
           MOVE "ESCALATION NOTICES WRITTEN" TO COUNT-LABEL.
           MOVE NOTICES-WRITTEN TO COUNT-VALUE.
           MOVE COUNT-LINE TO AGING-REPORT-RECORD.
           PERFORM WRITE-AGING-REPORT.
           MOVE "  OF WHICH ESCALATED TONIGHT" TO COUNT-LABEL.
           MOVE NOTICES-FIRST TO COUNT-VALUE.
           MOVE COUNT-LINE TO AGING-REPORT-RECORD.
           PERFORM WRITE-AGING-REPORT.

       WRITE-AGING-REPORT SECTION.
           WRITE AGING-REPORT-RECORD.
           IF AGING-REPORT-STATUS NOT = "00" THEN
               DISPLAY "AGING REPORT WRITE FAILED WITH STATUS ",
                   AGING-REPORT-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "REJAGEDD" TO ALERT-FILE-NAME
               MOVE AGING-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE SPACES TO AGING-REPORT-RECORD.

       CLOSE-FILE SECTION.
           CLOSE REGISTER-FILE.
           IF REGISTER-STATUS NOT = "00" THEN
               DISPLAY "REJECT REGISTER CLOSE FAILED WITH STATUS ",
                   REGISTER-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "REJREGDD" TO ALERT-FILE-NAME
               MOVE REGISTER-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF SUPPLIER-MASTER-ON-FILE THEN
               CLOSE SUPPLIER-FILE
               IF SUPPLIER-STATUS NOT = "00" THEN
                   DISPLAY "SUPPLIER FILE CLOSE FAILED WITH STATUS ",
                       SUPPLIER-STATUS
                   MOVE "CLOSE" TO ALERT-OPERATION
                   MOVE "SUPLRDD" TO ALERT-FILE-NAME
                   MOVE SUPPLIER-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.
           CLOSE AGING-REPORT-FILE.
           IF AGING-REPORT-STATUS NOT = "00" THEN
               DISPLAY "AGING REPORT CLOSE FAILED WITH STATUS ",
                   AGING-REPORT-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "REJAGEDD" TO ALERT-FILE-NAME
               MOVE AGING-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE ESCALATION-FILE.
           IF ESCALATION-STATUS NOT = "00" THEN
               DISPLAY "ESCALATION FILE CLOSE FAILED WITH STATUS ",
                   ESCALATION-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "ESCALDD" TO ALERT-FILE-NAME
               MOVE ESCALATION-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           CLOSE ALERT-FILE.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE CLOSE FAILED WITH STATUS ",
                   ALERTF-STATUS
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
           MOVE ENTRIES-READ TO RUN-LOG-RECORDS-W.
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
           MOVE "REJ-AGE" TO RUN-LOG-PROGRAM.
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
