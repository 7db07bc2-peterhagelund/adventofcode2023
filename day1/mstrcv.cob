       IDENTIFICATION DIVISION.
       PROGRAM-ID. MST-RCV.
      *
      * KEYED MASTER FORWARD RECOVERY - REBUILDS ONE OF THE INDEXED
      * MASTERS (HISTDD, ARCHDD, SUPLRDD OR SEENDD, NAMED IN THE
      * RCVMASTER ENVIRONMENT VARIABLE) FROM A COPY MST-BKP IN
      * MSTBKP.COB UNLOADED, THEN ROLLS THE JRNLDD UPDATE JOURNAL
      * FORWARD OVER IT. JOB CONTROL POINTS BKUPDD AT THE CHOSEN
      * BACKUP GENERATION AND THE MASTER'S OWN DD AT THE FILE TO BE
      * REBUILT. NOTHING IS TOUCHED UNTIL THE COPY HAS PROVED
      * ITSELF: HEADER FOR THE RIGHT MASTER, DETAIL SEQUENCE NUMBERS
      * UNBROKEN FROM 1, TRAILER COUNT, HASH AND AMOUNT AGREEING
      * WITH THE DETAILS, AND THE COPY'S B MARKER FOUND ON THE
      * JOURNAL WITH THE SAME TRAILER. ANY FAILURE REFUSES THE
      * RECOVERY WITH RETURN CODE 8. THE JOURNAL IS APPLIED FROM THE
      * MARKER UP TO THE RCVDATE BUSINESS DATE (DEFAULT THE CURRENT
      * BUSINESS DATE); WHEN RCVSTEP NAMES A STEP (A JOURNAL PROGRAM
      * NAME SUCH AS PUZZLE-4) THE ROLL STOPS AFTER THAT STEP'S LAST
      * UPDATE ON RCVDATE, SO A MASTER CAN BE PUT BACK AS IT STOOD
      * JUST BEFORE A BAD STEP RAN BY NAMING THE STEP AHEAD OF IT.
      * A JOURNAL ADD WRITES THE RECORD, A REPLACE REWRITES IT AND A
      * DELETE REMOVES IT; AN ADD WHOSE KEY IS ALREADY ON FILE OR A
      * REPLACE OR DELETE WHOSE KEY IS NOT IS STILL MADE GOOD WHERE
      * IT CAN BE, BUT LISTED AS A WARNING (RETURN CODE 4). EVERY
      * CHANGE ALSO MOVES A CONTROL LEDGER STARTED FROM THE BACKUP
      * TRAILER - RECORD COUNT, HASH TOTAL AND AMOUNT TOTAL, FIGURED
      * THE WAY MST-BKP FIGURES THEM - AND THE REBUILT MASTER IS
      * THEN READ BACK IN FULL AND FOOTED. THE RCVRPTDD REPORT ENDS
      * PROOF AGREES WHEN THE MASTER MATCHES THE LEDGER AND PROOF
      * FAILED (RETURN CODE 8) WHEN IT DOES NOT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO BKUPDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BACKUP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCHIVE-KEY
           FILE STATUS IS ARCHIVE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO SUPLRDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-PREFIX
           FILE STATUS IS SUPPLIER-STATUS.
           SELECT SEEN-FILE ASSIGN TO SEENDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEEN-BATCH-ID
           FILE STATUS IS SEEN-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO RCVRPTDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RECOVERY-REPORT-STATUS.
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
      * THE COPY LAYOUT MST-BKP WRITES: H HEADER, D DETAIL, T
      * TRAILER.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05  BACKUP-TYPE             PIC X(1).
           05  FILLER                  PIC X(1).
           05  BACKUP-BODY             PIC X(260).
       01  BACKUP-HEADER-RECORD.
           05  FILLER                  PIC X(2).
           05  HEADER-MASTER           PIC X(8).
           05  FILLER                  PIC X(1).
           05  HEADER-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(1).
           05  HEADER-TIME             PIC 9(6).
           05  FILLER                  PIC X(1).
           05  HEADER-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(227).
       01  BACKUP-DETAIL-RECORD.
           05  FILLER                  PIC X(2).
           05  DETAIL-SEQUENCE         PIC 9(9).
           05  FILLER                  PIC X(1).
           05  DETAIL-IMAGE            PIC X(250).
       01  BACKUP-TRAILER-RECORD.
           05  FILLER                  PIC X(2).
           05  TRAILER-COUNT           PIC 9(9).
           05  FILLER                  PIC X(1).
           05  TRAILER-HASH            PIC 9(15).
           05  FILLER                  PIC X(1).
           05  TRAILER-AMOUNT          PIC 9(15).
           05  FILLER                  PIC X(219).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JOURNAL-MASTER      PIC X(8).
           05  FILLER              PIC X(1).
           05  JOURNAL-RUN-DATE    PIC 9(8).
           05  FILLER              PIC X(1).
           05  JOURNAL-TIME        PIC 9(6).
           05  FILLER              PIC X(1).
           05  JOURNAL-PROGRAM     PIC X(8).
           05  FILLER              PIC X(1).
           05  JOURNAL-ACTION      PIC X(1).
               88  JOURNAL-ADD         VALUE "A".
               88  JOURNAL-REPLACE     VALUE "R".
               88  JOURNAL-DELETE      VALUE "D".
               88  JOURNAL-BACKUP      VALUE "B".
           05  FILLER              PIC X(1).
           05  JOURNAL-IMAGE       PIC X(250).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HISTORY-KEY.
               10  HISTORY-PROGRAM     PIC X(8).
               10  HISTORY-RUN-DATE    PIC 9(8).
           05  HISTORY-LINE-COUNT  PIC 9(6).
           05  HISTORY-SUM         PIC 9(6).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARCHIVE-KEY.
               10  ARCHIVE-RUN-DATE    PIC 9(8).
               10  ARCHIVE-LINE-NO     PIC 9(6).
           05  ARCHIVE-FIRST-DIGIT-1   PIC 9.
           05  ARCHIVE-FIRST-IDX-1     PIC 9(4).
           05  ARCHIVE-LAST-DIGIT-1    PIC 9.
           05  ARCHIVE-LAST-IDX-1      PIC 9(4).
           05  ARCHIVE-SUM-1           PIC 9(4).
           05  ARCHIVE-FIRST-DIGIT-2   PIC 9.
           05  ARCHIVE-FIRST-IDX-2     PIC 9(4).
           05  ARCHIVE-LAST-DIGIT-2    PIC 9.
           05  ARCHIVE-LAST-IDX-2      PIC 9(4).
           05  ARCHIVE-SUM-2           PIC 9(4).
           05  ARCHIVE-REC-LEN         PIC 9(4).
           05  ARCHIVE-TEXT            PIC X(200).
       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SUPPLIER-PREFIX     PIC X(3).
           05  SUPPLIER-NAME       PIC X(30).
           05  SUPPLIER-CONTACT    PIC X(30).
           05  SUPPLIER-RESUB-DAYS PIC 9(3).
       FD  SEEN-FILE.
       01  SEEN-RECORD.
           05  SEEN-BATCH-ID       PIC X(8).
           05  SEEN-FIRST-DATE     PIC 9(8).
           05  SEEN-TRAILER-HASH   PIC 9(8).
       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD  PIC X(132).
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
       01  BACKUP-STATUS           PIC X(2).
       01  JOURNAL-STATUS          PIC X(2).
       01  HISTORY-STATUS          PIC X(2).
       01  ARCHIVE-STATUS          PIC X(2).
       01  SUPPLIER-STATUS         PIC X(2).
       01  SEEN-STATUS             PIC X(2).
       01  RECOVERY-REPORT-STATUS  PIC X(2).
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
       01  RECOVER-MASTER          PIC X(8).
       01  RECOVER-DATE            PIC 9(8).
       01  RECOVER-STEP            PIC X(8).
      * THE MASTER-LEVEL SECTIONS ROUTE ON RECOVER-MASTER AND HAND
      * BACK THE STATUS OF WHICHEVER MASTER THEY WORKED ON.
       01  MASTER-STATUS-W         PIC X(2).
       01  OPEN-MODE-W             PIC X.
           88 OPEN-FOR-OUTPUT         VALUE "O".
           88 OPEN-FOR-INPUT          VALUE "I".
           88 OPEN-FOR-UPDATE         VALUE "U".
       01  REFUSE-SWITCH           PIC X VALUE "N".
           88 RECOVERY-REFUSED        VALUE "Y".
       01  REFUSAL-TEXT            PIC X(60).
       01  HEADER-SWITCH           PIC X VALUE "N".
           88 HEADER-SEEN             VALUE "Y".
       01  TRAILER-SWITCH          PIC X VALUE "N".
           88 TRAILER-SEEN            VALUE "Y".
       01  MARKER-SWITCH           PIC X VALUE "N".
           88 MARKER-FOUND            VALUE "Y".
       01  STEP-SWITCH             PIC X VALUE "N".
           88 STEP-FOUND              VALUE "Y".
       01  BACKUP-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  BACKUP-TIME             PIC 9(6) VALUE ZERO.
       01  SAVED-TRAILER           PIC X(44) VALUE SPACES.
       01  EXPECTED-SEQUENCE       PIC 9(9).
       01  BACKUP-COUNT            PIC 9(9) VALUE ZERO.
       01  BACKUP-HASH             PIC 9(15) VALUE ZERO.
       01  BACKUP-AMOUNT           PIC 9(15) VALUE ZERO.
       01  LEDGER-COUNT            PIC S9(9) VALUE ZERO.
       01  LEDGER-HASH             PIC S9(15) VALUE ZERO.
       01  LEDGER-AMOUNT           PIC S9(15) VALUE ZERO.
       01  REBUILT-COUNT           PIC 9(9) VALUE ZERO.
       01  REBUILT-HASH            PIC 9(15) VALUE ZERO.
       01  REBUILT-AMOUNT          PIC 9(15) VALUE ZERO.
       01  JOURNAL-POSITION        PIC 9(9).
       01  MARKER-POSITION         PIC 9(9) VALUE ZERO.
       01  STOP-POSITION           PIC 9(9) VALUE ZERO.
       01  RECORDS-LOADED          PIC 9(9) VALUE ZERO.
       01  JOURNAL-ADDED           PIC 9(6) VALUE ZERO.
       01  JOURNAL-REPLACED        PIC 9(6) VALUE ZERO.
       01  JOURNAL-DELETED         PIC 9(6) VALUE ZERO.
       01  WARNING-COUNT           PIC 9(6) VALUE ZERO.
       01  RECORD-IMAGE            PIC X(250).
       01  NEW-IMAGE               PIC X(250).
       01  RECORD-HASH             PIC 9(9).
       01  RECORD-AMOUNT           PIC 9(9).
       01  HASH-IDX                PIC 9(4) COMP.
       01  ORD-PAIR.
           05  ORD-HIGH        PIC X VALUE LOW-VALUE.
           05  ORD-LOW         PIC X.
       01  ORD-VALUE REDEFINES ORD-PAIR PIC 9(4) COMP.
      * THE AMOUNT FIELDS OF EACH MASTER, SEEN THROUGH A RECORD
      * IMAGE - THE SAME FIELDS MST-BKP TOTALS.
       01  AMOUNT-IMAGE            PIC X(250).
       01  HISTORY-IMAGE REDEFINES AMOUNT-IMAGE.
           05  FILLER                  PIC X(22).
           05  HISTORY-IMAGE-SUM       PIC 9(6).
           05  FILLER                  PIC X(222).
       01  ARCHIVE-IMAGE REDEFINES AMOUNT-IMAGE.
           05  FILLER                  PIC X(24).
           05  ARCHIVE-IMAGE-SUM-1     PIC 9(4).
           05  FILLER                  PIC X(10).
           05  ARCHIVE-IMAGE-SUM-2     PIC 9(4).
           05  FILLER                  PIC X(208).
       01  SEEN-IMAGE REDEFINES AMOUNT-IMAGE.
           05  FILLER                  PIC X(16).
           05  SEEN-IMAGE-HASH         PIC 9(8).
           05  FILLER                  PIC X(226).
       01  TITLE-LINE.
           05  FILLER              PIC X(18) VALUE "MASTER RECOVERY - ".
           05  TITLE-MASTER        PIC X(8).
           05  FILLER              PIC X(16) VALUE "  BUSINESS DATE ".
           05  TITLE-RUN-DATE      PIC 9(8).
       01  SCOPE-LINE.
           05  FILLER              PIC X(14) VALUE "BACKUP TAKEN ".
           05  SCOPE-BACKUP-DATE   PIC 9(8).
           05  FILLER              PIC X(4) VALUE " AT ".
           05  SCOPE-BACKUP-TIME   PIC 9(6).
           05  FILLER              PIC X(20)
               VALUE "  ROLLED FORWARD TO ".
           05  SCOPE-RECOVER-DATE  PIC 9(8).
           05  FILLER              PIC X(9) VALUE " THROUGH ".
           05  SCOPE-STEP          PIC X(9).
       01  COUNT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  COUNT-LABEL         PIC X(24).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  COUNT-VALUE         PIC ZZZZZZZZ9.
       01  WARNING-LINE.
           05  FILLER              PIC X(10) VALUE "  WARNING ".
           05  WARNING-TEXT        PIC X(24).
           05  FILLER              PIC X(17)
               VALUE " JOURNAL RECORD ".
           05  WARNING-POSITION    PIC ZZZZZZZZ9.
           05  FILLER              PIC X(6) VALUE " STEP ".
           05  WARNING-PROGRAM     PIC X(8).
           05  FILLER              PIC X(5) VALUE " KEY ".
           05  WARNING-KEY         PIC X(16).
       01  TOTALS-HEADING-LINE.
           05  FILLER              PIC X(24) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "     RECORDS".
           05  FILLER              PIC X(20)
               VALUE "          HASH TOTAL".
           05  FILLER              PIC X(20)
               VALUE "        AMOUNT TOTAL".
       01  TOTALS-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TOTALS-LABEL        PIC X(22).
           05  TOTALS-COUNT        PIC -(11)9.
           05  TOTALS-HASH         PIC -(19)9.
           05  TOTALS-AMOUNT       PIC -(19)9.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM VERIFY-BACKUP.
           IF NOT RECOVERY-REFUSED THEN
               PERFORM FIND-ROLL-RANGE
           END-IF.
           IF NOT RECOVERY-REFUSED THEN
               PERFORM LOAD-MASTER
               PERFORM ROLL-FORWARD
               PERFORM PROVE-MASTER
           ELSE
               MOVE SPACES TO RECOVERY-REPORT-RECORD
               MOVE REFUSAL-TEXT TO RECOVERY-REPORT-RECORD
               PERFORM WRITE-RECOVERY-REPORT
               MOVE "RECOVERY REFUSED - MASTER NOT TOUCHED"
                   TO RECOVERY-REPORT-RECORD
               PERFORM WRITE-RECOVERY-REPORT
               DISPLAY REFUSAL-TEXT
               DISPLAY "RECOVERY REFUSED - MASTER NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILE.
           DISPLAY "BACKUP RECORDS LOADED = ", RECORDS-LOADED.
           DISPLAY "JOURNAL ADDS APPLIED = ", JOURNAL-ADDED.
           DISPLAY "JOURNAL REPLACES APPLIED = ", JOURNAL-REPLACED.
           DISPLAY "JOURNAL DELETES APPLIED = ", JOURNAL-DELETED.
           DISPLAY "RECOVERY WARNINGS = ", WARNING-COUNT.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "MST-RCV" TO ALERT-PROGRAM.
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
           ACCEPT ENV-VALUE FROM ENVIRONMENT "RCVMASTER".
           MOVE ENV-VALUE TO RECOVER-MASTER.
           IF RECOVER-MASTER NOT = "HISTDD"
               AND RECOVER-MASTER NOT = "ARCHDD"
               AND RECOVER-MASTER NOT = "SUPLRDD"
               AND RECOVER-MASTER NOT = "SEENDD" THEN
               DISPLAY "RCVMASTER MUST NAME HISTDD, ARCHDD, SUPLRDD ",
                   "OR SEENDD - NOTHING RECOVERED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RUN-DATE TO RECOVER-DATE.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "RCVDATE".
           IF ENV-VALUE NOT = SPACES THEN
               IF ENV-VALUE IS NOT NUMERIC THEN
                   DISPLAY "RCVDATE ", ENV-VALUE, " IS NOT A DATE ",
                       "(YYYYMMDD) - NOTHING RECOVERED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ENV-VALUE TO RECOVER-DATE
           END-IF.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "RCVSTEP".
           MOVE ENV-VALUE TO RECOVER-STEP.
           OPEN OUTPUT RECOVERY-REPORT-FILE.
           IF RECOVERY-REPORT-STATUS NOT = "00" THEN
               DISPLAY "RECOVERY REPORT OPEN FAILED WITH STATUS ",
                   RECOVERY-REPORT-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "RCVRPTDD" TO ALERT-FILE-NAME
               MOVE RECOVERY-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE RECOVER-MASTER TO TITLE-MASTER.
           MOVE RUN-DATE TO TITLE-RUN-DATE.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           MOVE TITLE-LINE TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.

      * FIRST PASS OVER THE COPY - PROVES IT IS WHOLE BEFORE THE
      * MASTER IS TOUCHED. ONE H HEADER FOR THE MASTER BEING
      * RECOVERED, D RECORDS NUMBERED 1, 2, 3 ..., AND A T TRAILER
      * AS THE LAST RECORD WHOSE COUNT, HASH AND AMOUNT MATCH WHAT
      * THE DETAILS FOOT TO.
       VERIFY-BACKUP SECTION.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-STATUS NOT = "00" THEN
               DISPLAY "BACKUP FILE OPEN FAILED WITH STATUS ",
                   BACKUP-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "BKUPDD" TO ALERT-FILE-NAME
               MOVE BACKUP-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           MOVE 1 TO EXPECTED-SEQUENCE.
           PERFORM UNTIL BACKUP-STATUS = "10" OR RECOVERY-REFUSED
               READ BACKUP-FILE
               IF BACKUP-STATUS = "00" THEN
                   PERFORM CHECK-BACKUP-RECORD
               ELSE
                   IF BACKUP-STATUS NOT = "10" THEN
                       DISPLAY "BACKUP FILE READ FAILED WITH STATUS ",
                           BACKUP-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "BKUPDD" TO ALERT-FILE-NAME
                       MOVE BACKUP-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-BACKUP.
           IF RECOVERY-REFUSED THEN
               EXIT SECTION
           END-IF.
           IF NOT HEADER-SEEN THEN
               MOVE "BACKUP HAS NO HEADER RECORD" TO REFUSAL-TEXT
               MOVE "Y" TO REFUSE-SWITCH
               EXIT SECTION
           END-IF.
           IF NOT TRAILER-SEEN THEN
               MOVE "BACKUP HAS NO TRAILER - COPY IS INCOMPLETE"
                   TO REFUSAL-TEXT
               MOVE "Y" TO REFUSE-SWITCH
               EXIT SECTION
           END-IF.
           IF BACKUP-RUN-DATE > RECOVER-DATE THEN
               MOVE "BACKUP WAS TAKEN AFTER THE RECOVERY DATE"
                   TO REFUSAL-TEXT
               MOVE "Y" TO REFUSE-SWITCH
               EXIT SECTION
           END-IF.
           MOVE BACKUP-RUN-DATE TO SCOPE-BACKUP-DATE.
           MOVE BACKUP-TIME TO SCOPE-BACKUP-TIME.
           MOVE RECOVER-DATE TO SCOPE-RECOVER-DATE.
           IF RECOVER-STEP = SPACES THEN
               MOVE "ALL STEPS" TO SCOPE-STEP
           ELSE
               MOVE RECOVER-STEP TO SCOPE-STEP
           END-IF.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           MOVE SCOPE-LINE TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.

       CHECK-BACKUP-RECORD SECTION.
           IF TRAILER-SEEN THEN
               MOVE "BACKUP HAS RECORDS AFTER ITS TRAILER"
                   TO REFUSAL-TEXT
               MOVE "Y" TO REFUSE-SWITCH
               EXIT SECTION
           END-IF.
           IF NOT HEADER-SEEN THEN
               IF BACKUP-TYPE NOT = "H" THEN
                   MOVE "BACKUP DOES NOT START WITH A HEADER"
                       TO REFUSAL-TEXT
                   MOVE "Y" TO REFUSE-SWITCH
                   EXIT SECTION
               END-IF
               IF HEADER-MASTER NOT = RECOVER-MASTER THEN
                   MOVE SPACES TO REFUSAL-TEXT
                   MOVE "BACKUP IS A COPY OF " TO REFUSAL-TEXT
                   MOVE HEADER-MASTER TO REFUSAL-TEXT(21:8)
                   MOVE "Y" TO REFUSE-SWITCH
                   EXIT SECTION
               END-IF
               MOVE "Y" TO HEADER-SWITCH
               MOVE HEADER-RUN-DATE TO BACKUP-RUN-DATE
               MOVE HEADER-TIME TO BACKUP-TIME
               EXIT SECTION
           END-IF.
           IF BACKUP-TYPE = "D" THEN
               IF DETAIL-SEQUENCE IS NOT NUMERIC
                   OR DETAIL-SEQUENCE NOT = EXPECTED-SEQUENCE THEN
                   MOVE SPACES TO REFUSAL-TEXT
                   MOVE "BACKUP SEQUENCE BREAK AT RECORD "
                       TO REFUSAL-TEXT
                   MOVE EXPECTED-SEQUENCE TO REFUSAL-TEXT(33:9)
                   MOVE "Y" TO REFUSE-SWITCH
                   EXIT SECTION
               END-IF
               ADD 1 TO EXPECTED-SEQUENCE
               ADD 1 TO BACKUP-COUNT
               MOVE DETAIL-IMAGE TO RECORD-IMAGE
               PERFORM COMPUTE-RECORD-TOTALS
               ADD RECORD-HASH TO BACKUP-HASH
               ADD RECORD-AMOUNT TO BACKUP-AMOUNT
               EXIT SECTION
           END-IF.
           IF BACKUP-TYPE = "T" THEN
               MOVE "Y" TO TRAILER-SWITCH
               MOVE BACKUP-RECORD(1:44) TO SAVED-TRAILER
               IF TRAILER-COUNT NOT = BACKUP-COUNT
                   OR TRAILER-HASH NOT = BACKUP-HASH
                   OR TRAILER-AMOUNT NOT = BACKUP-AMOUNT THEN
                   MOVE "BACKUP TRAILER DOES NOT AGREE WITH ITS DETAIL"
                       TO REFUSAL-TEXT
                   MOVE "Y" TO REFUSE-SWITCH
               END-IF
               EXIT SECTION
           END-IF.
           MOVE "BACKUP HAS A RECORD OF UNKNOWN TYPE" TO REFUSAL-TEXT.
           MOVE "Y" TO REFUSE-SWITCH.

       CLOSE-BACKUP SECTION.
           CLOSE BACKUP-FILE.
           IF BACKUP-STATUS NOT = "00" THEN
               DISPLAY "BACKUP FILE CLOSE FAILED WITH STATUS ",
                   BACKUP-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "BKUPDD" TO ALERT-FILE-NAME
               MOVE BACKUP-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

      * FIRST PASS OVER THE JOURNAL - FINDS THE COPY'S B MARKER
      * (SAME MASTER, DATE AND TIME, SAME TRAILER) AND THE LAST
      * JOURNAL RECORD FOR THIS MASTER TO BE APPLIED: THE LAST ONE
      * DATED BEFORE RCVDATE, OR ON RCVDATE ITSELF WHEN NO STEP IS
      * NAMED OR IT WAS WRITTEN BY THE NAMED STEP. JOURNAL RECORDS
      * ARE COUNTED BY POSITION SO THE SECOND PASS CAN STOP AT
      * EXACTLY THE SAME PLACE.
       FIND-ROLL-RANGE SECTION.
           PERFORM OPEN-JOURNAL.
           IF RECOVERY-REFUSED THEN
               EXIT SECTION
           END-IF.
           MOVE ZERO TO JOURNAL-POSITION.
           PERFORM UNTIL JOURNAL-STATUS = "10"
               PERFORM READ-JOURNAL
               IF JOURNAL-STATUS = "00"
                   AND JOURNAL-MASTER = RECOVER-MASTER THEN
                   PERFORM NOTE-ROLL-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-JOURNAL.
           IF NOT MARKER-FOUND THEN
               MOVE "BACKUP MARKER NOT FOUND ON THE JOURNAL"
                   TO REFUSAL-TEXT
               MOVE "Y" TO REFUSE-SWITCH
               EXIT SECTION
           END-IF.
           IF RECOVER-STEP NOT = SPACES AND NOT STEP-FOUND THEN
               MOVE SPACES TO REFUSAL-TEXT
               MOVE "STEP " TO REFUSAL-TEXT
               MOVE RECOVER-STEP TO REFUSAL-TEXT(6:8)
               MOVE " MADE NO JOURNALED UPDATE ON RCVDATE"
                   TO REFUSAL-TEXT(14:36)
               MOVE "Y" TO REFUSE-SWITCH
           END-IF.

       NOTE-ROLL-RECORD SECTION.
           IF NOT MARKER-FOUND THEN
               IF JOURNAL-BACKUP
                   AND JOURNAL-RUN-DATE = BACKUP-RUN-DATE
                   AND JOURNAL-TIME = BACKUP-TIME
                   AND JOURNAL-IMAGE(1:44) = SAVED-TRAILER THEN
                   MOVE "Y" TO MARKER-SWITCH
                   MOVE JOURNAL-POSITION TO MARKER-POSITION
               END-IF
               EXIT SECTION
           END-IF.
           IF JOURNAL-BACKUP THEN
               EXIT SECTION
           END-IF.
           IF JOURNAL-RUN-DATE < RECOVER-DATE THEN
               MOVE JOURNAL-POSITION TO STOP-POSITION
           END-IF.
           IF JOURNAL-RUN-DATE = RECOVER-DATE THEN
               IF RECOVER-STEP = SPACES THEN
                   MOVE JOURNAL-POSITION TO STOP-POSITION
               ELSE
                   IF JOURNAL-PROGRAM = RECOVER-STEP THEN
                       MOVE JOURNAL-POSITION TO STOP-POSITION
                       MOVE "Y" TO STEP-SWITCH
                   END-IF
               END-IF
           END-IF.

      * THE MASTER IS EMPTIED AND RELOADED FROM THE PROVED COPY,
      * THEN REOPENED FOR UPDATE WITH THE LEDGER SET TO THE COPY'S
      * TRAILER.
       LOAD-MASTER SECTION.
           MOVE "O" TO OPEN-MODE-W.
           PERFORM OPEN-MASTER.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-STATUS NOT = "00" THEN
               DISPLAY "BACKUP FILE OPEN FAILED WITH STATUS ",
                   BACKUP-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "BKUPDD" TO ALERT-FILE-NAME
               MOVE BACKUP-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM UNTIL BACKUP-STATUS = "10"
               READ BACKUP-FILE
               IF BACKUP-STATUS = "00" THEN
                   IF BACKUP-TYPE = "D" THEN
                       MOVE DETAIL-IMAGE TO NEW-IMAGE
                       PERFORM WRITE-MASTER
                       IF MASTER-STATUS-W NOT = "00" THEN
                           DISPLAY "MASTER ", RECOVER-MASTER,
                               " LOAD FAILED WITH STATUS ",
                               MASTER-STATUS-W
                           MOVE "WRITE" TO ALERT-OPERATION
                           MOVE RECOVER-MASTER TO ALERT-FILE-NAME
                           MOVE MASTER-STATUS-W TO ALERT-FILE-STATUS
                           PERFORM WRITE-ALERT
                           STOP RUN
                       END-IF
                       ADD 1 TO RECORDS-LOADED
                   END-IF
               ELSE
                   IF BACKUP-STATUS NOT = "10" THEN
                       DISPLAY "BACKUP FILE READ FAILED WITH STATUS ",
                           BACKUP-STATUS
                       MOVE "READ" TO ALERT-OPERATION
                       MOVE "BKUPDD" TO ALERT-FILE-NAME
                       MOVE BACKUP-STATUS TO ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-BACKUP.
           PERFORM CLOSE-MASTER.
           MOVE "U" TO OPEN-MODE-W.
           PERFORM OPEN-MASTER.
           MOVE BACKUP-COUNT TO LEDGER-COUNT.
           MOVE BACKUP-HASH TO LEDGER-HASH.
           MOVE BACKUP-AMOUNT TO LEDGER-AMOUNT.
           MOVE "BACKUP RECORDS LOADED" TO COUNT-LABEL.
           MOVE RECORDS-LOADED TO COUNT-VALUE.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.

      * SECOND PASS OVER THE JOURNAL - EVERY RECORD FOR THIS MASTER
      * AFTER THE MARKER AND UP TO THE STOP POSITION IS APPLIED.
       ROLL-FORWARD SECTION.
           PERFORM OPEN-JOURNAL.
           MOVE ZERO TO JOURNAL-POSITION.
           PERFORM UNTIL JOURNAL-STATUS = "10"
               OR JOURNAL-POSITION NOT < STOP-POSITION
               PERFORM READ-JOURNAL
               IF JOURNAL-STATUS = "00"
                   AND JOURNAL-MASTER = RECOVER-MASTER
                   AND JOURNAL-POSITION > MARKER-POSITION
                   AND JOURNAL-POSITION NOT > STOP-POSITION
                   AND NOT JOURNAL-BACKUP THEN
                   PERFORM APPLY-JOURNAL-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-JOURNAL.
           PERFORM CLOSE-MASTER.
           MOVE "JOURNAL ADDS APPLIED" TO COUNT-LABEL.
           MOVE JOURNAL-ADDED TO COUNT-VALUE.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.
           MOVE "JOURNAL REPLACES APPLIED" TO COUNT-LABEL.
           MOVE JOURNAL-REPLACED TO COUNT-VALUE.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.
           MOVE "JOURNAL DELETES APPLIED" TO COUNT-LABEL.
           MOVE JOURNAL-DELETED TO COUNT-VALUE.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.
           MOVE "WARNINGS" TO COUNT-LABEL.
           MOVE WARNING-COUNT TO COUNT-VALUE.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.
           IF WARNING-COUNT > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      * THE RECORD ON FILE BEFORE THE CHANGE IS READ FIRST SO ITS
      * HASH AND AMOUNT CAN COME OFF THE LEDGER AS THE JOURNAL IMAGE
      * GOES ON.
       APPLY-JOURNAL-RECORD SECTION.
           MOVE JOURNAL-IMAGE TO NEW-IMAGE.
           PERFORM READ-MASTER-KEY.
           IF MASTER-STATUS-W NOT = "00"
               AND MASTER-STATUS-W NOT = "23" THEN
               DISPLAY "MASTER ", RECOVER-MASTER,
                   " READ FAILED WITH STATUS ", MASTER-STATUS-W
               MOVE "READ" TO ALERT-OPERATION
               MOVE RECOVER-MASTER TO ALERT-FILE-NAME
               MOVE MASTER-STATUS-W TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF MASTER-STATUS-W = "00" THEN
               PERFORM COMPUTE-RECORD-TOTALS
               SUBTRACT 1 FROM LEDGER-COUNT
               SUBTRACT RECORD-HASH FROM LEDGER-HASH
               SUBTRACT RECORD-AMOUNT FROM LEDGER-AMOUNT
               IF JOURNAL-ADD THEN
                   MOVE "ADD - KEY ALREADY ON FILE" TO WARNING-TEXT
                   PERFORM WRITE-WARNING
               END-IF
               IF JOURNAL-DELETE THEN
                   PERFORM DELETE-MASTER
                   ADD 1 TO JOURNAL-DELETED
               ELSE
                   PERFORM REWRITE-MASTER
                   IF JOURNAL-ADD THEN
                       ADD 1 TO JOURNAL-ADDED
                   ELSE
                       ADD 1 TO JOURNAL-REPLACED
                   END-IF
               END-IF
           ELSE
               IF JOURNAL-DELETE THEN
                   MOVE "DELETE - KEY NOT ON FILE" TO WARNING-TEXT
                   PERFORM WRITE-WARNING
                   EXIT SECTION
               END-IF
               IF JOURNAL-REPLACE THEN
                   MOVE "REPLACE - KEY NOT ON FILE" TO WARNING-TEXT
                   PERFORM WRITE-WARNING
               END-IF
               PERFORM WRITE-MASTER
               IF JOURNAL-ADD THEN
                   ADD 1 TO JOURNAL-ADDED
               ELSE
                   ADD 1 TO JOURNAL-REPLACED
               END-IF
           END-IF.
           IF MASTER-STATUS-W NOT = "00" THEN
               DISPLAY "MASTER ", RECOVER-MASTER,
                   " UPDATE FAILED WITH STATUS ", MASTER-STATUS-W
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE RECOVER-MASTER TO ALERT-FILE-NAME
               MOVE MASTER-STATUS-W TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           IF NOT JOURNAL-DELETE THEN
               MOVE NEW-IMAGE TO RECORD-IMAGE
               PERFORM COMPUTE-RECORD-TOTALS
               ADD 1 TO LEDGER-COUNT
               ADD RECORD-HASH TO LEDGER-HASH
               ADD RECORD-AMOUNT TO LEDGER-AMOUNT
           END-IF.

       WRITE-WARNING SECTION.
           ADD 1 TO WARNING-COUNT.
           MOVE JOURNAL-POSITION TO WARNING-POSITION.
           MOVE JOURNAL-PROGRAM TO WARNING-PROGRAM.
           MOVE NEW-IMAGE(1:16) TO WARNING-KEY.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           MOVE WARNING-LINE TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.

      * THE REBUILT MASTER IS READ BACK FROM THE START AND FOOTED
      * THE SAME WAY, AND MUST MATCH THE LEDGER ON ALL THREE TOTALS.
       PROVE-MASTER SECTION.
           MOVE "I" TO OPEN-MODE-W.
           PERFORM OPEN-MASTER.
           PERFORM START-MASTER.
           PERFORM UNTIL MASTER-STATUS-W NOT = "00"
               PERFORM READ-MASTER-NEXT
               IF MASTER-STATUS-W = "00" THEN
                   ADD 1 TO REBUILT-COUNT
                   PERFORM COMPUTE-RECORD-TOTALS
                   ADD RECORD-HASH TO REBUILT-HASH
                   ADD RECORD-AMOUNT TO REBUILT-AMOUNT
               END-IF
           END-PERFORM.
           IF MASTER-STATUS-W NOT = "10"
               AND MASTER-STATUS-W NOT = "23" THEN
               DISPLAY "MASTER ", RECOVER-MASTER,
                   " READ FAILED WITH STATUS ", MASTER-STATUS-W
               MOVE "READ" TO ALERT-OPERATION
               MOVE RECOVER-MASTER TO ALERT-FILE-NAME
               MOVE MASTER-STATUS-W TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.
           PERFORM CLOSE-MASTER.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.
           MOVE TOTALS-HEADING-LINE TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.
           MOVE "BACKUP TRAILER" TO TOTALS-LABEL.
           MOVE BACKUP-COUNT TO TOTALS-COUNT.
           MOVE BACKUP-HASH TO TOTALS-HASH.
           MOVE BACKUP-AMOUNT TO TOTALS-AMOUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "JOURNAL NET CHANGE" TO TOTALS-LABEL.
           COMPUTE TOTALS-COUNT = LEDGER-COUNT - BACKUP-COUNT.
           COMPUTE TOTALS-HASH = LEDGER-HASH - BACKUP-HASH.
           COMPUTE TOTALS-AMOUNT = LEDGER-AMOUNT - BACKUP-AMOUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "EXPECTED BY LEDGER" TO TOTALS-LABEL.
           MOVE LEDGER-COUNT TO TOTALS-COUNT.
           MOVE LEDGER-HASH TO TOTALS-HASH.
           MOVE LEDGER-AMOUNT TO TOTALS-AMOUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "REBUILT MASTER" TO TOTALS-LABEL.
           MOVE REBUILT-COUNT TO TOTALS-COUNT.
           MOVE REBUILT-HASH TO TOTALS-HASH.
           MOVE REBUILT-AMOUNT TO TOTALS-AMOUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.
           IF REBUILT-COUNT = LEDGER-COUNT
               AND REBUILT-HASH = LEDGER-HASH
               AND REBUILT-AMOUNT = LEDGER-AMOUNT THEN
               MOVE "PROOF AGREES" TO RECOVERY-REPORT-RECORD
               DISPLAY "PROOF AGREES - ", RECOVER-MASTER,
                   " MATCHES BACKUP PLUS JOURNAL"
           ELSE
               MOVE "PROOF FAILED" TO RECOVERY-REPORT-RECORD
               DISPLAY "PROOF FAILED - ", RECOVER-MASTER,
                   " DOES NOT MATCH BACKUP PLUS JOURNAL"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RECOVERY-REPORT.

       WRITE-TOTALS-LINE SECTION.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           MOVE TOTALS-LINE TO RECOVERY-REPORT-RECORD.
           PERFORM WRITE-RECOVERY-REPORT.

      * RECORD-IMAGE IN, RECORD-HASH AND RECORD-AMOUNT OUT - THE
      * SAME FIGURES COMPUTE-RECORD-HASH AND THE UNLOAD SECTIONS IN
      * MSTBKP.COB PUT ON THE BACKUP TRAILER.
       COMPUTE-RECORD-TOTALS SECTION.
           MOVE ZERO TO RECORD-HASH.
           PERFORM VARYING HASH-IDX FROM 1 BY 1
               UNTIL HASH-IDX > 250
               MOVE RECORD-IMAGE(HASH-IDX:1) TO ORD-LOW
               COMPUTE RECORD-HASH =
                   RECORD-HASH + ORD-VALUE * HASH-IDX
               IF RECORD-HASH > 899999999 THEN
                   SUBTRACT 900000000 FROM RECORD-HASH
               END-IF
           END-PERFORM.
           MOVE ZERO TO RECORD-AMOUNT.
           MOVE RECORD-IMAGE TO AMOUNT-IMAGE.
           EVALUATE RECOVER-MASTER
               WHEN "HISTDD"
                   IF HISTORY-IMAGE-SUM IS NUMERIC THEN
                       MOVE HISTORY-IMAGE-SUM TO RECORD-AMOUNT
                   END-IF
               WHEN "ARCHDD"
                   IF ARCHIVE-IMAGE-SUM-1 IS NUMERIC
                       AND ARCHIVE-IMAGE-SUM-2 IS NUMERIC THEN
                       COMPUTE RECORD-AMOUNT =
                           ARCHIVE-IMAGE-SUM-1 + ARCHIVE-IMAGE-SUM-2
                   END-IF
               WHEN "SEENDD"
                   IF SEEN-IMAGE-HASH IS NUMERIC THEN
                       MOVE SEEN-IMAGE-HASH TO RECORD-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * THE MASTER-LEVEL SECTIONS BELOW ARE THE ONLY PLACES THAT
      * KNOW WHICH OF THE FOUR MASTERS IS BEING RECOVERED.
       OPEN-MASTER SECTION.
           EVALUATE RECOVER-MASTER
               WHEN "HISTDD"
                   IF OPEN-FOR-OUTPUT THEN
                       OPEN OUTPUT HISTORY-FILE
                   END-IF
                   IF OPEN-FOR-INPUT THEN
                       OPEN INPUT HISTORY-FILE
                   END-IF
                   IF OPEN-FOR-UPDATE THEN
                       OPEN I-O HISTORY-FILE
                   END-IF
                   MOVE HISTORY-STATUS TO MASTER-STATUS-W
               WHEN "ARCHDD"
                   IF OPEN-FOR-OUTPUT THEN
                       OPEN OUTPUT ARCHIVE-FILE
                   END-IF
                   IF OPEN-FOR-INPUT THEN
                       OPEN INPUT ARCHIVE-FILE
                   END-IF
                   IF OPEN-FOR-UPDATE THEN
                       OPEN I-O ARCHIVE-FILE
                   END-IF
                   MOVE ARCHIVE-STATUS TO MASTER-STATUS-W
               WHEN "SUPLRDD"
                   IF OPEN-FOR-OUTPUT THEN
                       OPEN OUTPUT SUPPLIER-FILE
                   END-IF
                   IF OPEN-FOR-INPUT THEN
                       OPEN INPUT SUPPLIER-FILE
                   END-IF
                   IF OPEN-FOR-UPDATE THEN
                       OPEN I-O SUPPLIER-FILE
                   END-IF
                   MOVE SUPPLIER-STATUS TO MASTER-STATUS-W
               WHEN OTHER
                   IF OPEN-FOR-OUTPUT THEN
                       OPEN OUTPUT SEEN-FILE
                   END-IF
                   IF OPEN-FOR-INPUT THEN
                       OPEN INPUT SEEN-FILE
                   END-IF
                   IF OPEN-FOR-UPDATE THEN
                       OPEN I-O SEEN-FILE
                   END-IF
                   MOVE SEEN-STATUS TO MASTER-STATUS-W
           END-EVALUATE.
           IF MASTER-STATUS-W NOT = "00" THEN
               DISPLAY "MASTER ", RECOVER-MASTER,
                   " OPEN FAILED WITH STATUS ", MASTER-STATUS-W
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE RECOVER-MASTER TO ALERT-FILE-NAME
               MOVE MASTER-STATUS-W TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       CLOSE-MASTER SECTION.
           EVALUATE RECOVER-MASTER
               WHEN "HISTDD"
                   CLOSE HISTORY-FILE
                   MOVE HISTORY-STATUS TO MASTER-STATUS-W
               WHEN "ARCHDD"
                   CLOSE ARCHIVE-FILE
                   MOVE ARCHIVE-STATUS TO MASTER-STATUS-W
               WHEN "SUPLRDD"
                   CLOSE SUPPLIER-FILE
                   MOVE SUPPLIER-STATUS TO MASTER-STATUS-W
               WHEN OTHER
                   CLOSE SEEN-FILE
                   MOVE SEEN-STATUS TO MASTER-STATUS-W
           END-EVALUATE.
           IF MASTER-STATUS-W NOT = "00" THEN
               DISPLAY "MASTER ", RECOVER-MASTER,
                   " CLOSE FAILED WITH STATUS ", MASTER-STATUS-W
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE RECOVER-MASTER TO ALERT-FILE-NAME
               MOVE MASTER-STATUS-W TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

      * NEW-IMAGE CARRIES THE KEY IN; A RECORD FOUND COMES BACK IN
      * RECORD-IMAGE.
       READ-MASTER-KEY SECTION.
           EVALUATE RECOVER-MASTER
               WHEN "HISTDD"
                   MOVE NEW-IMAGE TO HISTORY-RECORD
                   READ HISTORY-FILE KEY IS HISTORY-KEY
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE HISTORY-STATUS TO MASTER-STATUS-W
                   MOVE HISTORY-RECORD TO RECORD-IMAGE
               WHEN "ARCHDD"
                   MOVE NEW-IMAGE TO ARCHIVE-RECORD
                   READ ARCHIVE-FILE KEY IS ARCHIVE-KEY
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE ARCHIVE-STATUS TO MASTER-STATUS-W
                   MOVE ARCHIVE-RECORD TO RECORD-IMAGE
               WHEN "SUPLRDD"
                   MOVE NEW-IMAGE TO SUPPLIER-RECORD
                   READ SUPPLIER-FILE KEY IS SUPPLIER-PREFIX
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE SUPPLIER-STATUS TO MASTER-STATUS-W
                   MOVE SUPPLIER-RECORD TO RECORD-IMAGE
               WHEN OTHER
                   MOVE NEW-IMAGE TO SEEN-RECORD
                   READ SEEN-FILE KEY IS SEEN-BATCH-ID
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE SEEN-STATUS TO MASTER-STATUS-W
                   MOVE SEEN-RECORD TO RECORD-IMAGE
           END-EVALUATE.

       WRITE-MASTER SECTION.
           EVALUATE RECOVER-MASTER
               WHEN "HISTDD"
                   MOVE NEW-IMAGE TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE HISTORY-STATUS TO MASTER-STATUS-W
               WHEN "ARCHDD"
                   MOVE NEW-IMAGE TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE ARCHIVE-STATUS TO MASTER-STATUS-W
               WHEN "SUPLRDD"
                   MOVE NEW-IMAGE TO SUPPLIER-RECORD
                   WRITE SUPPLIER-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE SUPPLIER-STATUS TO MASTER-STATUS-W
               WHEN OTHER
                   MOVE NEW-IMAGE TO SEEN-RECORD
                   WRITE SEEN-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE SEEN-STATUS TO MASTER-STATUS-W
           END-EVALUATE.

       REWRITE-MASTER SECTION.
           EVALUATE RECOVER-MASTER
               WHEN "HISTDD"
                   MOVE NEW-IMAGE TO HISTORY-RECORD
                   REWRITE HISTORY-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE HISTORY-STATUS TO MASTER-STATUS-W
               WHEN "ARCHDD"
                   MOVE NEW-IMAGE TO ARCHIVE-RECORD
                   REWRITE ARCHIVE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE ARCHIVE-STATUS TO MASTER-STATUS-W
               WHEN "SUPLRDD"
                   MOVE NEW-IMAGE TO SUPPLIER-RECORD
                   REWRITE SUPPLIER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE SUPPLIER-STATUS TO MASTER-STATUS-W
               WHEN OTHER
                   MOVE NEW-IMAGE TO SEEN-RECORD
                   REWRITE SEEN-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE SEEN-STATUS TO MASTER-STATUS-W
           END-EVALUATE.

       DELETE-MASTER SECTION.
           EVALUATE RECOVER-MASTER
               WHEN "HISTDD"
                   DELETE HISTORY-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE HISTORY-STATUS TO MASTER-STATUS-W
               WHEN "ARCHDD"
                   DELETE ARCHIVE-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE ARCHIVE-STATUS TO MASTER-STATUS-W
               WHEN "SUPLRDD"
                   DELETE SUPPLIER-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE SUPPLIER-STATUS TO MASTER-STATUS-W
               WHEN OTHER
                   DELETE SEEN-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE SEEN-STATUS TO MASTER-STATUS-W
           END-EVALUATE.

       START-MASTER SECTION.
           EVALUATE RECOVER-MASTER
               WHEN "HISTDD"
                   MOVE LOW-VALUES TO HISTORY-KEY
                   START HISTORY-FILE KEY NOT < HISTORY-KEY
                       INVALID KEY MOVE "23" TO HISTORY-STATUS
                   END-START
                   MOVE HISTORY-STATUS TO MASTER-STATUS-W
               WHEN "ARCHDD"
                   MOVE ZEROS TO ARCHIVE-KEY
                   START ARCHIVE-FILE KEY NOT < ARCHIVE-KEY
                       INVALID KEY MOVE "23" TO ARCHIVE-STATUS
                   END-START
                   MOVE ARCHIVE-STATUS TO MASTER-STATUS-W
               WHEN "SUPLRDD"
                   MOVE LOW-VALUES TO SUPPLIER-PREFIX
                   START SUPPLIER-FILE KEY NOT < SUPPLIER-PREFIX
                       INVALID KEY MOVE "23" TO SUPPLIER-STATUS
                   END-START
                   MOVE SUPPLIER-STATUS TO MASTER-STATUS-W
               WHEN OTHER
                   MOVE LOW-VALUES TO SEEN-BATCH-ID
                   START SEEN-FILE KEY NOT < SEEN-BATCH-ID
                       INVALID KEY MOVE "23" TO SEEN-STATUS
                   END-START
                   MOVE SEEN-STATUS TO MASTER-STATUS-W
           END-EVALUATE.

       READ-MASTER-NEXT SECTION.
           EVALUATE RECOVER-MASTER
               WHEN "HISTDD"
                   READ HISTORY-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   MOVE HISTORY-STATUS TO MASTER-STATUS-W
                   MOVE HISTORY-RECORD TO RECORD-IMAGE
               WHEN "ARCHDD"
                   READ ARCHIVE-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   MOVE ARCHIVE-STATUS TO MASTER-STATUS-W
                   MOVE ARCHIVE-RECORD TO RECORD-IMAGE
               WHEN "SUPLRDD"
                   READ SUPPLIER-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   MOVE SUPPLIER-STATUS TO MASTER-STATUS-W
                   MOVE SUPPLIER-RECORD TO RECORD-IMAGE
               WHEN OTHER
                   READ SEEN-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   MOVE SEEN-STATUS TO MASTER-STATUS-W
                   MOVE SEEN-RECORD TO RECORD-IMAGE
           END-EVALUATE.

      * A MISSING JOURNAL ONLY MEANS THE MARKER CANNOT BE FOUND -
      * THE RECOVERY IS REFUSED, NOT ALERTED.
       OPEN-JOURNAL SECTION.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS = "35" THEN
               MOVE "UPDATE JOURNAL JRNLDD NOT FOUND" TO REFUSAL-TEXT
               MOVE "Y" TO REFUSE-SWITCH
               EXIT SECTION
           END-IF.
           IF JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "JOURNAL FILE OPEN FAILED WITH STATUS ",
                   JOURNAL-STATUS
               MOVE "OPEN" TO ALERT-OPERATION
               MOVE "JRNLDD" TO ALERT-FILE-NAME
               MOVE JOURNAL-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       READ-JOURNAL SECTION.
           READ JOURNAL-FILE.
           IF JOURNAL-STATUS = "00" THEN
               ADD 1 TO JOURNAL-POSITION
           ELSE
               IF JOURNAL-STATUS NOT = "10" THEN
                   DISPLAY "JOURNAL FILE READ FAILED WITH STATUS ",
                       JOURNAL-STATUS
                   MOVE "READ" TO ALERT-OPERATION
                   MOVE "JRNLDD" TO ALERT-FILE-NAME
                   MOVE JOURNAL-STATUS TO ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-JOURNAL SECTION.
           CLOSE JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "JOURNAL FILE CLOSE FAILED WITH STATUS ",
                   JOURNAL-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "JRNLDD" TO ALERT-FILE-NAME
               MOVE JOURNAL-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       WRITE-RECOVERY-REPORT SECTION.
           WRITE RECOVERY-REPORT-RECORD.
           IF RECOVERY-REPORT-STATUS NOT = "00" THEN
               DISPLAY "RECOVERY REPORT WRITE FAILED WITH STATUS ",
                   RECOVERY-REPORT-STATUS
               MOVE "WRITE" TO ALERT-OPERATION
               MOVE "RCVRPTDD" TO ALERT-FILE-NAME
               MOVE RECOVERY-REPORT-STATUS TO ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               STOP RUN
           END-IF.

       CLOSE-FILE SECTION.
           CLOSE RECOVERY-REPORT-FILE.
           IF RECOVERY-REPORT-STATUS NOT = "00" THEN
               DISPLAY "RECOVERY REPORT CLOSE FAILED WITH STATUS ",
                   RECOVERY-REPORT-STATUS
               MOVE "CLOSE" TO ALERT-OPERATION
               MOVE "RCVRPTDD" TO ALERT-FILE-NAME
               MOVE RECOVERY-REPORT-STATUS TO ALERT-FILE-STATUS
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
           MOVE RECORDS-LOADED TO RUN-LOG-RECORDS-W.
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
           MOVE "MST-RCV" TO RUN-LOG-PROGRAM.
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
