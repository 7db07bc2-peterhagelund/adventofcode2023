      *                            SOURCE TEXT CONTAINS THE TEXT,
      *                            FOR THE AUDITOR WHO ARRIVES
      *                            HOLDING THE LINE, NOT THE NUMBER
      *   AUDIT  YYYYMMDD        - THE RUN'S ARCHIVE-TO-HISTORY
      *                            TIE-OUT ALONE
      * EVERY ANSWER FOR A RUN ALSO CARRIES THAT RUN'S TIE-OUT FROM
      * THE ARCAUDDD MASTER ARCH-AUD IN ARCHAUD.COB FILES, SO THE
      * AUDITOR SEES WHETHER THE LINES BEING JUSTIFIED FOOT TO THE
      * NIGHT'S HISTORY TOTALS.
      * RETURN CODE 4 MEANS AT LEAST ONE REQUEST MISSED OR WAS
      * UNUSABLE AND THE REPORT NEEDS READING.
      *
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCHIVE-KEY
           FILE STATUS IS ARCHIVE-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO ARCAUDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-RUN-DATE
           FILE STATUS IS AUDIT-MASTER-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATEDD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  ARCHIVE-SUM-2           PIC 9(4).
           05  ARCHIVE-REC-LEN         PIC 9(4).
           05  ARCHIVE-TEXT            PIC X(200).
       FD  AUDIT-MASTER-FILE.
       01  AUDIT-MASTER-RECORD.
           05  AUDIT-RUN-DATE          PIC 9(8).
           05  AUDIT-RESULT            PIC X(16).
           05  AUDIT-SOURCE            PIC X(8).
           05  AUDIT-ARCH-LINES        PIC 9(6).
           05  AUDIT-ARCH-SUM-1        PIC 9(8).
           05  AUDIT-ARCH-SUM-2        PIC 9(8).
           05  AUDIT-HIST-SEEN-1       PIC X.
           05  AUDIT-HIST-LINES-1      PIC 9(6).
           05  AUDIT-HIST-SUM-1        PIC 9(6).
           05  AUDIT-ADJ-1             PIC 9(6).
           05  AUDIT-HIST-SEEN-2       PIC X.
           05  AUDIT-HIST-LINES-2      PIC 9(6).
           05  AUDIT-HIST-SUM-2        PIC 9(6).
           05  AUDIT-ADJ-2             PIC 9(6).
           05  AUDIT-AUDITED-ON        PIC 9(8).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BUSINESS-DATE       PIC 9(8).
       WORKING-STORAGE SECTION.
       01  ARCHIVE-STATUS      PIC X(2).
       01  REQUEST-STATUS      PIC X(2).
       01  AUDIT-MASTER-STATUS PIC X(2).
       01  AUDIT-FILE-SWITCH   PIC X VALUE "N".
           88 AUDITS-ON-FILE      VALUE "Y".
       01  INQUIRY-REPORT-STATUS PIC X(2).
       01  BUSINESS-DATE-STATUS PIC X(2).
       01  RUN-DATE            PIC 9(8).
       01  ANSWER-LINE-2.
           05  FILLER              PIC X(13).
           05  ANSWER-TEXT         PIC X(80).
       01  TIE-OUT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "RUN AUDIT: ".
           05  TIE-RESULT          PIC X(16).
           05  FILLER              PIC X(7) VALUE " LINES ".
           05  TIE-LINES           PIC ZZZZZ9.
           05  FILLER              PIC X(7) VALUE " SUM-1 ".
           05  TIE-SUM-1           PIC ZZZZZZZ9.
           05  FILLER              PIC X(7) VALUE " SUM-2 ".
           05  TIE-SUM-2           PIC ZZZZZZZ9.
           05  FILLER              PIC X(6) VALUE " FROM ".
           05  TIE-SOURCE          PIC X(8).
           05  FILLER              PIC X(9) VALUE " AUDITED ".
           05  TIE-AUDITED         PIC 9(8).
       01  TEXT-LINE.
           05  FILLER              PIC X(2).
           05  TEXT-BODY           PIC X(80).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-MASTER-FILE.
           IF AUDIT-MASTER-STATUS = "00" THEN
               MOVE "Y" TO AUDIT-FILE-SWITCH
           ELSE
               IF AUDIT-MASTER-STATUS NOT = "35" THEN
                   DISPLAY "AUDIT MASTER OPEN FAILED WITH STATUS ",
                       AUDIT-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS = "00" THEN
               MOVE "B" TO MODE-SWITCH
               " SUM ", ARCHIVE-SUM-2.
           DISPLAY "  LENGTH ", ARCHIVE-REC-LEN, " TEXT:".
           DISPLAY "  ", ARCHIVE-TEXT(1:80).
           PERFORM FIND-RUN-AUDIT.
           IF TEXT-BODY = SPACES THEN
               DISPLAY TIE-OUT-LINE
           ELSE
               DISPLAY TEXT-LINE
           END-IF.

      * THE LINE NUMBER IS ACCEPTED FREE-FORM ("42" OR "000042") AND
      * RIGHT-ALIGNED INTO THE SIX-DIGIT KEY FIELD.
               PERFORM BATCH-SCAN
               EXIT SECTION
           END-IF.
           IF REQUEST-TYPE = "AUDIT" THEN
               PERFORM BATCH-AUDIT
               EXIT SECTION
           END-IF.
           ADD 1 TO MISS-COUNT.
           MOVE SPACES TO TEXT-LINE.
           MOVE "UNKNOWN REQUEST - USE LOOKUP, DELTA, SCAN OR AUDIT"
               TO TEXT-BODY.
           MOVE TEXT-LINE TO INQUIRY-REPORT-RECORD.
           PERFORM WRITE-INQUIRY-REPORT.
           END-IF.
           ADD 1 TO LOOKUP-COUNT.
           PERFORM WRITE-ANSWER-LINES.
           PERFORM WRITE-TIE-OUT-LINE.

       WRITE-ANSWER-LINES SECTION.
           MOVE ARCHIVE-LINE-NO TO ANSWER-LINE-NO.
           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           MOVE COUNT-LINE TO INQUIRY-REPORT-RECORD.
           PERFORM WRITE-INQUIRY-REPORT.
           PERFORM WRITE-TIE-OUT-LINE.

      * AN AUDIT REQUEST IS ANSWERED FROM THE AUDIT MASTER ALONE. A
      * RUN NEVER AUDITED COUNTS AS A MISS.
       BATCH-AUDIT SECTION.
           PERFORM WRITE-TIE-OUT-LINE.
           IF TEXT-BODY NOT = SPACES THEN
               ADD 1 TO MISS-COUNT
           ELSE
               ADD 1 TO LOOKUP-COUNT
           END-IF.

      * LOOKS UP THE AUDIT MASTER FOR THE RUN IN ARCHIVE-RUN-DATE.
      * ON A HIT TIE-OUT-LINE IS BUILT AND TEXT-BODY LEFT BLANK;
      * OTHERWISE TEXT-LINE CARRIES THE REASON THERE IS NO TIE-OUT.
       FIND-RUN-AUDIT SECTION.
           MOVE SPACES TO TEXT-LINE.
           IF NOT AUDITS-ON-FILE THEN
               MOVE "RUN AUDIT: NO AUDIT MASTER ON FILE" TO TEXT-BODY
               EXIT SECTION
           END-IF.
           MOVE ARCHIVE-RUN-DATE TO AUDIT-RUN-DATE.
           READ AUDIT-MASTER-FILE KEY IS AUDIT-RUN-DATE
               INVALID KEY
                   MOVE "RUN AUDIT: RUN NOT YET AUDITED" TO TEXT-BODY
                   EXIT SECTION
           END-READ.
           IF AUDIT-MASTER-STATUS NOT = "00" THEN
               DISPLAY "AUDIT MASTER READ FAILED WITH STATUS ",
                   AUDIT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AUDIT-RESULT TO TIE-RESULT.
           MOVE AUDIT-ARCH-LINES TO TIE-LINES.
           MOVE AUDIT-ARCH-SUM-1 TO TIE-SUM-1.
           MOVE AUDIT-ARCH-SUM-2 TO TIE-SUM-2.
           MOVE AUDIT-SOURCE TO TIE-SOURCE.
           MOVE AUDIT-AUDITED-ON TO TIE-AUDITED.

      * A DELTA OR SCAN WALK LEAVES THE ARCHIVE RECORD AREA ON THE
      * NEXT RUN, SO THE REQUESTED DATE IS PUT BACK FIRST.
       WRITE-TIE-OUT-LINE SECTION.
           MOVE REQUEST-DATE TO ARCHIVE-RUN-DATE.
           PERFORM FIND-RUN-AUDIT.
           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           IF TEXT-BODY = SPACES THEN
               MOVE TIE-OUT-LINE TO INQUIRY-REPORT-RECORD
           ELSE
               MOVE TEXT-LINE TO INQUIRY-REPORT-RECORD
           END-IF.
           PERFORM WRITE-INQUIRY-REPORT.

       WRITE-BATCH-SUMMARY SECTION.
           MOVE SPACES TO INQUIRY-REPORT-RECORD.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF AUDITS-ON-FILE THEN
               CLOSE AUDIT-MASTER-FILE
               IF AUDIT-MASTER-STATUS NOT = "00" THEN
                   DISPLAY "AUDIT MASTER CLOSE FAILED WITH STATUS ",
                       AUDIT-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
