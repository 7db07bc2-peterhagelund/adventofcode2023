      * THE PARTEXCDD DD, THE SAME WAY ANY SAME-SHAPED DATASETS ARE
      * COMBINED FOR A SINGLE PASS. PARTIAL SUMMARY RECORDS ARE
      * SUMMED PER PROGRAM NAME INTO ONE COMBINED RECORD EACH, AND
      * EXCEPTION RECORDS ARE COPIED THROUGH UNCHANGED. EVERY PARTIAL
      * RUN FOR THE NIGHT SCORES WITH THE SAME WORDDD GENERATION, SO
      * THE COMBINED RECORD CARRIES THE GENERATION OF THE FIRST
      * PARTIAL FOR THE PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  PART-SUMMARY-SUM        PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PART-SUMMARY-FILE-ID    PIC X(8).
           05  FILLER                  PIC X(10).
           05  PART-SUMMARY-WORD-GEN   PIC X(4).
       FD  PART-EXCEPTION-FILE.
       01  PART-EXCEPTION-RECORD       PIC X(250).
       FD  SUMMARY-FILE.
           05  SUMMARY-SUM         PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SUMMARY-FILE-ID     PIC X(8).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  SUMMARY-WORD-GEN    PIC X(4).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(250).
       FD  BUSINESS-DATE-FILE.
               05  PROGRAM-NAME-T      PIC X(8).
               05  PROGRAM-LINES-T     PIC 9(8).
               05  PROGRAM-SUM-T       PIC 9(8).
               05  PROGRAM-GEN-T       PIC X(4).
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILE.
       OPEN-FILE SECTION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "PZ-MERGE" TO ALERT-PROGRAM.
           OPEN EXTEND ALERT-FILE.
           IF ALERTF-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERTF-STATUS NOT = "00" THEN
               DISPLAY "ALERT FILE OPEN FAILED WITH STATUS ",
                   ALERTF-STATUS
                       TO PROGRAM-LINES-T(PROGRAM-COUNT)
                   MOVE PART-SUMMARY-SUM
                       TO PROGRAM-SUM-T(PROGRAM-COUNT)
                   MOVE PART-SUMMARY-WORD-GEN
                       TO PROGRAM-GEN-T(PROGRAM-COUNT)
               END-IF
           END-IF.

               MOVE PROGRAM-LINES-T(P-IDX) TO SUMMARY-LINE-COUNT
               MOVE PROGRAM-SUM-T(P-IDX) TO SUMMARY-SUM
               MOVE "*TOTAL*" TO SUMMARY-FILE-ID
               MOVE PROGRAM-GEN-T(P-IDX) TO SUMMARY-WORD-GEN
               WRITE SUMMARY-RECORD
               IF SUMMARY-STATUS NOT = "00" THEN
                   DISPLAY "SUMMARY FILE WRITE FAILED WITH STATUS ",
