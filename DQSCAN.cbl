      *          the previous scan (DQPRIOR, rewritten as DQCURR) so
      *          the shop can see whether quality is improving or
      *          rotting.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 170 CHARACTERS.
       01  SCORECARD-RECORD PIC X(90).
       WORKING-STORAGE SECTION.
       COPY COPY01.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK  VALUE "00".
           88 CM-STATUS-END VALUE "10".
               WRITE NEW-SCAN-RECORD
           END-PERFORM
           CLOSE SCORECARD-REPORT
           MOVE "DQSCORE" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           CLOSE NEW-SCAN-FILE
           DISPLAY "CUSTOMERS SCANNED : " WS-CUST-SCANNED
           DISPLAY "EMPLOYEES SCANNED : " WS-EMP-SCANNED
