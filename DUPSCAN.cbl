      *          collide, balances side by side, so the back office
      *          can merge accounts opened twice under different
      *          spellings.
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
       FD  DUPLICATE-REPORT.
       01  DUPLICATE-REPORT-RECORD PIC X(90).
           88 CM-STATUS-OK  VALUE "00".
           88 CM-STATUS-END VALUE "10".
       01 WS-DUPLICATE-REPORT-STATUS PIC XX VALUE SPACES.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH, which asks
      *>   BUSDATE for the business date when it is given zeros.
       01 WS-ARCHIVE-PROGRAM PIC X(8) VALUE "DUPSCAN".
       01 WS-ARCHIVE-DATE PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-NAME-IN PIC X(30).
       01 WS-NAME-OUT PIC X(30).
       01 CUSTOMER-TABLE.
           OPEN OUTPUT DUPLICATE-REPORT
           PERFORM ReportCollisions
           CLOSE DUPLICATE-REPORT
           MOVE "DUPREPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-ARCHIVE-PROGRAM, WS-ARCHIVE-REPORT,
               WS-ARCHIVE-DATE, WS-ARCHIVE-RC
           DISPLAY "CUSTOMERS SCANNED  : " CUSTOMER-COUNT
           DISPLAY "DUPLICATE CLUSTERS : " WS-CLUSTER-COUNT
           STOP RUN.
