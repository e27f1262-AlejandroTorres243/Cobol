      *          counts for the coming year, headed with the shared
      *          C1101 month-name table - so staffing plans instead
      *          of HR finding out at the leaving party.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  FORECAST-REPORT-RECORD PIC X(90).
       WORKING-STORAGE SECTION.
       COPY COPY01.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY MESTAB.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-EMPLOYEE-MASTER-OK VALUE "00".
           CLOSE EMPLOYEE-MASTER
           PERFORM PrintMonthCounts
           CLOSE FORECAST-REPORT
           MOVE "RETFCRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "EMPLOYEES READ      : " WS-EMPLOYEE-COUNT
           DISPLAY "EVENTS IN 12 MONTHS : " WS-EVENT-COUNT-12
           DISPLAY "EVENTS IN 24 MONTHS : " WS-EVENT-COUNT-24
