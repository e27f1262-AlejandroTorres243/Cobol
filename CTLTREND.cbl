      *          volume jump past half again the average or a reject
      *          rate that doubled.  That jump is how an upstream feed
      *          going bad gets caught before the business does.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       FD  TREND-REPORT.
       01  TREND-REPORT-RECORD PIC X(110).
       WORKING-STORAGE SECTION.
           CLOSE HISTORY-FILE
           PERFORM PrintTrendReport
           CLOSE TREND-REPORT
           MOVE "CTLTRNDR" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "HISTORY LINES READ : " WS-LINE-COUNT
           DISPLAY "PROGRAMS FLAGGED   : " WS-FLAG-COUNT
           STOP RUN.
