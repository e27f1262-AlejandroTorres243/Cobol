      *          transactions), the way the weekly over/short trend
      *          reads the cashier history - so a consistently leaky
      *          gate stands out from one that had a bad Saturday.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  TREND-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
       COPY COPY01.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HISTORY-FILE-OK VALUE "00".
           88 WS-HISTORY-FILE-EOF VALUE "10".
               WRITE TREND-REPORT-RECORD FROM WS-TREND-LINE
           END-PERFORM
           CLOSE TREND-REPORT
           MOVE "GATETRRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "HISTORY LINES READ: " WS-RECORD-COUNT
           DISPLAY "GATES TRENDED     : " TREND-COUNT
           STOP RUN.
