      *          drawer whose cumulative shortage over the rolling
      *          period crosses the OSTHRESH threshold.  This is the
      *          report loss prevention has been asking for.
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
       COPY OSREC.
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HISTORY-FILE-OK VALUE "00".
           CLOSE HISTORY-FILE
           PERFORM PrintDrawerSummaries
           CLOSE TREND-REPORT
           MOVE "OSTREND" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "HISTORY LINES READ : " WS-RECORD-COUNT
           DISPLAY "DRAWERS FLAGGED    : " WS-FLAG-COUNT
           STOP RUN.
