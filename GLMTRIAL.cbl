      *          GLCHART description beside each code.  No re-adding
      *          postings from the dawn of time: the month's figures
      *          come off the closed chain.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  TRIAL-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY COPY01.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-PERIOD-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-PERIOD-PARM-OK VALUE "00".
       01 WS-BALANCE-FILE-STATUS PIC XX VALUE SPACES.
               PERFORM PrintOneAccount
           END-PERFORM
           CLOSE TRIAL-REPORT
           MOVE "GLMTRLRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "BALANCE ROWS READ : " WS-ROW-COUNT
           DISPLAY "ACCOUNTS REPORTED : " ACCOUNT-COUNT
           STOP RUN.
