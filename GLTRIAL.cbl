      *          with each one's GLCHART description, so the reader
      *          sees REVENUE  MEMBERSHIP REVENUE instead of a bare
      *          code.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY GLREC.
       01 WS-POSTING-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-POSTING-FILE-OK VALUE "00".
           CLOSE POSTING-FILE
           PERFORM PrintTrialBalance
           CLOSE TRIAL-REPORT
           MOVE "GLTRIALR" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WriteControlRecord
           STOP RUN.

