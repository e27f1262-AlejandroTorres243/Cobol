      *          and today) showing how long each group has sat, and
      *          the oldest items listed.  A reject older than a day
      *          is no longer invisible.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  SUMMARY-REPORT-RECORD PIC X(90).
       WORKING-STORAGE SECTION.
       COPY COPY01.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY EXCREC.
       01 WS-REPOSITORY-STATUS PIC XX VALUE SPACES.
           88 WS-REPOSITORY-OK VALUE "00".
               WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           CLOSE SUMMARY-REPORT
           MOVE "EXCSUMRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           .

       COPY RUNDATE.
