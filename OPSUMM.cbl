      *          expected jobs present, no dangling JOBLOG entries
      *          (a dangling entry is a crash), and every count line
      *          reconciling.  This page is the shift handover.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       FD  JOB-LOG.
       01  JOB-LOG-RECORD PIC X(60).
       FD  EXPECTED-JOBS-FILE.
               WRITE SUMMARY-REPORT-RECORD
           END-IF
           CLOSE SUMMARY-REPORT
           MOVE "OPSUMRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "OPERATIONS VERDICT: " WS-VERDICT
           .

