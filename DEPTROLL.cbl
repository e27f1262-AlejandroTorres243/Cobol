      *          tops its cap gets a hard warning line - so hiring
      *          into a full department is visible before payroll
      *          runs.
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
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-EMPLOYEE-MASTER-OK VALUE "00".
           88 WS-EMPLOYEE-MASTER-EOF VALUE "10".
           END-IF
           WRITE ROLLUP-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE ROLLUP-REPORT
           MOVE "DEPTRLRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           .

       WriteControlRecord.
