      *          difference between "job died at 02:14 in step
      *          LEVELTHREE" on the morning report and reconstructing
      *          it from nothing.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 WS-THRESHOLD-FILE-OK VALUE "00".
           88 WS-THRESHOLD-FILE-EOF VALUE "10".
       01 WS-WATCH-REPORT-STATUS PIC XX VALUE SPACES.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH, which asks
      *>   BUSDATE for the business date when it is given zeros.
       01 WS-ARCHIVE-PROGRAM PIC X(8) VALUE "JOBWATCH".
       01 WS-ARCHIVE-DATE PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 OPEN-STEP-TABLE.
           05 OPEN-STEP-ENTRY OCCURS 100 TIMES INDEXED BY OS-IDX.
               10 OS-STEP-NAME PIC X(20).
           CLOSE JOB-LOG
           PERFORM ReportDanglingSteps
           CLOSE WATCH-REPORT
           MOVE "JOBWATCHR" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-ARCHIVE-PROGRAM, WS-ARCHIVE-REPORT,
               WS-ARCHIVE-DATE, WS-ARCHIVE-RC
           DISPLAY "DANGLING STEPS : " WS-DANGLING-COUNT
           DISPLAY "SLOW STEPS     : " WS-SLOW-COUNT
           IF WS-DANGLING-COUNT > ZERO
