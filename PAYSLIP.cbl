      *          the MONEYFMT dollar format, and the employee's own
      *          DEDUCTS lines itemized between gross and net.  The
      *          trailer line proves payslips printed equals register
      *          records read.  A register record from an off-cycle
      *          run (bonus, correction, final pay) prints headed
      *          OFF-CYCLE PAYSLIP.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-FILE-RECORD PIC X(83).
       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05  DR-EMP-ID           PIC 9(5).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY PAYREC.
       01 WS-REGISTER-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-REGISTER-FILE-OK VALUE "00".
           WRITE PAYSLIP-FILE-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE
           CLOSE PAYSLIP-FILE
           MOVE "PAYSLIPS" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "REGISTER RECORDS : " WS-REGISTER-COUNT
           DISPLAY "PAYSLIPS PRINTED : " WS-PAYSLIP-COUNT
           IF WS-PAYSLIP-COUNT = WS-REGISTER-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE PR-EMP-NOMBRE TO WS-NAME-IN
           CALL "NAMEKEY" USING WS-NAME-IN, WS-NAME-OUT
           IF PR-OFF-CYCLE
               STRING "OFF-CYCLE PAYSLIP " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PR-ACCT-NO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NAME-OUT DELIMITED BY SIZE
                   INTO PL-TEXT
           ELSE
               STRING "PAYSLIP " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PR-ACCT-NO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NAME-OUT DELIMITED BY SIZE
                   INTO PL-TEXT
           END-IF
      *>    Page-per-employee the way the statement and dunning
      *>    printers page: WRITE AFTER ADVANCING PAGE, no ASA byte.
           WRITE PAYSLIP-FILE-RECORD FROM WS-PRINT-LINE
