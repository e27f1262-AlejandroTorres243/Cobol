      *          Settlement items the bank never deposited are written
      *          to the UNMATCHO carry-forward so an item missing
      *          today is still chased tomorrow.
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
       COPY SETREC.
       01 WS-SETTLEMENT-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-SETTLEMENT-FILE-OK VALUE "00".
           END-PERFORM
           PERFORM ReportUnmatchedDeposits
           CLOSE RECON-REPORT
           MOVE "SETRECRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           CLOSE CARRY-OUT-FILE
           DISPLAY "---------- DEPOSIT RECONCILIATION TOTALS --------"
           DISPLAY "MATCHED          : " WS-MATCHED-COUNT
