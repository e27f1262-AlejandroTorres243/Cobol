      *          report every variance so the acquirer's fees finally
      *          get reconciled instead of surfacing weeks later on a
      *          statement nobody reads.
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
       COPY EXCREC.
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
           CLOSE ACQUIRER-FILE
           PERFORM ReportUnsettledExpecteds
           CLOSE VARIANCE-REPORT
           MOVE "FEEVARRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- FEE VARIANCE TOTALS ----------"
           DISPLAY "MATCHED CLEAN   : " WS-MATCHED-COUNT
           DISPLAY "VARIANCES       : " WS-VARIANCE-COUNT
