      *          schedule by currency for the accountant.  This run's
      *          restated values are written to REVALCUR, which
      *          becomes next month's REVALPRV.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  RATES-FILE.
       01  RATES-FILE-RECORD.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY TRNREC.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK  VALUE "00".
           PERFORM PrintSchedule
           CLOSE NEW-VALUE-FILE
           CLOSE SCHEDULE-REPORT
           MOVE "REVALRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           CLOSE TRANSACTION-FILE
           DISPLAY "---------- REVALUATION TOTALS ----------"
           DISPLAY "FOREIGN ACCOUNTS   : " WS-FOREIGN-COUNT
