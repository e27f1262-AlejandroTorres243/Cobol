      *          age, with amount totals per band, so a dispute
      *          nobody is working stands out before the customer
      *          calls again.
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
       COPY DSPREC.
       01 WS-DISPUTE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-DISPUTE-FILE-OK VALUE "00".
           END-PERFORM
           WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE
           CLOSE DISPUTE-FILE AGING-REPORT
           MOVE "DSPRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "DISPUTES READ : " WS-READ-COUNT
           DISPLAY "STILL OPEN    : " WS-OPEN-COUNT
           PERFORM WriteControlRecord
