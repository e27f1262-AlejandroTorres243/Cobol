      *          so the club can see whether a band earns its keep or
      *          just gives margin away.  This month's totals are
      *          written to DISCSUMM, which becomes next month's
      *          DISCPRV.  ORDHIST lines come from the BOOKORD order
      *          entry run (ORDREC); only the leading band fields
      *          are totalled here.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  RATE-VERSION-FILE.
       01  RATE-VERSION-RECORD PIC X(35).
       FD  ORDER-HISTORY-FILE.
       COPY ORDREC.
       FD  PRIOR-SUMMARY-FILE.
       01  PRIOR-SUMMARY-RECORD.
           05 PS-BAND-SUB      PIC 9(2).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-RATES-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-RATES-FILE-OK VALUE "00".
           88 WS-RATES-FILE-EOF VALUE "10".
               WRITE NEW-SUMMARY-RECORD
           END-PERFORM
           CLOSE EFFECT-REPORT
           MOVE "DISCEFRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           CLOSE NEW-SUMMARY-FILE
           .

