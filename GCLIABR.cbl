      *          with their expired cards), book the breakage out of
      *          the liability into income through GLPOST, and write
      *          the aged master to GIFTCRDO for promotion.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD PIC X(45).
       FD  NEW-CARD-FILE.
       01  NEW-CARD-RECORD PIC X(45).
       FD  LIABILITY-REPORT.
       01  LIABILITY-REPORT-RECORD PIC X(70).
       FD  CONTROL-FILE.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY GCREC.
       COPY GLREC.
       01 WS-CARD-FILE-STATUS PIC XX VALUE SPACES.
           MOVE WS-BREAKAGE-TOTAL TO RL-AMOUNT
           WRITE LIABILITY-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE LIABILITY-REPORT
           MOVE "GCLIABRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
      *>    Breakage leaves the liability and becomes income; the
      *>    outstanding liability itself stays on GCLIAB where the
      *>    issue postings put it.
