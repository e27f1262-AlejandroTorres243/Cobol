      *          history the GATETRND trend report reads - so an
      *          unticketed entry finally shows as a gate that
      *          clicks more than it transacts.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 TS-AGE           PIC 9(3).
           05 TS-HEIGHT        PIC 9(3).
           05 TS-PASS-NO       PIC X(10).
           05 TS-BOOKING-REF   PIC X(8).
           05 TS-DIRECTION     PIC X(1).
       FD  TOLERANCE-PARM.
       01  TOLERANCE-PARM-RECORD.
           05 TL-TOLERANCE PIC 9(5).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-COUNTER-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-COUNTER-FILE-OK VALUE "00".
           88 WS-COUNTER-FILE-EOF VALUE "10".
               END-READ
           END-PERFORM
           CLOSE COUNTER-FILE RECON-REPORT HISTORY-FILE
           MOVE "GATERPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- GATE RECONCILIATION ----------"
           DISPLAY "GATES RECONCILED : " WS-GATES-READ
           DISPLAY "OVER TOLERANCE   : " WS-FLAGGED-COUNT
