      *          result lands on CTLFILE (reject count zero = in
      *          proof) so the morning operations summary shows AR in
      *          or out of proof without anyone adding columns.
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
       FD  POSTING-FILE.
       01  POSTING-FILE-RECORD PIC X(38).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY GLREC.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK  VALUE "00".
               PERFORM DrillDownBySource
           END-IF
           CLOSE PROOF-REPORT
           MOVE "ARPRFRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           MOVE WS-MASTER-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "CUSTMAST BALANCES : " WS-EDITED-AMOUNT
           MOVE WS-LEDGER-TOTAL TO WS-EDITED-AMOUNT
