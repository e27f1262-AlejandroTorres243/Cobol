      *          BADADDR report so the back office can fix addresses
      *          before the next mailing instead of after the returned
      *          mail.
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
       FD  BAD-ADDRESS-REPORT.
       01  BAD-ADDRESS-RECORD PIC X(90).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK  VALUE "00".
           88 CM-STATUS-END VALUE "10".
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER BAD-ADDRESS-REPORT
           MOVE "BADADDR" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "CUSTOMERS READ     : " WS-READ-COUNT
           DISPLAY "PROVINCES VALID    : " WS-GOOD-COUNT
           DISPLAY "BAD ADDRESSES      : " WS-BAD-COUNT
