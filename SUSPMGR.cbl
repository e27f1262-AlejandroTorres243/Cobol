      *          EXCFILE exception repository for the repair flow and
      *          leaves the suspense carry-forward, which is written
      *          to the SUSPENSO new generation for promotion.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-FILE-RECORD PIC X(50).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  NEW-SUSPENSE-FILE.
       01  NEW-SUSPENSE-RECORD PIC X(50).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       COPY GLREC.
       01 WS-GL-RC PIC 9 VALUE ZERO.
           WRITE SUSPENSE-REPORT-RECORD FROM WS-TOTAL-LINE
           CLOSE SUSPENSE-FILE CUSTOMER-MASTER
               NEW-SUSPENSE-FILE SUSPENSE-REPORT
           MOVE "SUSPRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           MOVE "SUSPENSO" TO WS-GEN-FILE-NAME
           MOVE WS-CARRIED-COUNT TO WS-GEN-RECORDS
           PERFORM WriteGenerationCount
