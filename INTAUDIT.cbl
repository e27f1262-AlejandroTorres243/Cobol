      * Purpose: Weekly cross-file referential integrity audit - the
      *          check DQSCAN never does: every child file's account
      *          and member keys held against their masters.
      *          TRANSACS accounts (read off the TRNXTR sorted
      *          transaction extract), SCHEDULE rows, STORDMST standing
      *          orders and METERMST meter links must point at a
      *          CUSTMAST account, and INVOICEDD member ids at a
      *          MEMBERSDD member.  Each orphan is classified by
      *          the per-file orphan counts append to INTAHIST so
      *          the trend section shows whether integrity is
      *          getting better or worse.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
           SELECT OPTIONAL TRANSACTION-EXTRACT ASSIGN TO "TRNXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-EXTRACT-STATUS.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "SCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  MEMBERS-FILE.
       COPY MBRREC.
       FD  TRANSACTION-EXTRACT.
       01  TRANSACTION-EXTRACT-RECORD PIC X(106).
       FD  SCHEDULE-FILE.
       COPY SCHEDREC.
       FD  ORDER-MASTER.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY TRNREC.
       COPY TXREC.
       COPY INVLINE.
       COPY EXCREC.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-TRANSACTION-EXTRACT-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-EXTRACT-OK VALUE "00".
           88 WS-TRANSACTION-EXTRACT-EOF VALUE "10".
       01 WS-SCHEDULE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-SCHEDULE-FILE-OK VALUE "00".
           88 WS-SCHEDULE-FILE-EOF VALUE "10".
       01 WS-WORK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-WORK-MEMBER PIC X(6) VALUE SPACES.
       01 WS-KEY-FOUND PIC X VALUE "N".
       01 WS-LAST-ACCOUNT-HELD PIC X VALUE "N".
       01 WS-CHECK-FILE PIC X(8) VALUE SPACES.
       01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
       01 WS-CHECK-IMAGE PIC X(71) VALUE SPACES.
           PERFORM AppendHistory
           PERFORM PrintTrendSection
           CLOSE AUDIT-REPORT
           MOVE "INTAUDRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           COMPUTE WS-TOTAL-ORPHANS =
               WS-TRN-ORPHANS + WS-SCH-ORPHANS + WS-SO-ORPHANS
               + WS-MTR-ORPHANS + WS-INV-ORPHANS
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> AuditTransactions - the TRNXTR extract holds an account's
      *> transactions together, so the account set is searched once
      *> per account and the answer reused for the rest of its run.
      *>----------------------------------------------------------------
       AuditTransactions.
           IF WS-ACCOUNT-SET-FULL = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LAST-ACCOUNT-HELD
           PERFORM OpenTransactionExtract
           PERFORM UNTIL WS-TRANSACTION-EXTRACT-EOF
               PERFORM ReadTransactionExtract
               IF NOT WS-TRANSACTION-EXTRACT-EOF AND TX-DETAIL
                   ADD 1 TO WS-RECORD-COUNT
                   IF WS-LAST-ACCOUNT-HELD = "N"
                           OR TRN-ACCOUNT-NO NOT = WS-WORK-ACCOUNT
                       MOVE TRN-ACCOUNT-NO TO WS-WORK-ACCOUNT
                       PERFORM FindAccount
                       MOVE "Y" TO WS-LAST-ACCOUNT-HELD
                   END-IF
                   IF WS-KEY-FOUND = "N"
                       ADD 1 TO WS-TRN-ORPHANS
                       MOVE "TRANSACS" TO WS-CHECK-FILE
                       MOVE TRN-ACCOUNT-NO TO WS-CHECK-KEY
                       MOVE TRN-RECORD TO WS-CHECK-IMAGE
                       PERFORM ReportOneOrphan
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-EXTRACT
           .

       AuditSchedule.
           CLOSE CONTROL-FILE
           .

       COPY TXREAD.
       COPY RUNDATE.
       END PROGRAM INTAUDIT.
