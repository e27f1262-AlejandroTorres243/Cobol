      * Purpose: Aged receivables run - age every account's open
      *          invoice lines (INVOICEDD) into current/30/60/90-plus
      *          buckets using the DATECALC date-difference service,
      *          net the account's payments (the TRNXTR sorted
      *          transaction extract's account summaries) against the
      *          oldest buckets first, and print one line per account
      *          plus grand totals by bucket. The bucket amounts are
      *          also written to the AGEDBAL file so the collections
      *          account with a CM-TERMS-CODE ages from its computed
      *          due date (bill date plus the TERMSTAB due days), so
      *          a Net-30 customer is not 30 days overdue the day
      *          the bill is cut.  That due date is rolled forward to
      *          a business day through DATECALC, so a bill falling
      *          due on a weekend or bank holiday is not aged (or
      *          charged interest downstream) for the closed days.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      *          A member's own account is rebuilt from the member
      *          id with its ACCTCHK check digit in front.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICEDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.
           SELECT OPTIONAL TRANSACTION-EXTRACT ASSIGN TO "TRNXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-EXTRACT-STATUS.
           SELECT AGING-REPORT ASSIGN TO "AGEREPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-REPORT-STATUS.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD PIC X(50).
       FD  TRANSACTION-EXTRACT.
       01  TRANSACTION-EXTRACT-RECORD PIC X(106).
       FD  AGING-REPORT.
       01  AGING-REPORT-RECORD PIC X(90).
       FD  AGED-BALANCE-FILE.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  TERMS-FILE.
       COPY TRMREC.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY INVLINE.
       COPY TRNREC.
       COPY TXREC.
       01 WS-INVOICE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-INVOICE-FILE-OK VALUE "00".
           88 WS-INVOICE-FILE-EOF VALUE "10".
       01 WS-TRANSACTION-EXTRACT-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-EXTRACT-OK VALUE "00".
           88 WS-TRANSACTION-EXTRACT-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-TERMS-FILE-STATUS PIC XX VALUE SPACES.
           05 AB-ACCOUNT-NO PIC 9(10).
           05 AB-BUCKET PIC S9(9)V99 SIGN LEADING SEPARATE
               OCCURS 4 TIMES.
      *>   ACCTCHK parameters - a member's own account is rebuilt
      *>   from the member id with the check digit on the front.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "AGERECV" TO WS-RUN-PROGRAM-ID
           END-PERFORM
           WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE
           CLOSE AGING-REPORT AGED-BALANCE-FILE
           MOVE "AGEREPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "ACCOUNTS AGED : " ACCOUNT-COUNT
           PERFORM WriteControlRecord
           STOP RUN.
                   MOVE WS-DAY-COUNT TO WS-DAYS-OLD
      *>            Terms shift the clock: the line only starts
      *>            aging once its computed due date has passed.
                   MOVE IV-MEMBER-ID TO WS-CHECK-ACCOUNT
                   PERFORM MemberAccountNumber
                   MOVE WS-CHECK-ACCOUNT TO WS-WORK-ACCOUNT
                   PERFORM GetAccountDueDays
                   IF WS-TERMS-DUE-DAYS > ZERO
                       PERFORM AgeFromBusinessDueDate
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-DAYS-OLD < 30
                           MOVE 1 TO WS-BUCKET-SUB
                       WHEN OTHER
                           MOVE 4 TO WS-BUCKET-SUB
                   END-EVALUATE
                   MOVE WS-CHECK-ACCOUNT TO WS-WORK-ACCOUNT
                   PERFORM FindOrAddAccount
                   IF NOT WS-ACCOUNT-DROPPED
                       ADD IV-AMOUNT
           END-IF
           .

      *>----------------------------------------------------------------
      *> AgeFromBusinessDueDate - bill date plus the terms due days,
      *> rolled to the next business day, and the line's age counted
      *> from there.  A date DATECALC cannot work falls back to the
      *> plain due-day offset.
      *>----------------------------------------------------------------
       AgeFromBusinessDueDate.
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE IV-BILL-DATE TO WS-DATE-1
           MOVE WS-TERMS-DUE-DAYS TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC = 0
               MOVE "N" TO WS-DATE-FUNCTION
               MOVE WS-DATE-RESULT TO WS-DATE-1
               CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                   WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT,
                   WS-DATE-RC
           END-IF
           IF WS-DATE-RC = 0
               MOVE "D" TO WS-DATE-FUNCTION
               MOVE WS-DATE-RESULT TO WS-DATE-1
               MOVE WS-RUN-DATE TO WS-DATE-2
               CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                   WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT,
                   WS-DATE-RC
           END-IF
           IF WS-DATE-RC = 0
               MOVE WS-DAY-COUNT TO WS-DAYS-OLD
           ELSE
               SUBTRACT WS-TERMS-DUE-DAYS FROM WS-DAYS-OLD
           END-IF
           .

       LoadTermsTable.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-FILE-OK
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> LoadPayments - each account's payment total comes straight
      *> off its TRNXTR summary record, so the account table is
      *> searched once per account rather than once per receipt.
      *>----------------------------------------------------------------
       LoadPayments.
           PERFORM OpenTransactionExtract
           PERFORM UNTIL WS-TRANSACTION-EXTRACT-EOF
               PERFORM ReadTransactionExtract
               IF NOT WS-TRANSACTION-EXTRACT-EOF
                       AND TX-SUMMARY
                       AND TX-LAST-PAYMENT-DATE NOT = ZERO
                   MOVE TX-ACCOUNT-NO TO WS-WORK-ACCOUNT
                   PERFORM FindOrAddAccount
                   IF NOT WS-ACCOUNT-DROPPED
                       ADD TX-PAYMENT-TOTAL TO AG-PAYMENTS (ACC-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-EXTRACT
           .

       FindOrAddAccount.
           CLOSE CONTROL-FILE
           .

      *>----------------------------------------------------------------
      *> MemberAccountNumber - the member's own account for the member
      *> id moved to WS-CHECK-ACCOUNT: the ACCTCHK check digit goes
      *> in the high-order digit, as the account number conversion
      *> gave every member's account.
      *>----------------------------------------------------------------
       MemberAccountNumber.
           MOVE "G" TO WS-CHECK-FUNCTION
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           .

       COPY TXREAD.
       COPY RUNDATE.
       END PROGRAM AGERECV.
