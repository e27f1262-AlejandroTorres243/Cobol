      * Date:
      * Purpose: Month-end customer statements - browse CUSTMAST in
      *          CM-ACCOUNT-NO order, pull the account's invoice lines
      *          (INVOICEDD) and payments (the TRNXTR sorted
      *          transaction extract, read in step with the master)
      *          for the statement period, and print opening
      *          balance, dated activity and closing balance, one
      *          page per customer. The opening
      *          balance comes from the balance-forward file the prior
      *          statement run wrote (BALFWD), and the computed closing
      *          balance must tie back to CM-BALANCE or the account is
      *          its balance-forward on that cycle's own BALFWD
      *          files, and stamps the cycle into the CTLFILE
      *          program id so the reconciliation can prove all
      *          cycles completed across the month.  A customer
      *          flagged gone away on CUSTMAST gets no printed
      *          statement: its lines go to the held-mail file
      *          through MAILHOLD and the customer onto the trace
      *          list, ready to reprint once CUSTMNT records a new
      *          address.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICEDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.
           SELECT OPTIONAL TRANSACTION-EXTRACT ASSIGN TO "TRNXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-EXTRACT-STATUS.
      *>   The balance-forward names are data items so a cycle run
      *>   can keep its own per-cycle files (BALFWD01/BALFWDO1 and
      *>   so on); without a cycle the classic names are used.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD PIC X(50).
       FD  TRANSACTION-EXTRACT.
       01  TRANSACTION-EXTRACT-RECORD PIC X(106).
       FD  BALANCE-FORWARD-IN.
       01  BALANCE-FORWARD-IN-RECORD PIC X(23).
       FD  BALANCE-FORWARD-OUT.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
      *>   Predecessor gate: statements read the billing run's
      *>   INVOICEDD output, so the billing run must have completed
      *>   clean for this business date first.
       01 WS-GATE-RC PIC 9 VALUE ZERO.
       COPY INVLINE.
       COPY TRNREC.
       COPY TXREC.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK  VALUE "00".
           88 CM-STATUS-END VALUE "10".
       01 WS-INVOICE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-INVOICE-FILE-OK VALUE "00".
           88 WS-INVOICE-FILE-EOF VALUE "10".
       01 WS-TRANSACTION-EXTRACT-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-EXTRACT-OK VALUE "00".
           88 WS-TRANSACTION-EXTRACT-EOF VALUE "10".
       01 WS-BALFWD-IN-STATUS PIC XX VALUE SPACES.
           88 WS-BALFWD-IN-OK VALUE "00".
           88 WS-BALFWD-IN-EOF VALUE "10".
           05 BF-ACCOUNT-NO PIC 9(10).
           05 FILLER        PIC X VALUE SPACE.
           05 BF-BALANCE    PIC S9(9)V99 SIGN LEADING SEPARATE.
      *>   One activity table holds this period's invoice lines,
      *>   loaded once up front the way the rate tables are loaded,
      *>   then scanned per customer.  Payments are read off TRNXTR
      *>   in step with the master; only a consolidated child's
      *>   payments join the table, since the child prints under a
      *>   parent the browse may already have passed.
       01 ACTIVITY-TABLE.
           05 ACTIVITY-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON ACTIVITY-COUNT
       01 BALFWD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STATEMENT-PERIOD PIC 9(6).
       01 WS-MEMBER-ACCOUNT PIC 9(10).
       01 WS-PAYMENT-FOR-PERIOD PIC X VALUE "N".
           88 PAYMENT-FOR-PERIOD VALUE "Y".
       01 WS-PAYMENT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-OPENING-BALANCE PIC S9(9)V99.
       01 WS-CLOSING-BALANCE PIC S9(9)V99.
       01 WS-CUSTOMER-COUNT PIC 9(9) VALUE ZERO.
           05 WS-MONEY-LABEL PIC X(18).
           05 WS-MONEY-DATE PIC X(10).
           05 WS-MONEY-AMOUNT PIC ---,---,--9.99.
      *>   Every statement line passes through PutStatementLine,
      *>   which prints it or holds it for a gone-away customer.
       01 WS-STATEMENT-LINE PIC X(80) VALUE SPACES.
       01 WS-STATEMENT-SKIP PIC 9 VALUE 1.
       01 WS-HOLD-RC PIC 9 VALUE ZERO.
       01 WS-GONE-AWAY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-FLAG-LINE.
           05 FILLER PIC X(8) VALUE "ACCOUNT ".
           05 WS-FLAG-ACCOUNT PIC 9(10).
           05 WS-FLAG-STMT-AMT PIC ---,---,--9.99.
           05 FILLER PIC X(8) VALUE " MASTER ".
           05 WS-FLAG-MAST-AMT PIC ---,---,--9.99.
      *>   ACCTCHK parameters - a member's own account is rebuilt
      *>   from the member id with the check digit on the front.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "STMTGEN" TO WS-RUN-PROGRAM-ID
           MOVE WS-RUN-DATE (1:6) TO WS-STATEMENT-PERIOD
           PERFORM LoadBalanceForward
           PERFORM LoadInvoiceActivity
           PERFORM GetConsolidationSwitch
           IF CONSOLIDATION-ON
               PERFORM LoadRelationships
               PERFORM CaptureFamilyBalances
               PERFORM LoadChildPayments
           END-IF
           PERFORM OpenTransactionExtract
           PERFORM ReadTransactionExtract
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT OUT-OF-BALANCE-LIST
           PERFORM UNTIL CM-STATUS-END
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET CM-STATUS-END TO TRUE
                   NOT AT END
                       PERFORM SkipEarlierPayments
                       PERFORM PrintOneStatement
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER STATEMENT-FILE OUT-OF-BALANCE-LIST
               BALANCE-FORWARD-OUT TRANSACTION-EXTRACT
           MOVE "STMTFILE" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "STATEMENTS PRINTED     : " WS-STATEMENT-COUNT
           DISPLAY "  HELD - GONE AWAY     : " WS-GONE-AWAY-COUNT
           DISPLAY "OFF-CYCLE ACCOUNTS     : " WS-OFF-CYCLE-COUNT
           DISPLAY "CHILDREN CONSOLIDATED  : " WS-CONSOLIDATED-COUNT
           DISPLAY "ACCOUNTS OUT OF BALANCE: " WS-OOB-COUNT
           ELSE
           IF ACTIVITY-COUNT < 2000
               ADD 1 TO ACTIVITY-COUNT
               MOVE IV-MEMBER-ID TO WS-CHECK-ACCOUNT
               PERFORM MemberAccountNumber
               MOVE WS-CHECK-ACCOUNT TO WS-MEMBER-ACCOUNT
               MOVE WS-MEMBER-ACCOUNT
                   TO AC-ACCOUNT-NO (ACTIVITY-COUNT)
               MOVE IV-BILL-DATE TO AC-DATE (ACTIVITY-COUNT)
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadChildPayments - in consolidation mode, the period's
      *> payments and interest for the children on ACCTREL, off the
      *> TRNXTR sorted extract, so they load in account and date
      *> order for the parent's statement.  Everyone else's payments
      *> are read in step with the master by PrintAccountPayments.
      *>----------------------------------------------------------------
       LoadChildPayments.
           PERFORM OpenTransactionExtract
           PERFORM UNTIL WS-TRANSACTION-EXTRACT-EOF
               PERFORM ReadTransactionExtract
               IF NOT WS-TRANSACTION-EXTRACT-EOF AND TX-DETAIL
                   PERFORM PaymentForPeriod
                   IF PAYMENT-FOR-PERIOD
                       PERFORM VARYING REL-IDX FROM 1 BY 1
                               UNTIL REL-IDX > RELATION-COUNT
                           IF RL-CHILD (REL-IDX) = TRN-ACCOUNT-NO
                               PERFORM AddPaymentToActivity
                               SET REL-IDX TO RELATION-COUNT
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-EXTRACT
           .

      *>----------------------------------------------------------------
      *> SkipEarlierPayments / PrintAccountPayments - TRNXTR and the
      *> master browse are both in account order, so the extract is
      *> read forward to the current account and that account's
      *> details are printed as they are passed; no table caps how
      *> many accounts or payments a run can statement.
      *>----------------------------------------------------------------
       SkipEarlierPayments.
           PERFORM UNTIL WS-TRANSACTION-EXTRACT-EOF
                   OR TX-ACCOUNT-NO >= CM-ACCOUNT-NO
               PERFORM ReadTransactionExtract
           END-PERFORM
           .

       PrintAccountPayments.
           PERFORM UNTIL WS-TRANSACTION-EXTRACT-EOF
                   OR TX-ACCOUNT-NO NOT = CM-ACCOUNT-NO
               IF TX-DETAIL
                   PERFORM PaymentForPeriod
                   IF PAYMENT-FOR-PERIOD
                       PERFORM PrintPaymentLine
                   END-IF
               END-IF
               PERFORM ReadTransactionExtract
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> PaymentForPeriod - interest accruals both hit TRANSACS and
      *> CM-BALANCE, so they must appear as activity alongside the
      *> payments or the closing balance can never tie back for a
      *> charged account.
      *>----------------------------------------------------------------
       PaymentForPeriod.
           MOVE "N" TO WS-PAYMENT-FOR-PERIOD
           IF (TRN-PAYMENT OR TRN-INTEREST)
                   AND TRN-DATE (1:6) = WS-STATEMENT-PERIOD (1:6)
               MOVE "Y" TO WS-PAYMENT-FOR-PERIOD
           END-IF
           .

       PrintPaymentLine.
           MOVE TRN-DATE TO WS-MONEY-DATE
           IF TRN-INTEREST
               MOVE "INTEREST" TO WS-MONEY-LABEL
               MOVE TRN-AMOUNT TO WS-PAYMENT-AMOUNT
           ELSE
               MOVE "PAYMENT" TO WS-MONEY-LABEL
               COMPUTE WS-PAYMENT-AMOUNT = ZERO - TRN-AMOUNT
           END-IF
           MOVE WS-PAYMENT-AMOUNT TO WS-MONEY-AMOUNT
           MOVE WS-MONEY-LINE TO WS-STATEMENT-LINE
           PERFORM PutStatementLine
           ADD WS-PAYMENT-AMOUNT TO WS-CLOSING-BALANCE
           .

       AddPaymentToActivity.
           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
           MOVE CM-ACCOUNT-NO TO WS-HDG-ACCOUNT
           MOVE WS-STATEMENT-PERIOD TO WS-HDG-PERIOD
           MOVE WS-HEADING-LINE TO WS-STATEMENT-LINE
           MOVE ZERO TO WS-STATEMENT-SKIP
           PERFORM PutStatementLine
           MOVE WS-HEAD-TEXT TO WS-DATE-TEXT
           MOVE WS-DATE-LINE TO WS-STATEMENT-LINE
           PERFORM PutStatementLine
           MOVE CM-CUSTOMER-NAME TO WS-NAME-TEXT
           MOVE WS-NAME-LINE TO WS-STATEMENT-LINE
           PERFORM PutStatementLine
           MOVE CM-ADDRESS TO WS-ADDRESS-TEXT
           MOVE WS-ADDRESS-LINE TO WS-STATEMENT-LINE
           PERFORM PutStatementLine
           MOVE "OPENING BALANCE   " TO WS-MONEY-LABEL
           MOVE SPACES TO WS-MONEY-DATE
           MOVE WS-OPENING-BALANCE TO WS-MONEY-AMOUNT
           MOVE WS-MONEY-LINE TO WS-STATEMENT-LINE
           PERFORM PutStatementLine
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACTIVITY-COUNT
               IF AC-ACCOUNT-NO (ACT-IDX) = CM-ACCOUNT-NO
                   PERFORM PrintActivityLine
               END-IF
           END-PERFORM
           PERFORM PrintAccountPayments
           MOVE "CLOSING BALANCE   " TO WS-MONEY-LABEL
           MOVE SPACES TO WS-MONEY-DATE
           MOVE WS-CLOSING-BALANCE TO WS-MONEY-AMOUNT
           MOVE WS-MONEY-LINE TO WS-STATEMENT-LINE
           PERFORM PutStatementLine
           ADD 1 TO WS-STATEMENT-COUNT
           IF CM-GONE-AWAY
               ADD 1 TO WS-GONE-AWAY-COUNT
           END-IF
           MOVE ZERO TO WS-PARENT-ACCOUNT
           IF CONSOLIDATION-ON
               PERFORM PrintChildSections
               MOVE "COMBINED CLOSING  " TO WS-MONEY-LABEL
               MOVE SPACES TO WS-MONEY-DATE
               MOVE WS-COMBINED-CLOSING TO WS-MONEY-AMOUNT
               MOVE WS-MONEY-LINE TO WS-STATEMENT-LINE
               PERFORM PutStatementLine
           END-IF
           .

       PrintOneChildSection.
           MOVE RL-CHILD (REL-IDX) TO CH-ACCOUNT
           MOVE WS-CHILD-HEAD-LINE TO WS-STATEMENT-LINE
           MOVE 2 TO WS-STATEMENT-SKIP
           PERFORM PutStatementLine
      *>    The child opens from its own balance-forward entry.
           MOVE ZEROS TO WS-OPENING-BALANCE
           PERFORM VARYING BF-IDX FROM 1 BY 1
           MOVE "OPENING BALANCE   " TO WS-MONEY-LABEL
           MOVE SPACES TO WS-MONEY-DATE
           MOVE WS-OPENING-BALANCE TO WS-MONEY-AMOUNT
           MOVE WS-MONEY-LINE TO WS-STATEMENT-LINE
           PERFORM PutStatementLine
           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACTIVITY-COUNT
           MOVE "CLOSING BALANCE   " TO WS-MONEY-LABEL
           MOVE SPACES TO WS-MONEY-DATE
           MOVE WS-CLOSING-BALANCE TO WS-MONEY-AMOUNT
           MOVE WS-MONEY-LINE TO WS-STATEMENT-LINE
           PERFORM PutStatementLine
           ADD WS-CLOSING-BALANCE TO WS-COMBINED-CLOSING
           ADD RL-CHILD-BALANCE (REL-IDX) TO WS-COMBINED-MASTER
           .
           MOVE AC-DESC (ACT-IDX) TO WS-MONEY-LABEL
           MOVE AC-DATE (ACT-IDX) TO WS-MONEY-DATE
           MOVE AC-AMOUNT (ACT-IDX) TO WS-MONEY-AMOUNT
           MOVE WS-MONEY-LINE TO WS-STATEMENT-LINE
           PERFORM PutStatementLine
           ADD AC-AMOUNT (ACT-IDX) TO WS-CLOSING-BALANCE
           .

      *>----------------------------------------------------------------
      *> PutStatementLine - one statement line to STMTFILE after
      *> WS-STATEMENT-SKIP lines (zero = new page), or to the held
      *> mail through MAILHOLD when the customer has gone away.
      *>----------------------------------------------------------------
       PutStatementLine.
           IF CM-GONE-AWAY
               CALL "MAILHOLD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
                   CUSTOMER-MASTER-RECORD, WS-STATEMENT-LINE,
                   WS-HOLD-RC
           ELSE
               IF WS-STATEMENT-SKIP = ZERO
                   WRITE STATEMENT-FILE-RECORD FROM WS-STATEMENT-LINE
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE STATEMENT-FILE-RECORD FROM WS-STATEMENT-LINE
                       AFTER ADVANCING WS-STATEMENT-SKIP LINES
               END-IF
           END-IF
           MOVE 1 TO WS-STATEMENT-SKIP
           .

       FlagOutOfBalance.
           ADD 1 TO WS-OOB-COUNT
           MOVE CM-ACCOUNT-NO TO WS-FLAG-ACCOUNT
               WS-HEAD-TEXT, WS-COLUMN-DATE
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
       END PROGRAM STMTGEN.
