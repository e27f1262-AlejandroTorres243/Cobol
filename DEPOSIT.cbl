      ******************************************************************
      * Author:
      * Date:
      * Purpose: Security deposit run - keep the DEPOSITS ledger of
      *          deposits asked of metered customers.  A metered
      *          account whose newest live meter on METERMST went in
      *          within the DEPPARM new-customer days, and which has
      *          never had a deposit, is asked for the new-customer
      *          deposit; a metered account CUSTMAST scores in band D
      *          or E (a poor payment history) is asked for the
      *          high-risk deposit, or topped up to it.  The request
      *          bills as a CH line on the TRANSACS stream (reference
      *          DEPOSIT) and the customer's receipts after it lodge
      *          to the deposit first until it is held in full; the
      *          money lodged moves from receivables to the deposits-
      *          held liability through GLPOST.  A held deposit
      *          accrues the DEPPARM annual rate monthly (interest
      *          expense, liability up).  On its annual review a
      *          deposit whose account has stayed clean - nothing
      *          overdue on AGEDBAL and no band D or E score - is put
      *          up for refund on REFPEND (type D) for REFAPPR to
      *          approve and REFPAY to pay through the bank credit
      *          file; an account not yet clean is reviewed again a
      *          year on.  The outcome of a refund request comes back
      *          off REFPEND on a later night.  The ledger writes to
      *          the DEPOSITO new generation and every movement is
      *          listed on DEPRPT, which is copied to the report
      *          repository through RPTARCH as it closes.  ACCCLOSE
      *          applies a held deposit against the final bill.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "DEPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT OPTIONAL DEPOSIT-LEDGER ASSIGN TO "DEPOSITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-LEDGER-STATUS.
           SELECT NEW-DEPOSIT-LEDGER ASSIGN TO "DEPOSITO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-DEPOSIT-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL METER-MASTER ASSIGN TO "METERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METER-MASTER-STATUS.
           SELECT OPTIONAL AGED-BALANCE-FILE ASSIGN TO "AGEDBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGED-BALANCE-STATUS.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "REFPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TRANSACS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT DEPOSIT-REPORT ASSIGN TO "DEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-REPORT-STATUS.
           SELECT OPTIONAL GENERATION-COUNT-FILE
               ASSIGN TO "GENCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COUNT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 DP-NEW-AMOUNT PIC 9(5)V99.
           05 DP-RISK-AMOUNT PIC 9(5)V99.
           05 DP-NEW-DAYS PIC 9(3).
           05 DP-ANNUAL-RATE PIC 9V9(4).
           05 DP-CLEAN-MONTHS PIC 9(2).
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  DEPOSIT-LEDGER.
       01  DEPOSIT-LEDGER-RECORD PIC X(80).
       FD  NEW-DEPOSIT-LEDGER.
       01  NEW-DEPOSIT-RECORD PIC X(80).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  METER-MASTER.
       COPY MTRREC.
       FD  AGED-BALANCE-FILE.
       01  AGED-BALANCE-RECORD PIC X(58).
       FD  PENDING-FILE.
       01  PENDING-FILE-RECORD PIC X(43).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  DEPOSIT-REPORT.
       01  DEPOSIT-REPORT-RECORD PIC X(80).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY DEPREC.
       COPY REFREC.
       COPY TRNREC.
       COPY GLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
      *>   Predecessor gate: the annual review reads AGEDBAL, so the
      *>   aging run must have completed clean for this business
      *>   date before a deposit is put up for refund.
       01 WS-GATE-REQUEST.
           05 WS-GATE-CALLER-ID PIC X(8) VALUE "DEPOSIT ".
           05 WS-GATE-DATE PIC 9(8) VALUE ZEROS.
           05 WS-GATE-PRED-COUNT PIC 9 VALUE 1.
           05 WS-GATE-PRED-ID PIC X(8) OCCURS 5 TIMES.
       01 WS-GATE-RC PIC 9 VALUE ZERO.
       01 WS-PARM-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PARM-FILE-OK VALUE "00".
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-DEPOSIT-LEDGER-STATUS PIC XX VALUE SPACES.
           88 WS-DEPOSIT-LEDGER-OK VALUE "00".
           88 WS-DEPOSIT-LEDGER-EOF VALUE "10".
       01 WS-NEW-DEPOSIT-STATUS PIC XX VALUE SPACES.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-METER-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-METER-MASTER-OK VALUE "00".
           88 WS-METER-MASTER-EOF VALUE "10".
       01 WS-AGED-BALANCE-STATUS PIC XX VALUE SPACES.
           88 WS-AGED-BALANCE-OK VALUE "00".
           88 WS-AGED-BALANCE-EOF VALUE "10".
       01 WS-PENDING-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PENDING-FILE-OK VALUE "00".
           88 WS-PENDING-FILE-EOF VALUE "10".
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-FILE-OK VALUE "00".
           88 WS-TRANSACTION-FILE-EOF VALUE "10".
       01 WS-DEPOSIT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 AGED-BALANCE-LINE.
           05 AB-ACCOUNT-NO PIC 9(10).
           05 AB-BUCKET PIC S9(9)V99 SIGN LEADING SEPARATE
               OCCURS 4 TIMES.
      *>   Deposit amounts, the window a meter counts as new, the
      *>   annual interest rate paid on a deposit held and the clean
      *>   period before a deposit is reviewed for refund.
       01 WS-NEW-AMOUNT PIC 9(5)V99 VALUE 150.00.
       01 WS-RISK-AMOUNT PIC 9(5)V99 VALUE 300.00.
       01 WS-NEW-DAYS PIC 9(3) VALUE 60.
       01 WS-ANNUAL-RATE PIC 9V9(4) VALUE 0.0150.
       01 WS-CLEAN-MONTHS PIC 9(2) VALUE 12.
       01 WS-NEW-SINCE PIC 9(8) VALUE ZERO.
       01 WS-RUN-MONTH PIC 9(6) VALUE ZERO.
       01 WS-RUN-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-RUNOPER-RC PIC 9 VALUE ZERO.
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
      *>   The deposit ledger, held whole: tonight's requests,
      *>   lodgements, interest and reviews are worked on it in
      *>   place and it is written back out as the new generation.
       01 DEPOSIT-TABLE.
           05 DEPOSIT-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON DEPOSIT-COUNT
               INDEXED BY DL-IDX.
               10 DL-ACCOUNT-NO PIC 9(10).
               10 DL-RECORD PIC X(80).
       01 DEPOSIT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DEPOSIT-FOUND PIC X VALUE "N".
      *>   Metered accounts - each account with a live meter once,
      *>   with the install date of its newest live meter.
       01 METERED-TABLE.
           05 METERED-ENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON METERED-COUNT
               INDEXED BY MA-IDX.
               10 MA-ACCOUNT-NO PIC 9(10).
               10 MA-NEWEST-INSTALL PIC 9(8).
       01 METERED-COUNT PIC 9(4) VALUE ZERO.
      *>   Accounts AGEDBAL shows with money past due tonight; an
      *>   account on this table has not kept its record clean.
       01 OVERDUE-TABLE.
           05 OVERDUE-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON OVERDUE-COUNT
               INDEXED BY OV-IDX.
               10 OV-ACCOUNT-NO PIC 9(10).
       01 OVERDUE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OVERDUE-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-IS-OVERDUE PIC X VALUE "N".
      *>   The deposit being asked for and the work on one entry.
       01 WS-REQUIRE-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-REQUIRE-REASON PIC X VALUE SPACE.
       01 WS-BILL-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-LODGE-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-OUTSTANDING PIC S9(7)V99 VALUE ZERO.
       01 WS-INTEREST-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-REPORT-ACTION PIC X(30) VALUE SPACES.
       01 WS-REPORT-AMOUNT PIC S9(9)V99 VALUE ZERO.
      *>   Review date arithmetic - the clean period is whole months
      *>   on from the lodged date, held to the 28th so every month
      *>   has the day.
       01 WS-MONTH-DATE.
           05 WS-MD-YEAR PIC 9(4).
           05 WS-MD-MONTH PIC 9(2).
           05 WS-MD-DAY PIC 9(2).
       01 WS-MONTH-DATE-N REDEFINES WS-MONTH-DATE PIC 9(8).
       01 WS-MONTH-WORK PIC 9(4) VALUE ZERO.
       01 WS-YEAR-CARRY PIC 9(4) VALUE ZERO.
       01 WS-MONTH-REMAINDER PIC 9(2) VALUE ZERO.
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
       01 WS-GL-RC PIC 9 VALUE ZERO.
       01 WS-GL-DEBIT-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-GL-CREDIT-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-GL-PAIR-AMOUNT PIC S9(9)V99 VALUE ZERO.
      *>   Counts and totals.
       01 WS-LEDGER-READ PIC 9(9) VALUE ZERO.
       01 WS-EXAMINED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REQUESTED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TOPPED-UP-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BILLED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-LODGE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-LODGED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-FULLY-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-INTEREST-COUNT PIC 9(9) VALUE ZERO.
       01 WS-INTEREST-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-REVIEWED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REFUND-REQUESTED PIC 9(9) VALUE ZERO.
       01 WS-REFUND-REQUESTED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-NOT-CLEAN-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REFUNDED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REFUND-REJECTED PIC 9(9) VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(29) VALUE "SECURITY DEPOSIT LEDGER RUN".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RT-HEAD-TEXT PIC X(30).
       01 WS-REPORT-HEADING PIC X(80) VALUE
           "ACCOUNT    ACTION                                 AMOUNT".
       01 WS-REPORT-LINE.
           05 RL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-ACTION PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-AMOUNT PIC ---,---,--9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DEPOSIT " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           MOVE WS-RUN-DATE TO WS-GATE-DATE
           MOVE "AGERECV " TO WS-GATE-PRED-ID (1)
           CALL "JOBGATE" USING WS-GATE-REQUEST, WS-GATE-RC
           IF WS-GATE-RC NOT = 0
               DISPLAY "DEPOSIT REFUSED BY PREDECESSOR GATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "RUNOPER" USING WS-RUN-OPERATOR, WS-RUNOPER-RC
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH
           PERFORM GetParameters
           PERFORM GetReportHeading
           PERFORM LoadLedger
           PERFORM LoadMeteredAccounts
           PERFORM LoadOverdueAccounts
           OPEN OUTPUT DEPOSIT-REPORT
           MOVE WS-HEAD-TEXT TO RT-HEAD-TEXT
           WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-TITLE
               AFTER ADVANCING 1 LINE
           WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM ResolveRefundRequests
           PERFORM LodgeReceipts
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   AND WS-TRANSACTION-FILE-STATUS NOT = "05"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           PERFORM VARYING MA-IDX FROM 1 BY 1
                   UNTIL MA-IDX > METERED-COUNT
               PERFORM JudgeOneMeteredAccount
           END-PERFORM
           CLOSE TRANSACTION-FILE
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
                   AND WS-PENDING-FILE-STATUS NOT = "05"
               OPEN OUTPUT PENDING-FILE
           END-IF
           PERFORM VARYING DL-IDX FROM 1 BY 1
                   UNTIL DL-IDX > DEPOSIT-COUNT
               MOVE DL-RECORD (DL-IDX) TO DE-RECORD
               IF DE-HELD
                   PERFORM AccrueInterest
                   IF DE-REVIEW-DATE NOT > WS-RUN-DATE
                       PERFORM ReviewDeposit
                   END-IF
                   MOVE DE-RECORD TO DL-RECORD (DL-IDX)
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE CUSTOMER-MASTER
           PERFORM WriteNewLedger
           CLOSE DEPOSIT-REPORT
           MOVE "DEPRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
      *>    Receipts lodged to a deposit stop being receivable
      *>    money and become a deposit held for the customer.
           IF WS-LODGED-TOTAL NOT = ZERO
               MOVE "AR" TO WS-GL-DEBIT-ACCOUNT
               MOVE "DEPOSIT" TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-LODGED-TOTAL TO WS-GL-PAIR-AMOUNT
               PERFORM PostGeneralLedgerPair
           END-IF
      *>    Interest owed on the deposits adds to what is held.
           IF WS-INTEREST-TOTAL NOT = ZERO
               MOVE "DEPINT" TO WS-GL-DEBIT-ACCOUNT
               MOVE "DEPOSIT" TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-INTEREST-TOTAL TO WS-GL-PAIR-AMOUNT
               PERFORM PostGeneralLedgerPair
           END-IF
           DISPLAY "---------- SECURITY DEPOSIT TOTALS ----------"
           DISPLAY "LEDGER ENTRIES READ: " WS-LEDGER-READ
           DISPLAY "METERED ACCOUNTS   : " WS-EXAMINED-COUNT
           DISPLAY "DEPOSITS REQUESTED : " WS-REQUESTED-COUNT
           DISPLAY "DEPOSITS TOPPED UP : " WS-TOPPED-UP-COUNT
           MOVE WS-BILLED-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT BILLED      : " WS-EDITED-AMOUNT
           DISPLAY "RECEIPTS LODGED    : " WS-LODGE-COUNT
           MOVE WS-LODGED-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT LODGED      : " WS-EDITED-AMOUNT
           DISPLAY "NOW HELD IN FULL   : " WS-FULLY-HELD-COUNT
           DISPLAY "INTEREST ACCRUALS  : " WS-INTEREST-COUNT
           MOVE WS-INTEREST-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "INTEREST ACCRUED   : " WS-EDITED-AMOUNT
           DISPLAY "REVIEWS DUE        : " WS-REVIEWED-COUNT
           DISPLAY "REFUNDS REQUESTED  : " WS-REFUND-REQUESTED
           MOVE WS-REFUND-REQUESTED-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT TO REFUND   : " WS-EDITED-AMOUNT
           DISPLAY "NOT YET CLEAN      : " WS-NOT-CLEAN-COUNT
           DISPLAY "REFUNDS PAID       : " WS-REFUNDED-COUNT
           DISPLAY "REFUNDS REJECTED   : " WS-REFUND-REJECTED
           PERFORM WriteControlRecord
           STOP RUN.

       GetParameters.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       DISPLAY "DEPPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF DP-NEW-AMOUNT NUMERIC
                           MOVE DP-NEW-AMOUNT TO WS-NEW-AMOUNT
                       END-IF
                       IF DP-RISK-AMOUNT NUMERIC
                           MOVE DP-RISK-AMOUNT TO WS-RISK-AMOUNT
                       END-IF
                       IF DP-NEW-DAYS NUMERIC
                           MOVE DP-NEW-DAYS TO WS-NEW-DAYS
                       END-IF
                       IF DP-ANNUAL-RATE NUMERIC
                           MOVE DP-ANNUAL-RATE TO WS-ANNUAL-RATE
                       END-IF
                       IF DP-CLEAN-MONTHS NUMERIC
                               AND DP-CLEAN-MONTHS > ZERO
                           MOVE DP-CLEAN-MONTHS TO WS-CLEAN-MONTHS
                       END-IF
               END-READ
           ELSE
               DISPLAY "DEPPARM NOT AVAILABLE - DEFAULTS USED"
           END-IF
           CLOSE PARM-FILE
      *>    A meter installed on or after this date is a new
      *>    customer's.
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           COMPUTE WS-DAY-COUNT = ZERO - WS-NEW-DAYS
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC = 0
               MOVE WS-DATE-RESULT TO WS-NEW-SINCE
           ELSE
               MOVE WS-RUN-DATE TO WS-NEW-SINCE
           END-IF
           MOVE WS-NEW-AMOUNT TO WS-EDITED-AMOUNT
           DISPLAY "NEW METERED DEPOSIT: " WS-EDITED-AMOUNT
           MOVE WS-RISK-AMOUNT TO WS-EDITED-AMOUNT
           DISPLAY "HIGH-RISK DEPOSIT  : " WS-EDITED-AMOUNT
           DISPLAY "NEW METER SINCE    : " WS-NEW-SINCE
           DISPLAY "ANNUAL RATE        : " WS-ANNUAL-RATE
           DISPLAY "CLEAN MONTHS       : " WS-CLEAN-MONTHS
           .

      *>----------------------------------------------------------------
      *> GetReportHeading - the LANGPARM language code and the shared
      *> RPTHEAD service turn the business date into the dated
      *> heading the register carries.
      *>----------------------------------------------------------------
       GetReportHeading.
           OPEN INPUT LANGUAGE-PARM
           IF WS-LANGUAGE-PARM-OK
               READ LANGUAGE-PARM
                   NOT AT END MOVE LP-LANGUAGE TO WS-LANGUAGE
               END-READ
               CLOSE LANGUAGE-PARM
           ELSE
               IF WS-LANGUAGE-PARM-STATUS = "05"
                   CLOSE LANGUAGE-PARM
               END-IF
           END-IF
           CALL "RPTHEAD" USING WS-RUN-DATE, WS-LANGUAGE,
               WS-HEAD-TEXT, WS-COLUMN-DATE
           .

       LoadLedger.
           OPEN INPUT DEPOSIT-LEDGER
           IF WS-DEPOSIT-LEDGER-OK
               PERFORM UNTIL WS-DEPOSIT-LEDGER-EOF
                   READ DEPOSIT-LEDGER
                       AT END SET WS-DEPOSIT-LEDGER-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEDGER-READ
                           IF DEPOSIT-COUNT >= 2000
                               DISPLAY "DEPOSIT TABLE FULL - RUN "
                                   "STOPPED"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE DEPOSIT-LEDGER-RECORD TO DE-RECORD
                           ADD 1 TO DEPOSIT-COUNT
                           SET DL-IDX TO DEPOSIT-COUNT
                           MOVE DE-ACCOUNT-NO TO DL-ACCOUNT-NO (DL-IDX)
                           MOVE DE-RECORD TO DL-RECORD (DL-IDX)
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-LEDGER
           ELSE
               IF WS-DEPOSIT-LEDGER-STATUS = "05"
                   CLOSE DEPOSIT-LEDGER
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> FindDeposit - DL-IDX is left on the account's entry when
      *> WS-DEPOSIT-FOUND is "Y".
      *>----------------------------------------------------------------
       FindDeposit.
           MOVE "N" TO WS-DEPOSIT-FOUND
           SET DL-IDX TO 1
           SEARCH DEPOSIT-ENTRY
               AT END
                   CONTINUE
               WHEN DL-ACCOUNT-NO (DL-IDX) = DE-ACCOUNT-NO
                   MOVE "Y" TO WS-DEPOSIT-FOUND
           END-SEARCH
           .

       LoadMeteredAccounts.
           OPEN INPUT METER-MASTER
           IF WS-METER-MASTER-OK
               PERFORM UNTIL WS-METER-MASTER-EOF
                   READ METER-MASTER
                       AT END SET WS-METER-MASTER-EOF TO TRUE
                       NOT AT END
                           IF MM-ACTIVE
                               PERFORM AddMeteredAccount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METER-MASTER
           ELSE
               IF WS-METER-MASTER-STATUS = "05"
                   CLOSE METER-MASTER
               END-IF
               DISPLAY "METERMST NOT AVAILABLE - NO DEPOSITS ASKED"
           END-IF
           .

       AddMeteredAccount.
           SET MA-IDX TO 1
           SEARCH METERED-ENTRY
               AT END
                   IF METERED-COUNT >= 1000
                       DISPLAY "METERED TABLE FULL - "
                           MM-ACCOUNT-NO " DROPPED"
                   ELSE
                       ADD 1 TO METERED-COUNT
                       SET MA-IDX TO METERED-COUNT
                       MOVE MM-ACCOUNT-NO TO MA-ACCOUNT-NO (MA-IDX)
                       MOVE MM-INSTALL-DATE
                           TO MA-NEWEST-INSTALL (MA-IDX)
                   END-IF
               WHEN MA-ACCOUNT-NO (MA-IDX) = MM-ACCOUNT-NO
                   IF MM-INSTALL-DATE > MA-NEWEST-INSTALL (MA-IDX)
                       MOVE MM-INSTALL-DATE
                           TO MA-NEWEST-INSTALL (MA-IDX)
                   END-IF
           END-SEARCH
           .

       LoadOverdueAccounts.
           OPEN INPUT AGED-BALANCE-FILE
           IF WS-AGED-BALANCE-OK
               PERFORM UNTIL WS-AGED-BALANCE-EOF
                   READ AGED-BALANCE-FILE
                       AT END SET WS-AGED-BALANCE-EOF TO TRUE
                       NOT AT END
                           MOVE AGED-BALANCE-RECORD
                               TO AGED-BALANCE-LINE
                           COMPUTE WS-OVERDUE-AMOUNT =
                               AB-BUCKET (2) + AB-BUCKET (3)
                               + AB-BUCKET (4)
                           IF WS-OVERDUE-AMOUNT > ZERO
                                   AND OVERDUE-COUNT < 2000
                               ADD 1 TO OVERDUE-COUNT
                               SET OV-IDX TO OVERDUE-COUNT
                               MOVE AB-ACCOUNT-NO
                                   TO OV-ACCOUNT-NO (OV-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGED-BALANCE-FILE
           ELSE
               IF WS-AGED-BALANCE-STATUS = "05"
                   CLOSE AGED-BALANCE-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> ResolveRefundRequests - a deposit put up for refund carries
      *> the request date in DE-REVIEW-DATE; its request on REFPEND
      *> says whether REFPAY paid it or REFAPPR turned it down.  A
      *> rejected refund goes back to being held and is reviewed
      *> again a clean period on.
      *>----------------------------------------------------------------
       ResolveRefundRequests.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-OK
               PERFORM UNTIL WS-PENDING-FILE-EOF
                   READ PENDING-FILE
                       AT END SET WS-PENDING-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE PENDING-FILE-RECORD TO RF-RECORD
                           IF RF-DEPOSIT-REFUND
                                   AND (RF-DONE OR RF-REJECTED)
                               PERFORM ResolveOneRequest
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           ELSE
               IF WS-PENDING-FILE-STATUS = "05"
                   CLOSE PENDING-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-PENDING-FILE-STATUS
           .

       ResolveOneRequest.
           MOVE RF-ACCOUNT-NO TO DE-ACCOUNT-NO
           PERFORM FindDeposit
           IF WS-DEPOSIT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE DL-RECORD (DL-IDX) TO DE-RECORD
           IF NOT DE-REFUND-PENDING
                   OR RF-REQUEST-DATE NOT = DE-REVIEW-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE RF-AMOUNT TO WS-REPORT-AMOUNT
           IF RF-DONE
               ADD 1 TO WS-REFUNDED-COUNT
               SET DE-REFUNDED TO TRUE
               MOVE ZERO TO DE-AMOUNT-HELD DE-INTEREST
               MOVE "DEPOSIT REFUNDED" TO WS-REPORT-ACTION
           ELSE
               ADD 1 TO WS-REFUND-REJECTED
               SET DE-HELD TO TRUE
               MOVE WS-RUN-DATE TO WS-MONTH-DATE-N
               PERFORM AddCleanPeriod
               MOVE WS-MONTH-DATE-N TO DE-REVIEW-DATE
               MOVE "REFUND REJECTED - HELD ON" TO WS-REPORT-ACTION
           END-IF
           MOVE DE-RECORD TO DL-RECORD (DL-IDX)
           PERFORM WriteReportLine
           .

      *>----------------------------------------------------------------
      *> LodgeReceipts - a requested deposit is paid before the rest
      *> of the bill: every receipt on TRANSACS for the account since
      *> the deposit was asked for (and not counted on an earlier
      *> night) lodges to it until it is held in full.
      *>----------------------------------------------------------------
       LodgeReceipts.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-OK
               PERFORM UNTIL WS-TRANSACTION-FILE-EOF
                   READ TRANSACTION-FILE
                       AT END SET WS-TRANSACTION-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE TRANSACTION-FILE-RECORD TO TRN-RECORD
                           IF TRN-PAYMENT
                                   AND TRN-AMOUNT > ZERO
                                   AND TRN-DATE NOT > WS-RUN-DATE
                               PERFORM LodgeOneReceipt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           ELSE
               IF WS-TRANSACTION-FILE-STATUS = "05"
                   CLOSE TRANSACTION-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-TRANSACTION-FILE-STATUS
      *>    Tonight's receipts are counted; a rerun must not lodge
      *>    them again.
           PERFORM VARYING DL-IDX FROM 1 BY 1
                   UNTIL DL-IDX > DEPOSIT-COUNT
               MOVE DL-RECORD (DL-IDX) TO DE-RECORD
               IF DE-REQUESTED
                   MOVE WS-RUN-DATE TO DE-RECEIPTS-THRU
                   MOVE DE-RECORD TO DL-RECORD (DL-IDX)
               END-IF
           END-PERFORM
           .

       LodgeOneReceipt.
           MOVE TRN-ACCOUNT-NO TO DE-ACCOUNT-NO
           PERFORM FindDeposit
           IF WS-DEPOSIT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE DL-RECORD (DL-IDX) TO DE-RECORD
           IF NOT DE-REQUESTED
                   OR TRN-DATE NOT > DE-RECEIPTS-THRU
                   OR TRN-DATE < DE-REQUEST-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OUTSTANDING = DE-REQUIRED - DE-AMOUNT-HELD
           IF WS-OUTSTANDING NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF TRN-AMOUNT < WS-OUTSTANDING
               MOVE TRN-AMOUNT TO WS-LODGE-AMOUNT
           ELSE
               MOVE WS-OUTSTANDING TO WS-LODGE-AMOUNT
           END-IF
           ADD WS-LODGE-AMOUNT TO DE-AMOUNT-HELD
           ADD 1 TO WS-LODGE-COUNT
           ADD WS-LODGE-AMOUNT TO WS-LODGED-TOTAL
           MOVE "RECEIPT LODGED TO DEPOSIT" TO WS-REPORT-ACTION
           MOVE WS-LODGE-AMOUNT TO WS-REPORT-AMOUNT
           PERFORM WriteReportLine
      *>    Held in full: the clean period and the interest both
      *>    run from the receipt that completed it.
           IF DE-AMOUNT-HELD NOT < DE-REQUIRED
               SET DE-HELD TO TRUE
               MOVE TRN-DATE TO DE-LODGED-DATE
               MOVE TRN-DATE (1:6) TO DE-INTEREST-MONTH
               MOVE TRN-DATE TO WS-MONTH-DATE-N
               PERFORM AddCleanPeriod
               MOVE WS-MONTH-DATE-N TO DE-REVIEW-DATE
               ADD 1 TO WS-FULLY-HELD-COUNT
               MOVE "DEPOSIT HELD IN FULL" TO WS-REPORT-ACTION
               MOVE DE-AMOUNT-HELD TO WS-REPORT-AMOUNT
               PERFORM WriteReportLine
           END-IF
           MOVE DE-RECORD TO DL-RECORD (DL-IDX)
           .

      *>----------------------------------------------------------------
      *> JudgeOneMeteredAccount - a new metered customer who has
      *> never had a deposit is asked for the new-customer amount; an
      *> account scoring band D or E is asked for the high-risk
      *> amount, or topped up to it.
      *>----------------------------------------------------------------
       JudgeOneMeteredAccount.
           ADD 1 TO WS-EXAMINED-COUNT
           MOVE MA-ACCOUNT-NO (MA-IDX) TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           IF CM-ACCT-CLOSED OR CM-ACCT-PLACED
               EXIT PARAGRAPH
           END-IF
           MOVE CM-ACCOUNT-NO TO DE-ACCOUNT-NO
           PERFORM FindDeposit
           IF CM-BAND-D OR CM-BAND-E
               MOVE WS-RISK-AMOUNT TO WS-REQUIRE-AMOUNT
               MOVE "R" TO WS-REQUIRE-REASON
               PERFORM RequireDeposit
           ELSE
               IF WS-DEPOSIT-FOUND = "N"
                       AND MA-NEWEST-INSTALL (MA-IDX)
                           NOT < WS-NEW-SINCE
                       AND MA-NEWEST-INSTALL (MA-IDX)
                           NOT > WS-RUN-DATE
                   MOVE WS-NEW-AMOUNT TO WS-REQUIRE-AMOUNT
                   MOVE "N" TO WS-REQUIRE-REASON
                   PERFORM RequireDeposit
               END-IF
           END-IF
           .

       RequireDeposit.
           MOVE ZERO TO WS-BILL-AMOUNT
           IF WS-DEPOSIT-FOUND = "N"
               IF DEPOSIT-COUNT >= 2000
                   DISPLAY "DEPOSIT TABLE FULL - "
                       CM-ACCOUNT-NO " NOT ASKED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DEPOSIT-COUNT
               SET DL-IDX TO DEPOSIT-COUNT
               MOVE CM-ACCOUNT-NO TO DL-ACCOUNT-NO (DL-IDX)
               PERFORM OpenNewDeposit
           ELSE
               MOVE DL-RECORD (DL-IDX) TO DE-RECORD
               EVALUATE TRUE
      *>            A deposit already handed back is asked for again
      *>            when the record turns bad once more.
                   WHEN DE-REFUNDED
                       PERFORM OpenNewDeposit
                   WHEN (DE-REQUESTED OR DE-HELD)
                           AND DE-REQUIRED < WS-REQUIRE-AMOUNT
                       COMPUTE WS-BILL-AMOUNT =
                           WS-REQUIRE-AMOUNT - DE-REQUIRED
                       MOVE WS-REQUIRE-AMOUNT TO DE-REQUIRED
                       MOVE WS-REQUIRE-REASON TO DE-REASON
                       IF DE-HELD
                           SET DE-REQUESTED TO TRUE
                           MOVE WS-RUN-DATE TO DE-REQUEST-DATE
                           MOVE WS-RUN-DATE TO DE-RECEIPTS-THRU
                       END-IF
                       ADD 1 TO WS-TOPPED-UP-COUNT
                       MOVE "DEPOSIT TOPPED UP - PAY RECORD"
                           TO WS-REPORT-ACTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-BILL-AMOUNT > ZERO
               MOVE DE-RECORD TO DL-RECORD (DL-IDX)
               PERFORM BillDeposit
           END-IF
           .

       OpenNewDeposit.
           MOVE SPACES TO DE-RECORD
           MOVE CM-ACCOUNT-NO TO DE-ACCOUNT-NO
           MOVE WS-REQUIRE-REASON TO DE-REASON
           SET DE-REQUESTED TO TRUE
           MOVE WS-REQUIRE-AMOUNT TO DE-REQUIRED
           MOVE ZERO TO DE-AMOUNT-HELD DE-INTEREST
           MOVE WS-RUN-DATE TO DE-REQUEST-DATE
           MOVE ZEROS TO DE-LODGED-DATE DE-INTEREST-MONTH
               DE-REVIEW-DATE
      *>    Only receipts after tonight's bill lodge to it.
           MOVE WS-RUN-DATE TO DE-RECEIPTS-THRU
           MOVE WS-REQUIRE-AMOUNT TO WS-BILL-AMOUNT
           ADD 1 TO WS-REQUESTED-COUNT
           IF DE-NEW-METERED
               MOVE "DEPOSIT ASKED - NEW METERED"
                   TO WS-REPORT-ACTION
           ELSE
               MOVE "DEPOSIT ASKED - PAY RECORD"
                   TO WS-REPORT-ACTION
           END-IF
           .

      *>----------------------------------------------------------------
      *> BillDeposit - the request goes on the customer's bill as a
      *> charge line on the TRANSACS stream like any other.
      *>----------------------------------------------------------------
       BillDeposit.
           ADD WS-BILL-AMOUNT TO WS-BILLED-TOTAL
           MOVE SPACES TO TRN-RECORD
           SET TRN-CHARGE TO TRUE
           MOVE DE-ACCOUNT-NO TO TRN-ACCOUNT-NO
           MOVE WS-RUN-DATE TO TRN-DATE
           MOVE WS-BILL-AMOUNT TO TRN-AMOUNT
           MOVE "DEPOSIT   " TO TRN-REFERENCE
           MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
           WRITE TRANSACTION-FILE-RECORD FROM TRN-RECORD
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
           END-IF
           MOVE WS-BILL-AMOUNT TO WS-REPORT-AMOUNT
           PERFORM WriteReportLine
           .

      *>----------------------------------------------------------------
      *> AccrueInterest - one month's interest at the annual rate on
      *> the amount held, once per calendar month after the month
      *> the deposit was lodged.
      *>----------------------------------------------------------------
       AccrueInterest.
           IF DE-INTEREST-MONTH NOT < WS-RUN-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-MONTH TO DE-INTEREST-MONTH
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               DE-AMOUNT-HELD * WS-ANNUAL-RATE / 12
               ON SIZE ERROR
                   DISPLAY "INTEREST TOO LARGE FOR "
                       DE-ACCOUNT-NO " - NOT ACCRUED"
                   MOVE ZERO TO WS-INTEREST-AMOUNT
           END-COMPUTE
           IF WS-INTEREST-AMOUNT > ZERO
               ADD WS-INTEREST-AMOUNT TO DE-INTEREST
               ADD 1 TO WS-INTEREST-COUNT
               ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
           END-IF
           .

      *>----------------------------------------------------------------
      *> ReviewDeposit - a clean year hands the deposit and its
      *> interest back through the refund approval and payment runs;
      *> anything overdue or a band D/E score keeps it another
      *> clean period.
      *>----------------------------------------------------------------
       ReviewDeposit.
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE DE-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               EXIT PARAGRAPH
           END-IF
      *>    A closing account's deposit goes against its final bill
      *>    in ACCCLOSE, never back to the bank from here.
           IF CM-ACCT-CLOSED OR CM-ON-HOLD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IS-OVERDUE
           SET OV-IDX TO 1
           SEARCH OVERDUE-ENTRY
               AT END
                   CONTINUE
               WHEN OV-ACCOUNT-NO (OV-IDX) = DE-ACCOUNT-NO
                   MOVE "Y" TO WS-IS-OVERDUE
           END-SEARCH
           IF WS-IS-OVERDUE = "Y" OR CM-BAND-D OR CM-BAND-E
                   OR CM-ACCT-PLACED
               ADD 1 TO WS-NOT-CLEAN-COUNT
               MOVE DE-REVIEW-DATE TO WS-MONTH-DATE-N
               PERFORM AddCleanPeriod
               MOVE WS-MONTH-DATE-N TO DE-REVIEW-DATE
               MOVE "REVIEWED - NOT YET CLEAN" TO WS-REPORT-ACTION
               MOVE DE-AMOUNT-HELD TO WS-REPORT-AMOUNT
               PERFORM WriteReportLine
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RF-RECORD
           MOVE DE-ACCOUNT-NO TO RF-ACCOUNT-NO
           COMPUTE RF-AMOUNT = DE-AMOUNT-HELD + DE-INTEREST
           MOVE CM-CURRENCY-CODE TO RF-CURRENCY-CODE
           MOVE WS-RUN-DATE TO RF-REQUEST-DATE
           SET RF-PENDING TO TRUE
           MOVE ZEROS TO RF-APPROVED-BY
           MOVE WS-RUN-OPERATOR TO RF-RAISED-BY
           SET RF-DEPOSIT-REFUND TO TRUE
           WRITE PENDING-FILE-RECORD FROM RF-RECORD
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "REFPEND WRITE FAILED, STATUS = "
                   WS-PENDING-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           SET DE-REFUND-PENDING TO TRUE
           MOVE WS-RUN-DATE TO DE-REVIEW-DATE
           ADD 1 TO WS-REFUND-REQUESTED
           ADD RF-AMOUNT TO WS-REFUND-REQUESTED-TOTAL
           MOVE "CLEAN - REFUND REQUESTED" TO WS-REPORT-ACTION
           MOVE RF-AMOUNT TO WS-REPORT-AMOUNT
           PERFORM WriteReportLine
           .

       AddCleanPeriod.
           COMPUTE WS-MONTH-WORK = WS-MD-MONTH + WS-CLEAN-MONTHS - 1
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEAR-CARRY
               REMAINDER WS-MONTH-REMAINDER
           ADD WS-YEAR-CARRY TO WS-MD-YEAR
           COMPUTE WS-MD-MONTH = WS-MONTH-REMAINDER + 1
           IF WS-MD-DAY > 28
               MOVE 28 TO WS-MD-DAY
           END-IF
           .

       WriteReportLine.
           MOVE DE-ACCOUNT-NO TO RL-ACCOUNT
           MOVE WS-REPORT-ACTION TO RL-ACTION
           MOVE WS-REPORT-AMOUNT TO RL-AMOUNT
           WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-DEPOSIT-REPORT-STATUS NOT = "00"
               DISPLAY "DEPRPT WRITE FAILED, STATUS = "
                   WS-DEPOSIT-REPORT-STATUS
           END-IF
           .

       WriteNewLedger.
           OPEN OUTPUT NEW-DEPOSIT-LEDGER
           MOVE ZEROS TO WS-GEN-RECORDS
           PERFORM VARYING DL-IDX FROM 1 BY 1
                   UNTIL DL-IDX > DEPOSIT-COUNT
               WRITE NEW-DEPOSIT-RECORD FROM DL-RECORD (DL-IDX)
               ADD 1 TO WS-GEN-RECORDS
               IF WS-NEW-DEPOSIT-STATUS NOT = "00"
                   DISPLAY "DEPOSITO WRITE FAILED, STATUS = "
                       WS-NEW-DEPOSIT-STATUS
               END-IF
           END-PERFORM
           CLOSE NEW-DEPOSIT-LEDGER
           MOVE "DEPOSITO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> PostGeneralLedgerPair - one balanced debit/credit pair to the
      *> shared GLPOSTF posting file through the GLPOST service; the
      *> daily trial balance proves the pairs stayed balanced.
      *>----------------------------------------------------------------
       PostGeneralLedgerPair.
           MOVE WS-RUN-DATE TO GL-DATE
           MOVE WS-RUN-PROGRAM-ID TO GL-SOURCE
           MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
           SET GL-DEBIT TO TRUE
           MOVE WS-GL-PAIR-AMOUNT TO GL-AMOUNT
           CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
           SET GL-CREDIT TO TRUE
           CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           .

      *>----------------------------------------------------------------
      *> WriteGenerationCount - the record count of the new
      *> generation appends to the shared GENCOUNT file; that count
      *> is what the promotion utility verifies the file against
      *> before swapping it live.
      *>----------------------------------------------------------------
       WriteGenerationCount.
           OPEN EXTEND GENERATION-COUNT-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-GEN-COUNT-STATUS NOT = "00"
                   AND WS-GEN-COUNT-STATUS NOT = "05"
               OPEN OUTPUT GENERATION-COUNT-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO GN-PROGRAM
           MOVE WS-GEN-FILE-NAME TO GN-FILE-NAME
           MOVE WS-RUN-DATE TO GN-RUN-DATE
           MOVE WS-GEN-RECORDS TO GN-RECORD-COUNT
           WRITE GN-RECORD
           IF WS-GEN-COUNT-STATUS NOT = "00"
               DISPLAY "GENCOUNT WRITE FAILED, STATUS = "
                   WS-GEN-COUNT-STATUS
           END-IF
           CLOSE GENERATION-COUNT-FILE
           .

       WriteControlRecord.
           OPEN EXTEND CONTROL-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-EXAMINED-COUNT TO CTL-INPUT-COUNT
      *>    Output is every metered account asked for a deposit or
      *>    a top-up tonight; the rest sit in the reject column.
           COMPUTE CTL-OUTPUT-COUNT =
               WS-REQUESTED-COUNT + WS-TOPPED-UP-COUNT
           COMPUTE CTL-REJECT-COUNT =
               WS-EXAMINED-COUNT - WS-REQUESTED-COUNT
               - WS-TOPPED-UP-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM DEPOSIT.
