      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anti-money-laundering cash screening, run daily after
      *          TRNSORT - take each account's cash receipts (PY lines
      *          from any source not listed on AMLPARM as a non-cash
      *          channel; LOCKBOX cheques and AGYSETL agency
      *          remittances by default) and its REFPAY refunds off the
      *          TRNXTR sorted extract and judge them over the AMLPARM
      *          rolling window.  Cash on one account today that
      *          reaches the reporting threshold, in one receipt or in
      *          several, is a mandatory report: one line per account
      *          to the AMLCTR report file with the customer's name
      *          and address off CUSTMAST.  Structuring (receipts each
      *          just under the threshold, spread over more than one
      *          day of the window, that together reach it) and cash
      *          refunded back through REFPAY inside the refund window
      *          go to the AMLREVW review list.  Every finding opens a
      *          case on the AMLCASE case file, where compliance
      *          records its disposition through AMLCMNT; a pattern
      *          already under an open case is listed against that
      *          case rather than opened twice, and a rerun on the
      *          same day opens nothing new.  The day's cash tender
      *          total off SETTLDD is set against the cash that
      *          reached customer accounts, so cash taken but never
      *          put to an account shows on the review list.  The
      *          review list is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSACTION-EXTRACT ASSIGN TO "TRNXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-EXTRACT-STATUS.
           SELECT OPTIONAL AML-PARM-FILE ASSIGN TO "AMLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AML-PARM-STATUS.
           SELECT OPTIONAL SETTLEMENT-FILE ASSIGN TO "SETTLDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-FILE-STATUS.
           SELECT OPTIONAL CASE-FILE ASSIGN TO "AMLCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT CASH-REPORT-FILE ASSIGN TO "AMLCTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-REPORT-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO "AMLREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-EXTRACT.
       01  TRANSACTION-EXTRACT-RECORD PIC X(106).
      *>   AMLPARM - one "L" line with the limits, and any number of
      *>   "N" lines naming a TRN-SOURCE whose PY receipts are not
      *>   cash.  Listing any "N" line replaces the default list.
       FD  AML-PARM-FILE.
       01  AML-PARM-RECORD.
           05 AP-RECORD-TYPE PIC X.
               88 AP-LIMITS VALUE "L".
               88 AP-NON-CASH-SOURCE VALUE "N".
           05 AP-BODY PIC X(20).
           05 AP-LIMITS-BODY REDEFINES AP-BODY.
               10 AP-THRESHOLD PIC 9(7)V99.
               10 AP-WINDOW-DAYS PIC 9(3).
               10 AP-FLOOR-PCT PIC 9(3).
               10 AP-MIN-COUNT PIC 9(2).
               10 AP-REFUND-DAYS PIC 9(3).
           05 AP-SOURCE-BODY REDEFINES AP-BODY.
               10 AP-SOURCE PIC X(8).
               10 FILLER PIC X(12).
       FD  SETTLEMENT-FILE.
       COPY SETREC.
       FD  CASE-FILE.
       01  CASE-FILE-RECORD PIC X(113).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
      *>   AMLCTR - one mandatory cash report per account per day.
       FD  CASH-REPORT-FILE.
       01  CASH-REPORT-RECORD.
           05 CR-CASE-NO PIC 9(8).
           05 CR-REPORT-TYPE PIC X(1).
           05 CR-ACCOUNT-NO PIC 9(10).
           05 CR-CUSTOMER-NAME PIC X(30).
           05 CR-ADDRESS PIC X(30).
           05 CR-CASH-DATE PIC 9(8).
           05 CR-CASH-AMOUNT PIC 9(9)V99.
           05 CR-RECEIPT-COUNT PIC 9(3).
           05 CR-LARGEST-AMOUNT PIC 9(9)V99.
           05 CR-LARGEST-REFERENCE PIC X(10).
           05 CR-LARGEST-SOURCE PIC X(8).
       FD  REVIEW-REPORT.
       01  REVIEW-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY TRNREC.
       COPY TXREC.
       COPY AMLCREC.
       01 WS-TRANSACTION-EXTRACT-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-EXTRACT-OK VALUE "00".
           88 WS-TRANSACTION-EXTRACT-EOF VALUE "10".
       01 WS-AML-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-AML-PARM-OK VALUE "00".
           88 WS-AML-PARM-EOF VALUE "10".
       01 WS-SETTLEMENT-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-SETTLEMENT-FILE-OK VALUE "00".
           88 WS-SETTLEMENT-FILE-EOF VALUE "10".
       01 WS-CASE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CASE-FILE-OK VALUE "00".
           88 WS-CASE-FILE-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-CASH-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-REVIEW-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   Screening limits - AMLPARM "L" line, else these defaults.
      *>   A receipt counts toward structuring when it is under the
      *>   threshold but at least the floor percentage of it.
       01 WS-THRESHOLD PIC 9(7)V99 VALUE 10000.00.
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 7.
       01 WS-FLOOR-PCT PIC 9(3) VALUE 50.
       01 WS-MIN-COUNT PIC 9(2) VALUE 2.
       01 WS-REFUND-DAYS PIC 9(3) VALUE 30.
       01 WS-FLOOR-AMOUNT PIC 9(9)V99 VALUE ZERO.
      *>   Oldest receipt age, in days before today, worth tabling.
       01 WS-KEEP-DAYS PIC 9(3) VALUE ZERO.
      *>   PY sources that are not cash.
       01 NON-CASH-TABLE.
           05 NON-CASH-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON NON-CASH-COUNT
               INDEXED BY NC-IDX.
               10 NC-SOURCE PIC X(8).
       01 NON-CASH-COUNT PIC 9(2) VALUE ZERO.
      *>   One account's cash receipts and refunds inside the window,
      *>   each with its age in days before today.
       01 CASH-TABLE.
           05 CASH-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON CASH-COUNT
               INDEXED BY CE-IDX.
               10 CE-KIND PIC X.
                   88 CE-CASH-RECEIPT VALUE "C".
                   88 CE-REFUND VALUE "R".
               10 CE-DATE PIC 9(8).
               10 CE-AGE PIC 9(5).
               10 CE-AMOUNT PIC S9(9)V99.
               10 CE-REFERENCE PIC X(10).
               10 CE-SOURCE PIC X(8).
       01 CASH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TODAY-ACTIVITY PIC X VALUE "N".
      *>   Cases already on AMLCASE that a new finding could repeat:
      *>   the open ones and any opened today.
       01 OPEN-CASE-TABLE.
           05 OPEN-CASE-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON OPEN-CASE-COUNT
               INDEXED BY OC-IDX.
               10 OC-CASE-NO PIC 9(8).
               10 OC-ACCOUNT-NO PIC 9(10).
               10 OC-CASE-TYPE PIC X.
               10 OC-OPENED-DATE PIC 9(8).
               10 OC-STATUS PIC X.
       01 OPEN-CASE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LAST-CASE-NO PIC 9(8) VALUE ZERO.
       01 WS-CASE-NO PIC 9(8) VALUE ZERO.
       01 WS-CASE-EXISTS PIC X VALUE "N".
      *>   The finding being judged.
       01 WS-FINDING-TYPE PIC X VALUE SPACE.
       01 WS-FINDING-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-FINDING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FINDING-FIRST PIC 9(8) VALUE ZERO.
       01 WS-FINDING-LAST PIC 9(8) VALUE ZERO.
       01 WS-FINDING-REFUND PIC S9(9)V99 VALUE ZERO.
       01 WS-LARGEST-SUB PIC 9(4) VALUE ZERO.
       01 WS-IS-CASH PIC X VALUE "N".
      *>   Run totals.
       01 WS-CASH-TODAY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CASH-TODAY-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-TENDER-CASH-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-UNATTRIBUTED-CASH PIC S9(11)V99 VALUE ZERO.
       01 WS-REPORTS-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-REVIEW-ITEMS PIC 9(7) VALUE ZERO.
       01 WS-CASES-OPENED PIC 9(7) VALUE ZERO.
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
       01 WS-HEADING-LINE.
           05 FILLER PIC X(38)
               VALUE "AML CASH SCREENING - REVIEW LIST".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 HL-RUN-DATE PIC 9(8).
       01 WS-LIMITS-LINE.
           05 FILLER PIC X(11) VALUE "THRESHOLD ".
           05 LL-THRESHOLD PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  WINDOW ".
           05 LL-WINDOW-DAYS PIC ZZ9.
           05 FILLER PIC X(20) VALUE " DAYS  REFUND WINDOW".
           05 LL-REFUND-DAYS PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
       01 WS-COLUMN-LINE PIC X(80) VALUE
           "ACCOUNT     CASE NO  T        CASH AMOUNT  NO FINDING".
       01 WS-REPORT-LINE.
           05 RL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-CASE-NO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-CASE-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-AMOUNT PIC --,---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-COUNT PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-TEXT PIC X(35).
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(40).
           05 TL-AMOUNT PIC --,---,---,--9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "AMLSCRN " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetScreeningLimits
           PERFORM LoadExistingCases
           PERFORM TotalTenderCash
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
                   " - REPORTS GO OUT WITHOUT NAME AND ADDRESS"
           END-IF
           OPEN EXTEND CASE-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-CASE-FILE-STATUS NOT = "00"
                   AND WS-CASE-FILE-STATUS NOT = "05"
               OPEN OUTPUT CASE-FILE
           END-IF
           OPEN OUTPUT CASH-REPORT-FILE
           OPEN OUTPUT REVIEW-REPORT
           PERFORM WriteReviewHeading
           PERFORM ScreenEachAccount
           PERFORM WriteReviewTotals
           CLOSE CASE-FILE CASH-REPORT-FILE REVIEW-REPORT
               CUSTOMER-MASTER
           MOVE "AMLREVW " TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "CASH RECEIPTS TODAY  : " WS-CASH-TODAY-COUNT
           DISPLAY "MANDATORY REPORTS    : " WS-REPORTS-WRITTEN
           DISPLAY "REVIEW ITEMS         : " WS-REVIEW-ITEMS
           DISPLAY "CASES OPENED         : " WS-CASES-OPENED
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> GetScreeningLimits - the AMLPARM limits line and non-cash
      *> source list; a line that does not edit is ignored and the
      *> default kept.
      *>----------------------------------------------------------------
       GetScreeningLimits.
           OPEN INPUT AML-PARM-FILE
           IF WS-AML-PARM-OK
               PERFORM UNTIL WS-AML-PARM-EOF
                   READ AML-PARM-FILE
                       AT END SET WS-AML-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM TakeOneParmLine
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "AMLPARM NOT AVAILABLE - DEFAULT LIMITS USED"
           END-IF
           CLOSE AML-PARM-FILE
           IF NON-CASH-COUNT = 0
               MOVE 2 TO NON-CASH-COUNT
               MOVE "LOCKBOX " TO NC-SOURCE (1)
               MOVE "AGYSETL " TO NC-SOURCE (2)
           END-IF
           COMPUTE WS-FLOOR-AMOUNT ROUNDED =
               WS-THRESHOLD * WS-FLOOR-PCT / 100
      *>    The structuring window counts today as its first day.
           IF WS-WINDOW-DAYS = 0
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-KEEP-DAYS = WS-WINDOW-DAYS - 1
           IF WS-REFUND-DAYS > WS-KEEP-DAYS
               MOVE WS-REFUND-DAYS TO WS-KEEP-DAYS
           END-IF
           DISPLAY "REPORTING THRESHOLD  : " WS-THRESHOLD
           DISPLAY "WINDOW DAYS          : " WS-WINDOW-DAYS
           DISPLAY "REFUND WINDOW DAYS   : " WS-REFUND-DAYS
           .

       TakeOneParmLine.
           EVALUATE TRUE
               WHEN AP-LIMITS
                   IF AP-THRESHOLD NUMERIC AND AP-THRESHOLD > 0
                       MOVE AP-THRESHOLD TO WS-THRESHOLD
                   END-IF
                   IF AP-WINDOW-DAYS NUMERIC
                       MOVE AP-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
                   IF AP-FLOOR-PCT NUMERIC AND AP-FLOOR-PCT < 100
                       MOVE AP-FLOOR-PCT TO WS-FLOOR-PCT
                   END-IF
                   IF AP-MIN-COUNT NUMERIC AND AP-MIN-COUNT > 1
                       MOVE AP-MIN-COUNT TO WS-MIN-COUNT
                   END-IF
                   IF AP-REFUND-DAYS NUMERIC
                       MOVE AP-REFUND-DAYS TO WS-REFUND-DAYS
                   END-IF
               WHEN AP-NON-CASH-SOURCE
                   IF NON-CASH-COUNT < 20 AND AP-SOURCE NOT = SPACES
                       ADD 1 TO NON-CASH-COUNT
                       MOVE AP-SOURCE TO NC-SOURCE (NON-CASH-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "AMLPARM LINE IGNORED: " AML-PARM-RECORD
           END-EVALUATE
           .

      *>----------------------------------------------------------------
      *> LoadExistingCases - the highest case number issued so far,
      *> and every case a finding tonight could repeat.
      *>----------------------------------------------------------------
       LoadExistingCases.
           OPEN INPUT CASE-FILE
           IF WS-CASE-FILE-OK
               PERFORM UNTIL WS-CASE-FILE-EOF
                   READ CASE-FILE INTO AC-RECORD
                       AT END SET WS-CASE-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TableOneCase
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CASE-FILE
           .

       TableOneCase.
           IF AC-CASE-NO > WS-LAST-CASE-NO
               MOVE AC-CASE-NO TO WS-LAST-CASE-NO
           END-IF
           IF AC-OPEN-CASE OR AC-OPENED-DATE = WS-RUN-DATE
               IF OPEN-CASE-COUNT < 5000
                   ADD 1 TO OPEN-CASE-COUNT
                   SET OC-IDX TO OPEN-CASE-COUNT
                   MOVE AC-CASE-NO TO OC-CASE-NO (OC-IDX)
                   MOVE AC-ACCOUNT-NO TO OC-ACCOUNT-NO (OC-IDX)
                   MOVE AC-CASE-TYPE TO OC-CASE-TYPE (OC-IDX)
                   MOVE AC-OPENED-DATE TO OC-OPENED-DATE (OC-IDX)
                   MOVE AC-STATUS TO OC-STATUS (OC-IDX)
               ELSE
                   DISPLAY "OPEN CASE TABLE FULL - CASE "
                       AC-CASE-NO " NOT CHECKED FOR REPEATS"
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> TotalTenderCash - today's cash tender total off SETTLDD, to
      *> set against the cash that reached customer accounts.
      *>----------------------------------------------------------------
       TotalTenderCash.
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLEMENT-FILE-OK
               PERFORM UNTIL WS-SETTLEMENT-FILE-EOF
                   READ SETTLEMENT-FILE
                       AT END SET WS-SETTLEMENT-FILE-EOF TO TRUE
                       NOT AT END
                           IF ST-CASH AND ST-DATE = WS-RUN-DATE
                               ADD ST-AMOUNT TO WS-TENDER-CASH-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "SETTLDD NOT AVAILABLE - NO TENDER CASH TOTAL"
           END-IF
           CLOSE SETTLEMENT-FILE
           .

      *>----------------------------------------------------------------
      *> ScreenEachAccount - the extract holds an account's
      *> transactions together in date order, ended by its summary
      *> record, so the cash table only ever holds one account.  An
      *> account with no cash or refund today has nothing new to
      *> screen.
      *>----------------------------------------------------------------
       ScreenEachAccount.
           PERFORM OpenTransactionExtract
           PERFORM UNTIL WS-TRANSACTION-EXTRACT-EOF
               PERFORM ReadTransactionExtract
               IF NOT WS-TRANSACTION-EXTRACT-EOF
                   EVALUATE TRUE
                       WHEN TX-DETAIL
                           PERFORM TableOneCashLine
                       WHEN TX-SUMMARY
                           IF WS-TODAY-ACTIVITY = "Y"
                               PERFORM ScreenOneAccount
                           END-IF
                           MOVE ZERO TO CASH-COUNT
                           MOVE "N" TO WS-TODAY-ACTIVITY
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-EXTRACT
           .

      *>    A cash receipt is a PY from a source not on the non-cash
      *>    list; a refund is the AJ REFPAY writes when it pays a
      *>    balance back.
       TableOneCashLine.
           MOVE "N" TO WS-IS-CASH
           EVALUATE TRUE
               WHEN TRN-PAYMENT
                   MOVE "C" TO WS-IS-CASH
                   SET NC-IDX TO 1
                   SEARCH NON-CASH-ENTRY
                       WHEN NC-SOURCE (NC-IDX) = TRN-SOURCE
                           MOVE "N" TO WS-IS-CASH
                   END-SEARCH
               WHEN TRN-ADJUSTMENT
                   IF TRN-SOURCE = "REFPAY  "
                           AND TRN-REFERENCE = "REFUND    "
                       MOVE "R" TO WS-IS-CASH
                   END-IF
           END-EVALUATE
           IF WS-IS-CASH = "N" OR TRN-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-DATE-FUNCTION
           MOVE TRN-DATE TO WS-DATE-1
           MOVE WS-RUN-DATE TO WS-DATE-2
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0 OR WS-DAY-COUNT > WS-KEEP-DAYS
               EXIT PARAGRAPH
           END-IF
           IF CASH-COUNT < 2000
               ADD 1 TO CASH-COUNT
               SET CE-IDX TO CASH-COUNT
               MOVE WS-IS-CASH TO CE-KIND (CE-IDX)
               MOVE TRN-DATE TO CE-DATE (CE-IDX)
               MOVE WS-DAY-COUNT TO CE-AGE (CE-IDX)
               MOVE TRN-AMOUNT TO CE-AMOUNT (CE-IDX)
               MOVE TRN-REFERENCE TO CE-REFERENCE (CE-IDX)
               MOVE TRN-SOURCE TO CE-SOURCE (CE-IDX)
               IF WS-DAY-COUNT = 0
                   MOVE "Y" TO WS-TODAY-ACTIVITY
                   IF CE-CASH-RECEIPT (CE-IDX)
                       ADD 1 TO WS-CASH-TODAY-COUNT
                       ADD TRN-AMOUNT TO WS-CASH-TODAY-TOTAL
                   END-IF
               END-IF
           ELSE
               DISPLAY "CASH TABLE FULL - "
                   TRN-ACCOUNT-NO " NOT FULLY SCREENED"
           END-IF
           .

       ScreenOneAccount.
           PERFORM CheckDailyCash
           PERFORM CheckStructuring
           PERFORM CheckRefundCycle
           .

      *>----------------------------------------------------------------
      *> CheckDailyCash - today's cash on the account, one receipt or
      *> many, reaching the threshold is a mandatory report: "L" when
      *> one receipt reaches it alone, "A" when only the day's total
      *> does.
      *>----------------------------------------------------------------
       CheckDailyCash.
           MOVE ZERO TO WS-FINDING-AMOUNT WS-FINDING-COUNT
               WS-FINDING-REFUND WS-LARGEST-SUB
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > CASH-COUNT
               IF CE-CASH-RECEIPT (CE-IDX) AND CE-AGE (CE-IDX) = 0
                   ADD CE-AMOUNT (CE-IDX) TO WS-FINDING-AMOUNT
                   ADD 1 TO WS-FINDING-COUNT
                   IF WS-LARGEST-SUB = 0
                       SET WS-LARGEST-SUB TO CE-IDX
                   ELSE
                       IF CE-AMOUNT (CE-IDX)
                               > CE-AMOUNT (WS-LARGEST-SUB)
                           SET WS-LARGEST-SUB TO CE-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FINDING-AMOUNT < WS-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           IF CE-AMOUNT (WS-LARGEST-SUB) >= WS-THRESHOLD
               MOVE "L" TO WS-FINDING-TYPE
           ELSE
               MOVE "A" TO WS-FINDING-TYPE
           END-IF
           MOVE WS-RUN-DATE TO WS-FINDING-FIRST WS-FINDING-LAST
           PERFORM FindExistingCase
           IF WS-CASE-EXISTS = "N"
               PERFORM OpenNewCase
           END-IF
           PERFORM WriteCashReport
           IF WS-CASE-EXISTS = "Y"
               MOVE "MANDATORY REPORT - CASE ALREADY OPEN" TO RL-TEXT
           ELSE
               IF WS-FINDING-TYPE = "L"
                   MOVE "LARGE CASH - MANDATORY REPORT" TO RL-TEXT
               ELSE
                   MOVE "DAILY CASH - MANDATORY REPORT" TO RL-TEXT
               END-IF
           END-IF
           PERFORM WriteReviewLine
           .

      *>----------------------------------------------------------------
      *> CheckStructuring - receipts each under the threshold but at
      *> least the floor amount, inside the window, that together
      *> reach the threshold.  They must include one taken today (so
      *> a pattern is raised once, when it completes) and span more
      *> than one day; cash split within a single day is already
      *> caught by the daily total.
      *>----------------------------------------------------------------
       CheckStructuring.
           MOVE ZERO TO WS-FINDING-AMOUNT WS-FINDING-COUNT
               WS-FINDING-REFUND WS-FINDING-LAST
           MOVE WS-RUN-DATE TO WS-FINDING-FIRST
           MOVE "N" TO WS-TODAY-ACTIVITY
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > CASH-COUNT
               IF CE-CASH-RECEIPT (CE-IDX)
                       AND CE-AGE (CE-IDX) < WS-WINDOW-DAYS
                       AND CE-AMOUNT (CE-IDX) < WS-THRESHOLD
                       AND CE-AMOUNT (CE-IDX) >= WS-FLOOR-AMOUNT
                   ADD CE-AMOUNT (CE-IDX) TO WS-FINDING-AMOUNT
                   ADD 1 TO WS-FINDING-COUNT
                   IF CE-DATE (CE-IDX) < WS-FINDING-FIRST
                       MOVE CE-DATE (CE-IDX) TO WS-FINDING-FIRST
                   END-IF
                   IF CE-DATE (CE-IDX) > WS-FINDING-LAST
                       MOVE CE-DATE (CE-IDX) TO WS-FINDING-LAST
                   END-IF
                   IF CE-AGE (CE-IDX) = 0
                       MOVE "Y" TO WS-TODAY-ACTIVITY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TODAY-ACTIVITY = "N"
                   OR WS-FINDING-COUNT < WS-MIN-COUNT
                   OR WS-FINDING-AMOUNT < WS-THRESHOLD
                   OR WS-FINDING-FIRST = WS-FINDING-LAST
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-FINDING-TYPE
           PERFORM FindExistingCase
           IF WS-CASE-EXISTS = "Y"
               MOVE "STRUCTURING - CASE ALREADY OPEN" TO RL-TEXT
           ELSE
               PERFORM OpenNewCase
               MOVE "POSSIBLE STRUCTURING" TO RL-TEXT
           END-IF
           PERFORM WriteReviewLine
           .

      *>----------------------------------------------------------------
      *> CheckRefundCycle - a refund REFPAY paid today on an account
      *> that paid cash inside the refund window: money in as cash,
      *> back out as a bank credit.
      *>----------------------------------------------------------------
       CheckRefundCycle.
           MOVE ZERO TO WS-FINDING-AMOUNT WS-FINDING-COUNT
               WS-FINDING-REFUND WS-FINDING-LAST
           MOVE WS-RUN-DATE TO WS-FINDING-FIRST
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > CASH-COUNT
               EVALUATE TRUE
                   WHEN CE-REFUND (CE-IDX) AND CE-AGE (CE-IDX) = 0
                       ADD CE-AMOUNT (CE-IDX) TO WS-FINDING-REFUND
                   WHEN CE-CASH-RECEIPT (CE-IDX)
                           AND CE-AGE (CE-IDX) <= WS-REFUND-DAYS
                       ADD CE-AMOUNT (CE-IDX) TO WS-FINDING-AMOUNT
                       ADD 1 TO WS-FINDING-COUNT
                       IF CE-DATE (CE-IDX) < WS-FINDING-FIRST
                           MOVE CE-DATE (CE-IDX) TO WS-FINDING-FIRST
                       END-IF
                       IF CE-DATE (CE-IDX) > WS-FINDING-LAST
                           MOVE CE-DATE (CE-IDX) TO WS-FINDING-LAST
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-FINDING-REFUND = 0 OR WS-FINDING-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-FINDING-TYPE
           PERFORM FindExistingCase
           IF WS-CASE-EXISTS = "Y"
               MOVE "CASH REFUNDED - CASE ALREADY OPEN" TO RL-TEXT
           ELSE
               PERFORM OpenNewCase
               MOVE "CASH PAID IN THEN REFUNDED" TO RL-TEXT
           END-IF
           PERFORM WriteReviewLine
           .

      *>----------------------------------------------------------------
      *> FindExistingCase - a mandatory report already cased today
      *> (a rerun) is not cased again; a structuring or refund
      *> pattern already under an open case of its kind, or cased
      *> today, is listed against that case.
      *>----------------------------------------------------------------
       FindExistingCase.
           MOVE "N" TO WS-CASE-EXISTS
           MOVE ZERO TO WS-CASE-NO
           SET OC-IDX TO 1
           SEARCH OPEN-CASE-ENTRY
               WHEN OC-ACCOUNT-NO (OC-IDX) = TX-ACCOUNT-NO
                       AND (((WS-FINDING-TYPE = "L" OR "A")
                           AND (OC-CASE-TYPE (OC-IDX) = "L" OR "A")
                           AND OC-OPENED-DATE (OC-IDX) = WS-RUN-DATE)
                       OR ((WS-FINDING-TYPE = "S" OR "R")
                           AND OC-CASE-TYPE (OC-IDX) = WS-FINDING-TYPE))
                   MOVE "Y" TO WS-CASE-EXISTS
                   MOVE OC-CASE-NO (OC-IDX) TO WS-CASE-NO
           END-SEARCH
           .

       OpenNewCase.
           ADD 1 TO WS-LAST-CASE-NO
           MOVE WS-LAST-CASE-NO TO WS-CASE-NO
           MOVE SPACES TO AC-RECORD
           MOVE WS-CASE-NO TO AC-CASE-NO
           MOVE TX-ACCOUNT-NO TO AC-ACCOUNT-NO
           MOVE WS-FINDING-TYPE TO AC-CASE-TYPE
           MOVE WS-RUN-DATE TO AC-OPENED-DATE
           MOVE WS-FINDING-AMOUNT TO AC-CASH-AMOUNT
           MOVE WS-FINDING-COUNT TO AC-RECEIPT-COUNT
           MOVE WS-FINDING-FIRST TO AC-FIRST-DATE
           MOVE WS-FINDING-LAST TO AC-LAST-DATE
           MOVE WS-FINDING-REFUND TO AC-REFUND-AMOUNT
           SET AC-OPEN-CASE TO TRUE
           MOVE ZERO TO AC-DISPOSED-DATE AC-REVIEWER
           WRITE CASE-FILE-RECORD FROM AC-RECORD
           IF WS-CASE-FILE-STATUS NOT = "00"
               DISPLAY "AMLCASE WRITE FAILED, STATUS = "
                   WS-CASE-FILE-STATUS
           ELSE
               ADD 1 TO WS-CASES-OPENED
           END-IF
      *>    A second finding of the same kind on this account tonight
      *>    finds this case rather than opening another.
           IF OPEN-CASE-COUNT < 5000
               ADD 1 TO OPEN-CASE-COUNT
               SET OC-IDX TO OPEN-CASE-COUNT
               MOVE WS-CASE-NO TO OC-CASE-NO (OC-IDX)
               MOVE TX-ACCOUNT-NO TO OC-ACCOUNT-NO (OC-IDX)
               MOVE WS-FINDING-TYPE TO OC-CASE-TYPE (OC-IDX)
               MOVE WS-RUN-DATE TO OC-OPENED-DATE (OC-IDX)
               MOVE "O" TO OC-STATUS (OC-IDX)
           END-IF
           .

       WriteCashReport.
           MOVE SPACES TO CASH-REPORT-RECORD
           MOVE WS-CASE-NO TO CR-CASE-NO
           MOVE WS-FINDING-TYPE TO CR-REPORT-TYPE
           MOVE TX-ACCOUNT-NO TO CR-ACCOUNT-NO
           MOVE TX-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF CM-STATUS-OK
               MOVE CM-CUSTOMER-NAME TO CR-CUSTOMER-NAME
               MOVE CM-ADDRESS TO CR-ADDRESS
           ELSE
               MOVE "NOT ON CUSTMAST" TO CR-CUSTOMER-NAME
           END-IF
           MOVE WS-RUN-DATE TO CR-CASH-DATE
           MOVE WS-FINDING-AMOUNT TO CR-CASH-AMOUNT
           MOVE WS-FINDING-COUNT TO CR-RECEIPT-COUNT
           MOVE CE-AMOUNT (WS-LARGEST-SUB) TO CR-LARGEST-AMOUNT
           MOVE CE-REFERENCE (WS-LARGEST-SUB) TO CR-LARGEST-REFERENCE
           MOVE CE-SOURCE (WS-LARGEST-SUB) TO CR-LARGEST-SOURCE
           WRITE CASH-REPORT-RECORD
           IF WS-CASH-REPORT-STATUS NOT = "00"
               DISPLAY "AMLCTR WRITE FAILED, STATUS = "
                   WS-CASH-REPORT-STATUS
           ELSE
               ADD 1 TO WS-REPORTS-WRITTEN
           END-IF
           .

       WriteReviewHeading.
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE REVIEW-REPORT-RECORD FROM WS-HEADING-LINE
           MOVE WS-THRESHOLD TO LL-THRESHOLD
           MOVE WS-WINDOW-DAYS TO LL-WINDOW-DAYS
           MOVE WS-REFUND-DAYS TO LL-REFUND-DAYS
           WRITE REVIEW-REPORT-RECORD FROM WS-LIMITS-LINE
           WRITE REVIEW-REPORT-RECORD FROM WS-COLUMN-LINE
           .

       WriteReviewLine.
           ADD 1 TO WS-REVIEW-ITEMS
           MOVE TX-ACCOUNT-NO TO RL-ACCOUNT
           MOVE WS-CASE-NO TO RL-CASE-NO
           MOVE WS-FINDING-TYPE TO RL-CASE-TYPE
           MOVE WS-FINDING-AMOUNT TO RL-AMOUNT
           MOVE WS-FINDING-COUNT TO RL-COUNT
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-REVIEW-REPORT-STATUS NOT = "00"
               DISPLAY "AMLREVW WRITE FAILED, STATUS = "
                   WS-REVIEW-REPORT-STATUS
           END-IF
           .

      *>    Cash the tenders took today that no customer account
      *>    received is shown for compliance to account for.
       WriteReviewTotals.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE "CASH TENDERED TODAY (SETTLDD)" TO TL-LABEL
           MOVE WS-TENDER-CASH-TOTAL TO TL-AMOUNT
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "CASH RECEIVED ON CUSTOMER ACCOUNTS" TO TL-LABEL
           MOVE WS-CASH-TODAY-TOTAL TO TL-AMOUNT
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
           COMPUTE WS-UNATTRIBUTED-CASH =
               WS-TENDER-CASH-TOTAL - WS-CASH-TODAY-TOTAL
           IF WS-UNATTRIBUTED-CASH > 0
               MOVE "CASH NOT ON ANY CUSTOMER ACCOUNT" TO TL-LABEL
               MOVE WS-UNATTRIBUTED-CASH TO TL-AMOUNT
               WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
           END-IF
           .

       WriteControlRecord.
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-CASH-TODAY-COUNT TO CTL-INPUT-COUNT
           MOVE WS-REPORTS-WRITTEN TO CTL-OUTPUT-COUNT
           COMPUTE CTL-REJECT-COUNT =
               WS-REVIEW-ITEMS - WS-REPORTS-WRITTEN
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY TXREAD.
       COPY RUNDATE.
       END PROGRAM AMLSCRN.
