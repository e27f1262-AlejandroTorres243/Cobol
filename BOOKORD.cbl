      ******************************************************************
      * Author:
      * Date:
      * Purpose: Book-club order entry and billing - take the day's
      *          BOOKORDS order lines (member, title, quantity and
      *          order date), validate the member on MEMBERSDD and
      *          price each line at the BOOKTTLS list price less the
      *          DISCRATE discount for its quantity band, the
      *          member's purchases so far this quarter (from
      *          ORDHIST) and club membership - the same matrix walk
      *          Listing5-9 and DISCEFF use, from the DISCRATE
      *          version in force on the business date, logged to
      *          RATEVERS.  Each priced line is appended to ORDHIST
      *          and billed like any other charge: a BK invoice line
      *          at gross and a BD line for the discount on
      *          INVOICEDD under an INVNUM invoice number (one per
      *          member per run), a CH line at net on the TRANSACS
      *          stream to the member's CUSTMAST account (the payer
      *          account for a family member), and the run's net
      *          raised as receivable against revenue through
      *          GLPOST.  Orders from a terminated or unknown member,
      *          for a title not on file, a quantity outside the
      *          bands, or against an account on credit hold, over
      *          its credit limit, closed or missing are rejected.
      *          Every line is listed on BOOKORRP, which is copied
      *          to the report repository through RPTARCH as it
      *          closes.
      *          A member's own account is rebuilt from the member
      *          id with its ACCTCHK check digit in front.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORDER-FILE ASSIGN TO "BOOKORDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT OPTIONAL TITLE-FILE ASSIGN TO "BOOKTTLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TITLE-FILE-STATUS.
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
           SELECT OPTIONAL RATES-FILE ASSIGN TO "DISCRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-FILE-STATUS.
           SELECT OPTIONAL RATE-VERSION-FILE ASSIGN TO "RATEVERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-VERSION-STATUS.
           SELECT OPTIONAL ORDER-HISTORY-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-HISTORY-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICEDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TRANSACS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT ORDER-REPORT ASSIGN TO "BOOKORRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       01  ORDER-FILE-RECORD.
           05 BO-MEMBER-ID PIC X(6).
           05 BO-TITLE PIC X(8).
           05 BO-QUANTITY PIC 9(2).
           05 BO-ORDER-DATE PIC 9(8).
       FD  TITLE-FILE.
       01  TITLE-FILE-RECORD.
           05 TF-TITLE PIC X(8).
           05 TF-LIST-PRICE PIC 9(4)V99.
       FD  MEMBERS-FILE.
       COPY MBRREC.
       FD  RATES-FILE.
       01  RATES-FILE-RECORD.
           05 RF-QTY-LOW       PIC 9(2).
           05 RF-QTY-HIGH      PIC 9(2).
           05 RF-QP-LIMIT      PIC 9(5).
           05 RF-MEMBER-FLAG   PIC X.
           05 RF-DISCOUNT      PIC 9(2).
       FD  RATE-VERSION-FILE.
       01  RATE-VERSION-RECORD PIC X(35).
       FD  ORDER-HISTORY-FILE.
       COPY ORDREC.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD PIC X(50).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  ORDER-REPORT.
       01  ORDER-REPORT-RECORD PIC X(110).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY INVLINE.
       COPY TRNREC.
       COPY GLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-ORDER-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-ORDER-FILE-OK VALUE "00".
           88 WS-ORDER-FILE-EOF VALUE "10".
       01 WS-TITLE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-TITLE-FILE-OK VALUE "00".
           88 WS-TITLE-FILE-EOF VALUE "10".
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-RATES-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-RATES-FILE-OK VALUE "00".
           88 WS-RATES-FILE-EOF VALUE "10".
       01 WS-RATE-VERSION-STATUS PIC XX VALUE SPACES.
       01 WS-ORDER-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-ORDER-HISTORY-OK VALUE "00".
           88 WS-ORDER-HISTORY-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-INVOICE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-ORDER-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   The BOOKTTLS list prices.
       01 TITLE-TABLE.
           05 TITLE-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON TITLE-TABLE-COUNT
               INDEXED BY TTL-IDX.
               10 TT-TITLE PIC X(8).
               10 TT-LIST-PRICE PIC 9(4)V99.
       01 TITLE-TABLE-COUNT PIC 9(4) VALUE ZERO.
      *>   The members: status and the payer account that is billed.
       01 MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON MEMBER-TABLE-COUNT
               INDEXED BY MBR-IDX.
               10 MT-MEMBER-ID PIC X(6).
               10 MT-STATUS PIC X(1).
               10 MT-ACCOUNT-NO PIC 9(10).
       01 MEMBER-TABLE-COUNT PIC 9(4) VALUE ZERO.
      *>   Each member ordering this quarter: purchases to date (the
      *>   QP the discount band is judged on, carried forward as the
      *>   run prices more lines) and the invoice number drawn for
      *>   the member this run.
       01 PURCHASE-TABLE.
           05 PURCHASE-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON PURCHASE-TABLE-COUNT
               INDEXED BY PUR-IDX.
               10 PT-MEMBER-ID PIC X(6).
               10 PT-QUARTER-NET PIC 9(9)V99.
               10 PT-INVOICE-NO PIC 9(8).
       01 PURCHASE-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-QUARTER-START PIC 9(8) VALUE ZERO.
       01 WS-QUARTER-START-X REDEFINES WS-QUARTER-START.
           05 WS-QS-YEAR PIC 9(4).
           05 WS-QS-MONTH PIC 9(2).
           05 WS-QS-DAY PIC 9(2).
       01 WS-QUARTER-NO PIC 9 VALUE ZERO.
       01 WS-PURCHASE-MEMBER PIC X(6) VALUE SPACES.
      *>   New charges raised on each account this run, so two orders
      *>   on one account are judged together against its limit.
       01 EXPOSURE-TABLE.
           05 EXPOSURE-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON EXPOSURE-TABLE-COUNT
               INDEXED BY EXP-IDX.
               10 ET-ACCOUNT-NO PIC 9(10).
               10 ET-NEW-CHARGES PIC 9(9)V99.
       01 EXPOSURE-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-EXPOSURE PIC S9(11)V99 VALUE ZERO.
      *>   The DISCRATE matrix in force, as Listing5-9 walks it.
       01 DISCOUNT-TABLE.
           05 DISCOUNT-TABLE-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON DISCOUNT-TABLE-COUNT
               INDEXED BY DISC-IDX.
               10 DT-QTY-LOW      PIC 9(2).
               10 DT-QTY-HIGH     PIC 9(2).
               10 DT-QP-LIMIT     PIC 9(5).
               10 DT-MEMBER-FLAG  PIC X.
               10 DT-DISCOUNT     PIC 9(2).
       01 DISCOUNT-TABLE-COUNT PIC 9(4) VALUE ZERO.
      *>   Effective-dated rate versions: a "V YYYYMMDD" header row
      *>   opens a version block, and the block with the latest date
      *>   on or before the business date is the one loaded.  A file
      *>   with no headers loads whole.
       01 WS-VERSION-DATE PIC 9(8) VALUE ZERO.
       01 WS-HEADER-DATE PIC 9(8) VALUE ZERO.
       01 WS-VERSION-LOADING PIC X VALUE "Y".
       01 WS-RATE-VERSION-LINE.
           05 RV-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-TABLE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-VERSION-DATE PIC 9(8).
      *>   Invoice number service.
       01 WS-INV-FUNCTION PIC X VALUE "N".
       01 WS-INV-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-INV-RC PIC 9 VALUE ZERO.
      *>   The order line being priced.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-ACCOUNT-NO PIC 9(10) VALUE ZERO.
       01 WS-LIST-PRICE PIC 9(4)V99 VALUE ZERO.
       01 WS-QP PIC 9(5) VALUE ZERO.
       01 WS-MEMBER-FLAG PIC X VALUE "Y".
       01 WS-DISCOUNT-PCT PIC 9(2) VALUE ZERO.
       01 WS-DISCOUNT-FOUND PIC X VALUE "N".
           88 DISCOUNT-WAS-FOUND VALUE "Y".
       01 WS-GROSS PIC 9(7)V99 VALUE ZERO.
       01 WS-DISCOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-NET PIC 9(7)V99 VALUE ZERO.
       01 WS-GL-RC PIC 9 VALUE ZERO.
      *>   Counts and totals.
       01 WS-ORDERS-READ PIC 9(9) VALUE ZERO.
       01 WS-ORDERS-PRICED PIC 9(9) VALUE ZERO.
       01 WS-ORDERS-REJECTED PIC 9(9) VALUE ZERO.
       01 WS-UNITS-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-GROSS-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-DISCOUNT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
       01 WS-REPORT-HEADING PIC X(110) VALUE
           "MEMBER TITLE    QTY      GROSS PCT   DISCOUNT        NET  I
      -    "NVOICE  ACCOUNT    RESULT".
       01 WS-REPORT-LINE.
           05 RL-MEMBER-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-TITLE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-QUANTITY PIC Z9.
           05 RL-GROSS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-PCT PIC Z9.
           05 RL-DISCOUNT PIC Z,ZZZ,ZZ9.99.
           05 RL-NET PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-INVOICE-NO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-ACCOUNT PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-RESULT PIC X(30).
      *>   ACCTCHK parameters - a member's own account is rebuilt
      *>   from the member id with the check digit on the front.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BOOKORD " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadDiscountTable
           IF DISCOUNT-TABLE-COUNT = ZERO
               DISPLAY "NO DISCRATE BANDS IN FORCE - NO ORDERS PRICED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadTitleTable
           PERFORM LoadMemberTable
           PERFORM LoadQuarterPurchases
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ORDER-HISTORY-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-ORDER-HISTORY-STATUS NOT = "00"
                   AND WS-ORDER-HISTORY-STATUS NOT = "05"
               OPEN OUTPUT ORDER-HISTORY-FILE
           END-IF
           OPEN EXTEND INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS NOT = "00"
                   AND WS-INVOICE-FILE-STATUS NOT = "05"
               OPEN OUTPUT INVOICE-FILE
           END-IF
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   AND WS-TRANSACTION-FILE-STATUS NOT = "05"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN OUTPUT ORDER-REPORT
           MOVE SPACES TO ORDER-REPORT-RECORD
           STRING "BOOK CLUB ORDERS PRICED " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  DISCRATE VERSION " DELIMITED BY SIZE
                  WS-VERSION-DATE DELIMITED BY SIZE
               INTO ORDER-REPORT-RECORD
           END-STRING
           WRITE ORDER-REPORT-RECORD AFTER ADVANCING 1 LINE
           WRITE ORDER-REPORT-RECORD FROM WS-REPORT-HEADING
               AFTER ADVANCING 2 LINES
           OPEN INPUT ORDER-FILE
           IF NOT WS-ORDER-FILE-OK
               DISPLAY "BOOKORDS NOT AVAILABLE, STATUS = "
                   WS-ORDER-FILE-STATUS
               IF WS-ORDER-FILE-STATUS = "05"
                   CLOSE ORDER-FILE
               END-IF
           ELSE
               PERFORM UNTIL WS-ORDER-FILE-EOF
                   READ ORDER-FILE
                       AT END SET WS-ORDER-FILE-EOF TO TRUE
                       NOT AT END PERFORM PriceOneOrder
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF
           CLOSE ORDER-HISTORY-FILE INVOICE-FILE TRANSACTION-FILE
               CUSTOMER-MASTER
           PERFORM WriteReportTotals
           CLOSE ORDER-REPORT
           MOVE "BOOKORRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
      *>    Book sales billed: receivable up, revenue up, at net.
           IF WS-NET-TOTAL NOT = ZERO
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-RUN-PROGRAM-ID TO GL-SOURCE
               MOVE "AR" TO GL-ACCOUNT-CODE
               SET GL-DEBIT TO TRUE
               MOVE WS-NET-TOTAL TO GL-AMOUNT
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
               MOVE "REVENUE" TO GL-ACCOUNT-CODE
               SET GL-CREDIT TO TRUE
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           END-IF
           IF WS-ORDERS-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "---------- BOOK ORDER TOTALS ----------"
           DISPLAY "ORDER LINES READ   : " WS-ORDERS-READ
           DISPLAY "PRICED AND BILLED  : " WS-ORDERS-PRICED
           DISPLAY "REJECTED           : " WS-ORDERS-REJECTED
           DISPLAY "UNITS              : " WS-UNITS-TOTAL
           MOVE WS-GROSS-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "GROSS VALUE        : " WS-EDITED-AMOUNT
           MOVE WS-DISCOUNT-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "DISCOUNT GIVEN     : " WS-EDITED-AMOUNT
           MOVE WS-NET-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "NET BILLED         : " WS-EDITED-AMOUNT
           PERFORM WriteControlRecord
           STOP RUN.

       LoadDiscountTable.
           MOVE ZERO TO DISCOUNT-TABLE-COUNT
           OPEN INPUT RATES-FILE
           IF WS-RATES-FILE-OK
               PERFORM UNTIL WS-RATES-FILE-EOF
                   READ RATES-FILE
                       AT END SET WS-RATES-FILE-EOF TO TRUE
                       NOT AT END
                        IF RATES-FILE-RECORD (1:1) = "V"
                           PERFORM JudgeRateVersion
                        ELSE
                        IF WS-VERSION-LOADING NOT = "Y"
                           CONTINUE
                        ELSE
                        IF DISCOUNT-TABLE-COUNT >= 50
                           SET WS-RATES-FILE-EOF TO TRUE
                        ELSE
                           ADD 1 TO DISCOUNT-TABLE-COUNT
                           MOVE RF-QTY-LOW
                             TO DT-QTY-LOW (DISCOUNT-TABLE-COUNT)
                           MOVE RF-QTY-HIGH
                             TO DT-QTY-HIGH (DISCOUNT-TABLE-COUNT)
                           MOVE RF-QP-LIMIT
                             TO DT-QP-LIMIT (DISCOUNT-TABLE-COUNT)
                           MOVE RF-MEMBER-FLAG
                             TO DT-MEMBER-FLAG (DISCOUNT-TABLE-COUNT)
                           MOVE RF-DISCOUNT
                             TO DT-DISCOUNT (DISCOUNT-TABLE-COUNT)
                        END-IF
                        END-IF
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
               DISPLAY "DISCRATE VERSION IN FORCE: " WS-VERSION-DATE
               MOVE "DISCRATE" TO RV-TABLE
               PERFORM WriteRateVersionLine
           ELSE
               DISPLAY "DISCRATE NOT AVAILABLE, STATUS = "
                   WS-RATES-FILE-STATUS
               IF WS-RATES-FILE-STATUS = "05"
                   CLOSE RATES-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> JudgeRateVersion - a "V YYYYMMDD" header opens a version
      *> block; the latest block dated on or before the business
      *> date wins and clears whatever loaded before it, so staged
      *> future prices sit in the file harmlessly until their day.
      *>----------------------------------------------------------------
       JudgeRateVersion.
           IF RATES-FILE-RECORD (3:8) NOT NUMERIC
               DISPLAY "BAD RATE VERSION HEADER IGNORED"
               MOVE "N" TO WS-VERSION-LOADING
               EXIT PARAGRAPH
           END-IF
           MOVE RATES-FILE-RECORD (3:8) TO WS-HEADER-DATE
           IF WS-HEADER-DATE <= WS-RUN-DATE
                   AND WS-HEADER-DATE >= WS-VERSION-DATE
               MOVE WS-HEADER-DATE TO WS-VERSION-DATE
               MOVE ZERO TO DISCOUNT-TABLE-COUNT
               MOVE "Y" TO WS-VERSION-LOADING
           ELSE
               MOVE "N" TO WS-VERSION-LOADING
           END-IF
           .

       LoadTitleTable.
           OPEN INPUT TITLE-FILE
           IF WS-TITLE-FILE-OK
               PERFORM UNTIL WS-TITLE-FILE-EOF
                   READ TITLE-FILE
                       AT END SET WS-TITLE-FILE-EOF TO TRUE
                       NOT AT END
                           IF TITLE-TABLE-COUNT >= 5000
                               DISPLAY "TITLE TABLE FULL - REMAINING "
                                   "TITLES NOT LOADED"
                               SET WS-TITLE-FILE-EOF TO TRUE
                           ELSE
                               IF TF-LIST-PRICE NUMERIC
                                   ADD 1 TO TITLE-TABLE-COUNT
                                   MOVE TF-TITLE TO
                                       TT-TITLE (TITLE-TABLE-COUNT)
                                   MOVE TF-LIST-PRICE TO
                                     TT-LIST-PRICE (TITLE-TABLE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TITLE-FILE
           ELSE
               DISPLAY "BOOKTTLS NOT AVAILABLE, STATUS = "
                   WS-TITLE-FILE-STATUS
               IF WS-TITLE-FILE-STATUS = "05"
                   CLOSE TITLE-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadMemberTable - a family member bills to the payer account
      *> it rides on, anyone else to the account numbered as the
      *> member, as the billing run addresses them.
      *>----------------------------------------------------------------
       LoadMemberTable.
           OPEN INPUT MEMBERS-FILE
           IF WS-MEMBERS-FILE-OK
               PERFORM UNTIL WS-MEMBERS-FILE-EOF
                   READ MEMBERS-FILE
                       AT END SET WS-MEMBERS-FILE-EOF TO TRUE
                       NOT AT END
                           IF MEMBER-TABLE-COUNT >= 5000
                               DISPLAY "MEMBER TABLE FULL - RUN "
                                   "STOPPED"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO MEMBER-TABLE-COUNT
                           SET MBR-IDX TO MEMBER-TABLE-COUNT
                           MOVE MF-MEMBER-ID TO MT-MEMBER-ID (MBR-IDX)
                           MOVE MF-STATUS TO MT-STATUS (MBR-IDX)
                           MOVE ZERO TO MT-ACCOUNT-NO (MBR-IDX)
                           IF MF-PAYER-ACCOUNT NUMERIC
                                   AND MF-PAYER-ACCOUNT NOT = ZEROS
                               MOVE MF-PAYER-ACCOUNT TO
                                   MT-ACCOUNT-NO (MBR-IDX)
                           ELSE
                               IF MF-MEMBER-ID NUMERIC
                                   MOVE MF-MEMBER-ID
                                       TO WS-CHECK-ACCOUNT
                                   PERFORM MemberAccountNumber
                                   MOVE WS-CHECK-ACCOUNT TO
                                       MT-ACCOUNT-NO (MBR-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBERS-FILE
           ELSE
               DISPLAY "MEMBERSDD NOT AVAILABLE, STATUS = "
                   WS-MEMBERS-FILE-STATUS
               IF WS-MEMBERS-FILE-STATUS = "05"
                   CLOSE MEMBERS-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadQuarterPurchases - each member's net orders on ORDHIST
      *> since the start of the calendar quarter are the quarterly
      *> purchases the DISCRATE bands are judged on.
      *>----------------------------------------------------------------
       LoadQuarterPurchases.
           MOVE WS-RUN-DATE TO WS-QUARTER-START
           COMPUTE WS-QUARTER-NO = (WS-QS-MONTH - 1) / 3
           COMPUTE WS-QS-MONTH = WS-QUARTER-NO * 3 + 1
           MOVE 01 TO WS-QS-DAY
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-ORDER-HISTORY-OK
               PERFORM UNTIL WS-ORDER-HISTORY-EOF
                   READ ORDER-HISTORY-FILE
                       AT END SET WS-ORDER-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF OR-ORDER-DATE NUMERIC
                                   AND OR-NET NUMERIC
                                   AND OR-ORDER-DATE
                                       NOT < WS-QUARTER-START
                                   AND OR-ORDER-DATE
                                       NOT > WS-RUN-DATE
                               MOVE OR-MEMBER-ID TO
                                   WS-PURCHASE-MEMBER
                               PERFORM FindPurchases
                               IF PUR-IDX NOT > PURCHASE-TABLE-COUNT
                                   ADD OR-NET TO
                                       PT-QUARTER-NET (PUR-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-HISTORY-FILE
           ELSE
               IF WS-ORDER-HISTORY-STATUS = "05"
                   CLOSE ORDER-HISTORY-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> FindPurchases - the member's entry, added if new; PUR-IDX is
      *> left past the end only when the table is full.
      *>----------------------------------------------------------------
       FindPurchases.
           SET PUR-IDX TO 1
           SEARCH PURCHASE-ENTRY
               AT END
                   IF PURCHASE-TABLE-COUNT < 5000
                       ADD 1 TO PURCHASE-TABLE-COUNT
                       SET PUR-IDX TO PURCHASE-TABLE-COUNT
                       MOVE WS-PURCHASE-MEMBER TO
                           PT-MEMBER-ID (PUR-IDX)
                       MOVE ZERO TO PT-QUARTER-NET (PUR-IDX)
                           PT-INVOICE-NO (PUR-IDX)
                   ELSE
                       SET PUR-IDX TO PURCHASE-TABLE-COUNT
                       SET PUR-IDX UP BY 1
                   END-IF
               WHEN PT-MEMBER-ID (PUR-IDX) = WS-PURCHASE-MEMBER
                   CONTINUE
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> PriceOneOrder - validate, price through the DISCRATE matrix,
      *> then record and bill the line.
      *>----------------------------------------------------------------
       PriceOneOrder.
           ADD 1 TO WS-ORDERS-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-GROSS WS-DISCOUNT WS-NET WS-DISCOUNT-PCT
               WS-ACCOUNT-NO
           SET MBR-IDX TO 1
           SEARCH MEMBER-ENTRY
               AT END
                   MOVE "MEMBER NOT ON FILE" TO WS-REJECT-REASON
               WHEN MT-MEMBER-ID (MBR-IDX) = BO-MEMBER-ID
                   IF MT-STATUS (MBR-IDX) = "T"
                       MOVE "MEMBER TERMINATED" TO WS-REJECT-REASON
                   ELSE
                       MOVE MT-ACCOUNT-NO (MBR-IDX) TO WS-ACCOUNT-NO
                   END-IF
           END-SEARCH
           IF WS-REJECT-REASON = SPACES
               IF BO-QUANTITY NOT NUMERIC OR BO-QUANTITY = ZERO
                   MOVE "QUANTITY NOT GIVEN" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF BO-ORDER-DATE NOT NUMERIC
                       OR BO-ORDER-DATE > WS-RUN-DATE
                   MOVE "ORDER DATE NOT VALID" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               SET TTL-IDX TO 1
               SEARCH TITLE-ENTRY
                   AT END
                       MOVE "TITLE NOT ON FILE" TO WS-REJECT-REASON
                   WHEN TT-TITLE (TTL-IDX) = BO-TITLE
                       MOVE TT-LIST-PRICE (TTL-IDX) TO WS-LIST-PRICE
               END-SEARCH
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE BO-MEMBER-ID TO WS-PURCHASE-MEMBER
               PERFORM FindPurchases
               IF PUR-IDX > PURCHASE-TABLE-COUNT
                   MOVE "PURCHASE TABLE FULL" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM LookupDiscount
               IF NOT DISCOUNT-WAS-FOUND
                   MOVE "QUANTITY OUTSIDE DISCOUNT BANDS"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-GROSS = BO-QUANTITY * WS-LIST-PRICE
               COMPUTE WS-DISCOUNT ROUNDED =
                   WS-GROSS * WS-DISCOUNT-PCT / 100
               COMPUTE WS-NET = WS-GROSS - WS-DISCOUNT
               PERFORM CheckCreditStanding
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-ORDERS-REJECTED
               MOVE ZERO TO WS-GROSS WS-DISCOUNT WS-NET
               MOVE SPACES TO RL-INVOICE-NO
               MOVE WS-REJECT-REASON TO RL-RESULT
               PERFORM WriteReportLine
               EXIT PARAGRAPH
           END-IF
           IF PT-INVOICE-NO (PUR-IDX) = ZERO
               CALL "INVNUM" USING WS-INV-FUNCTION, WS-INV-NUMBER,
                   WS-INV-RC
               IF WS-INV-RC NOT = 0
                   ADD 1 TO WS-ORDERS-REJECTED
                   MOVE SPACES TO RL-INVOICE-NO
                   MOVE "INVOICE NUMBER UNAVAILABLE" TO RL-RESULT
                   PERFORM WriteReportLine
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INV-NUMBER TO PT-INVOICE-NO (PUR-IDX)
           END-IF
           ADD WS-NET TO PT-QUARTER-NET (PUR-IDX)
           ADD WS-NET TO ET-NEW-CHARGES (EXP-IDX)
           PERFORM WriteOrderHistory
           PERFORM WriteInvoiceLines
           PERFORM WriteChargeTransaction
           ADD 1 TO WS-ORDERS-PRICED
           ADD BO-QUANTITY TO WS-UNITS-TOTAL
           ADD WS-GROSS TO WS-GROSS-TOTAL
           ADD WS-DISCOUNT TO WS-DISCOUNT-TOTAL
           ADD WS-NET TO WS-NET-TOTAL
           MOVE PT-INVOICE-NO (PUR-IDX) TO RL-INVOICE-NO
           MOVE "PRICED AND BILLED" TO RL-RESULT
           PERFORM WriteReportLine
           .

      *>----------------------------------------------------------------
      *> LookupDiscount - the Listing5-9 walk: quantity band, the
      *> quarterly purchases limit, member flag ("*" matches either).
      *> Every order here is a club member's.
      *>----------------------------------------------------------------
       LookupDiscount.
           MOVE "N" TO WS-DISCOUNT-FOUND
           IF PT-QUARTER-NET (PUR-IDX) > 99999
               MOVE 99999 TO WS-QP
           ELSE
               MOVE PT-QUARTER-NET (PUR-IDX) TO WS-QP
           END-IF
           PERFORM VARYING DISC-IDX FROM 1 BY 1
                   UNTIL DISC-IDX > DISCOUNT-TABLE-COUNT
               IF BO-QUANTITY NOT < DT-QTY-LOW (DISC-IDX)
                       AND BO-QUANTITY NOT > DT-QTY-HIGH (DISC-IDX)
                       AND WS-QP < DT-QP-LIMIT (DISC-IDX)
                       AND (DT-MEMBER-FLAG (DISC-IDX) = "*"
                            OR DT-MEMBER-FLAG (DISC-IDX)
                               = WS-MEMBER-FLAG)
                   MOVE DT-DISCOUNT (DISC-IDX) TO WS-DISCOUNT-PCT
                   MOVE "Y" TO WS-DISCOUNT-FOUND
                   SET DISC-IDX TO DISCOUNT-TABLE-COUNT
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> CheckCreditStanding - the credit gate the charge-generating
      *> batches share: a held, closed or missing account takes no new
      *> charges, and a non-zero CM-CREDIT-LIMIT may not be passed by
      *> the balance plus what this run has already charged.
      *>----------------------------------------------------------------
       CheckCreditStanding.
           IF WS-ACCOUNT-NO = ZERO
               MOVE "NO BILLING ACCOUNT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           SET EXP-IDX TO 1
           SEARCH EXPOSURE-ENTRY
               AT END
                   IF EXPOSURE-TABLE-COUNT >= 5000
                       MOVE "EXPOSURE TABLE FULL" TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO EXPOSURE-TABLE-COUNT
                   SET EXP-IDX TO EXPOSURE-TABLE-COUNT
                   MOVE WS-ACCOUNT-NO TO ET-ACCOUNT-NO (EXP-IDX)
                   MOVE ZERO TO ET-NEW-CHARGES (EXP-IDX)
               WHEN ET-ACCOUNT-NO (EXP-IDX) = WS-ACCOUNT-NO
                   CONTINUE
           END-SEARCH
           COMPUTE WS-CREDIT-EXPOSURE =
               CM-BALANCE + ET-NEW-CHARGES (EXP-IDX)
           EVALUATE TRUE
               WHEN CM-ACCT-CLOSED
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               WHEN CM-ON-HOLD
                   MOVE "ACCOUNT ON CREDIT HOLD" TO WS-REJECT-REASON
               WHEN CM-CREDIT-LIMIT NOT = ZERO
                       AND WS-CREDIT-EXPOSURE + WS-NET
                           > CM-CREDIT-LIMIT
                   MOVE "OVER CREDIT LIMIT" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       WriteOrderHistory.
           MOVE SPACES TO OR-RECORD
           MOVE WS-MEMBER-FLAG TO OR-MEMBER-FLAG
           MOVE WS-QP TO OR-QP
           MOVE BO-QUANTITY TO OR-QTY
           MOVE WS-GROSS TO OR-GROSS
           MOVE BO-MEMBER-ID TO OR-MEMBER-ID
           MOVE BO-TITLE TO OR-TITLE
           MOVE BO-ORDER-DATE TO OR-ORDER-DATE
           MOVE WS-DISCOUNT-PCT TO OR-DISCOUNT-PCT
           MOVE WS-DISCOUNT TO OR-DISCOUNT
           MOVE WS-NET TO OR-NET
           MOVE WS-ACCOUNT-NO TO OR-ACCOUNT-NO
           MOVE PT-INVOICE-NO (PUR-IDX) TO OR-INVOICE-NO
           MOVE WS-VERSION-DATE TO OR-RATE-VERSION
           WRITE OR-RECORD
           IF WS-ORDER-HISTORY-STATUS NOT = "00"
               DISPLAY "ORDHIST WRITE FAILED, STATUS = "
                   WS-ORDER-HISTORY-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> WriteInvoiceLines - the book at gross, then the discount as
      *> its own negative line, the way the billing run shows its
      *> loyalty and family discounts.
      *>----------------------------------------------------------------
       WriteInvoiceLines.
           MOVE SPACES TO IV-RECORD
           SET IV-INVOICE-LINE TO TRUE
           MOVE BO-MEMBER-ID TO IV-MEMBER-ID
           MOVE SPACE TO IV-PLAN-CODE
           MOVE BO-QUANTITY TO IV-MONTHS
           MOVE WS-GROSS TO IV-AMOUNT
           MOVE WS-RUN-DATE TO IV-BILL-DATE
           MOVE PT-INVOICE-NO (PUR-IDX) TO IV-INVOICE-NO
           MOVE SPACES TO IV-CURRENCY-CODE
           SET IV-LINE-BOOK TO TRUE
           WRITE INVOICE-FILE-RECORD FROM IV-RECORD
           IF WS-INVOICE-FILE-STATUS NOT = "00"
               DISPLAY "INVOICEDD WRITE FAILED, STATUS = "
                   WS-INVOICE-FILE-STATUS
           END-IF
           IF WS-DISCOUNT > ZERO
               MOVE ZEROS TO IV-MONTHS
               COMPUTE IV-AMOUNT = ZERO - WS-DISCOUNT
               SET IV-LINE-BOOK-DISCOUNT TO TRUE
               WRITE INVOICE-FILE-RECORD FROM IV-RECORD
               IF WS-INVOICE-FILE-STATUS NOT = "00"
                   DISPLAY "INVOICEDD WRITE FAILED, STATUS = "
                       WS-INVOICE-FILE-STATUS
               END-IF
           END-IF
           .

       WriteChargeTransaction.
           MOVE SPACES TO TRN-RECORD
           SET TRN-CHARGE TO TRUE
           MOVE WS-ACCOUNT-NO TO TRN-ACCOUNT-NO
           MOVE WS-RUN-DATE TO TRN-DATE
           MOVE WS-NET TO TRN-AMOUNT
           MOVE PT-INVOICE-NO (PUR-IDX) TO TRN-REFERENCE
           MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
           WRITE TRANSACTION-FILE-RECORD FROM TRN-RECORD
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
           END-IF
           .

       WriteReportLine.
           MOVE BO-MEMBER-ID TO RL-MEMBER-ID
           MOVE BO-TITLE TO RL-TITLE
           IF BO-QUANTITY NUMERIC
               MOVE BO-QUANTITY TO RL-QUANTITY
           ELSE
               MOVE ZERO TO RL-QUANTITY
           END-IF
           MOVE WS-GROSS TO RL-GROSS
           MOVE WS-DISCOUNT-PCT TO RL-PCT
           MOVE WS-DISCOUNT TO RL-DISCOUNT
           MOVE WS-NET TO RL-NET
           IF WS-ACCOUNT-NO = ZERO
               MOVE SPACES TO RL-ACCOUNT
           ELSE
               MOVE WS-ACCOUNT-NO TO RL-ACCOUNT
           END-IF
           WRITE ORDER-REPORT-RECORD FROM WS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-ORDER-REPORT-STATUS NOT = "00"
               DISPLAY "BOOKORRP WRITE FAILED, STATUS = "
                   WS-ORDER-REPORT-STATUS
           END-IF
           .

       WriteReportTotals.
           MOVE SPACES TO ORDER-REPORT-RECORD
           MOVE WS-NET-TOTAL TO WS-EDITED-AMOUNT
           STRING "LINES PRICED " DELIMITED BY SIZE
                  WS-ORDERS-PRICED DELIMITED BY SIZE
                  "  REJECTED " DELIMITED BY SIZE
                  WS-ORDERS-REJECTED DELIMITED BY SIZE
                  "  NET BILLED " DELIMITED BY SIZE
                  WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO ORDER-REPORT-RECORD
           END-STRING
           WRITE ORDER-REPORT-RECORD AFTER ADVANCING 2 LINES
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
           MOVE WS-ORDERS-READ TO CTL-INPUT-COUNT
           MOVE WS-ORDERS-PRICED TO CTL-OUTPUT-COUNT
           MOVE WS-ORDERS-REJECTED TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

      *>----------------------------------------------------------------
      *> WriteRateVersionLine - one line on RATEVERS per run saying
      *> which rate version this run actually priced with, so a
      *> wrong-rate incident can be traced to the version in force.
      *>----------------------------------------------------------------
       WriteRateVersionLine.
           OPEN EXTEND RATE-VERSION-FILE
           IF WS-RATE-VERSION-STATUS NOT = "00"
                   AND WS-RATE-VERSION-STATUS NOT = "05"
               OPEN OUTPUT RATE-VERSION-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO RV-PROGRAM
           MOVE WS-RUN-DATE TO RV-RUN-DATE
           MOVE WS-VERSION-DATE TO RV-VERSION-DATE
           WRITE RATE-VERSION-RECORD FROM WS-RATE-VERSION-LINE
           IF WS-RATE-VERSION-STATUS NOT = "00"
               DISPLAY "RATEVERS WRITE FAILED, STATUS = "
                   WS-RATE-VERSION-STATUS
           END-IF
           CLOSE RATE-VERSION-FILE
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

       COPY RUNDATE.
       END PROGRAM BOOKORD.
