      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corporate gift-card order fulfilment - companies
      *          order gift cards in bulk for staff rewards on the
      *          GCORDERS master (account, quantity, face value and
      *          expiry policy).  Each new order is allocated card
      *          numbers from the GCSTOCK card stock range - the next
      *          and last nine-digit card base, the check digit
      *          added as GCPROC verifies it - and the cards are
      *          activated on GIFTCARD at the face value, stamped
      *          with the order reference.  The card numbers are
      *          listed per order on the GCMANIF manifest sent to
      *          the customer.  One invoice is raised per order: an
      *          INVNUM invoice number on a CH line to the company's
      *          CUSTMAST account on the TRANSACS stream, with the
      *          receivable against the card liability posted
      *          through GLPOST.  An order marked for cancellation
      *          closes every card of the order still active at its
      *          full face value (the cards not yet used), credits
      *          the account with an AJ line for them and takes the
      *          liability back off the receivable.  An order that
      *          cannot be filled (account missing or closed, stock
      *          exhausted, bad quantity or expiry) is held and
      *          listed for the next run.  The cards write to the
      *          GIFTCRDO new master, the orders to the GCORDRSO
      *          generation, and the manifest is copied to the
      *          report repository through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCORDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT OPTIONAL ORDER-MASTER ASSIGN TO "GCORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-MASTER-STATUS.
           SELECT NEW-ORDER-MASTER ASSIGN TO "GCORDRSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-ORDER-STATUS.
           SELECT OPTIONAL CARD-STOCK-FILE ASSIGN TO "GCSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STOCK-STATUS.
           SELECT OPTIONAL CARD-FILE ASSIGN TO "GIFTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT NEW-CARD-FILE ASSIGN TO "GIFTCRDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CARD-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TRANSACS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT MANIFEST-REPORT ASSIGN TO "GCMANIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-REPORT-STATUS.
           SELECT OPTIONAL GENERATION-COUNT-FILE
               ASSIGN TO "GENCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COUNT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  ORDER-MASTER.
       01  ORDER-MASTER-RECORD PIC X(101).
       FD  NEW-ORDER-MASTER.
       01  NEW-ORDER-RECORD PIC X(101).
       FD  CARD-STOCK-FILE.
       01  CARD-STOCK-RECORD.
           05 CS-NEXT-BASE PIC 9(9).
           05 FILLER PIC X(1).
           05 CS-LAST-BASE PIC 9(9).
       FD  CARD-FILE.
       01  CARD-FILE-RECORD PIC X(45).
       FD  NEW-CARD-FILE.
       01  NEW-CARD-RECORD PIC X(45).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  MANIFEST-REPORT.
       01  MANIFEST-REPORT-RECORD PIC X(100).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY GCOREC.
       COPY GCREC.
       COPY TRNREC.
       COPY GLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-ORDER-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-ORDER-MASTER-OK VALUE "00".
           88 WS-ORDER-MASTER-EOF VALUE "10".
       01 WS-NEW-ORDER-STATUS PIC XX VALUE SPACES.
       01 WS-CARD-STOCK-STATUS PIC XX VALUE SPACES.
           88 WS-CARD-STOCK-OK VALUE "00".
       01 WS-CARD-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CARD-FILE-OK VALUE "00".
           88 WS-CARD-FILE-EOF VALUE "10".
       01 WS-NEW-CARD-STATUS PIC XX VALUE SPACES.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-MANIFEST-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
      *>   The orders, held whole and written back as the new
      *>   generation, each with the unused cards the card pass
      *>   closed against it when it is being cancelled.
       01 ORDER-TABLE.
           05 ORDER-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON ORDER-TABLE-COUNT
               INDEXED BY ORD-IDX.
               10 OT-RECORD PIC X(101).
               10 OT-CLOSED-COUNT PIC 9(5).
               10 OT-CLOSED-AMOUNT PIC 9(9)V99.
       01 ORDER-TABLE-COUNT PIC 9(4) VALUE ZERO.
      *>   The card stock range.  A base past the last base means
      *>   the range is used up and a new one must be loaded.
       01 WS-STOCK-NEXT PIC 9(9) VALUE ZERO.
       01 WS-STOCK-LAST PIC 9(9) VALUE ZERO.
       01 WS-STOCK-LEFT PIC 9(9) VALUE ZERO.
       01 WS-STOCK-USED PIC X VALUE "N".
       01 WS-STOCK-OVERLAP PIC 9(9) VALUE ZERO.
       01 WS-CARD-BASE PIC 9(9) VALUE ZERO.
       01 WS-DIGIT-SUB PIC 9(2) VALUE ZERO.
       01 WS-DIGIT-SUM PIC 9(4) VALUE ZERO.
       01 WS-ONE-DIGIT PIC 9 VALUE ZERO.
       01 WS-CHECK-DIGIT PIC 9 VALUE ZERO.
       01 WS-CARD-SUB PIC 9(5) VALUE ZERO.
      *>   Expiry date of the cards of the order being filled.
       01 WS-CARD-EXPIRY PIC 9(8) VALUE ZERO.
       01 WS-DATE-FUNCTION PIC X VALUE "A".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
      *>   Invoice number service.
       01 WS-INV-FUNCTION PIC X VALUE "N".
       01 WS-INV-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-INV-RC PIC 9 VALUE ZERO.
      *>   The order being worked.
       01 WS-HOLD-REASON PIC X(30) VALUE SPACES.
       01 WS-INVOICE-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-RC PIC 9 VALUE ZERO.
       01 WS-GL-DEBIT-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-GL-CREDIT-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-GL-PAIR-AMOUNT PIC S9(9)V99 VALUE ZERO.
      *>   Counts and totals.
       01 WS-ORDER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-FULFILLED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CANCELLED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CARDS-READ PIC 9(9) VALUE ZERO.
       01 WS-CARDS-ACTIVATED PIC 9(9) VALUE ZERO.
       01 WS-CARDS-CLOSED PIC 9(9) VALUE ZERO.
       01 WS-INVOICED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDITED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(29) VALUE "GIFT CARD ORDER MANIFEST".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RT-HEAD-TEXT PIC X(30).
       01 WS-ORDER-LINE-1.
           05 FILLER PIC X(6) VALUE "ORDER ".
           05 O1-ORDER-REF PIC X(8).
           05 FILLER PIC X(10) VALUE "  ACCOUNT ".
           05 O1-ACCOUNT PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 O1-CUSTOMER-NAME PIC X(30).
       01 WS-ORDER-LINE-2.
           05 FILLER PIC X(8) VALUE "INVOICE ".
           05 O2-INVOICE-NO PIC 9(8).
           05 FILLER PIC X(8) VALUE "  CARDS ".
           05 O2-QUANTITY PIC Z(4)9.
           05 FILLER PIC X(6) VALUE "  AT  ".
           05 O2-DENOMINATION PIC ZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE "  TOTAL ".
           05 O2-AMOUNT PIC ---,---,--9.99.
           05 FILLER PIC X(10) VALUE "  EXPIRES ".
           05 O2-EXPIRY PIC X(8).
      *>   Card numbers waiting to print, five to a manifest line.
       01 WS-CARD-LINE.
           05 CL-CARD-NO PIC 9(10) OCCURS 5 TIMES.
       01 WS-CARD-LINE-SUB PIC 9 VALUE ZERO.
       01 WS-RESULT-LINE.
           05 FILLER PIC X(6) VALUE "ORDER ".
           05 RL-ORDER-REF PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-RESULT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-CARDS PIC Z(4)9.
           05 FILLER PIC X(7) VALUE " CARDS ".
           05 RL-AMOUNT PIC ---,---,--9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "GCORDER " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetReportHeading
           PERFORM LoadOrderTable
           PERFORM ReadCardStock
           PERFORM CopyCardMaster
           IF WS-STOCK-OVERLAP > ZERO
               DISPLAY "GCSTOCK RANGE OVERLAPS " WS-STOCK-OVERLAP
                   " CARDS ALREADY ON GIFTCARD - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
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
           OPEN OUTPUT MANIFEST-REPORT
           MOVE WS-HEAD-TEXT TO RT-HEAD-TEXT
           WRITE MANIFEST-REPORT-RECORD FROM WS-REPORT-TITLE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORDER-TABLE-COUNT
               MOVE OT-RECORD (ORD-IDX) TO GO-RECORD
               EVALUATE TRUE
                   WHEN GO-ORDERED
                       PERFORM FulfilOneOrder
                   WHEN GO-CANCEL-REQUESTED
                       PERFORM CancelOneOrder
               END-EVALUATE
               MOVE GO-RECORD TO OT-RECORD (ORD-IDX)
           END-PERFORM
           CLOSE NEW-CARD-FILE TRANSACTION-FILE CUSTOMER-MASTER
           IF WS-STOCK-USED = "Y"
               PERFORM RewriteCardStock
           END-IF
           PERFORM WriteNewOrderMaster
           CLOSE MANIFEST-REPORT
           MOVE "GCMANIF" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
      *>    Cards sold on account: receivable up, card liability up.
           IF WS-INVOICED-TOTAL NOT = ZERO
               MOVE "AR" TO WS-GL-DEBIT-ACCOUNT
               MOVE "GCLIAB" TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-INVOICED-TOTAL TO WS-GL-PAIR-AMOUNT
               PERFORM PostGeneralLedgerPair
           END-IF
      *>    Unused cards of a cancelled order closed: the liability
      *>    comes off and the receivable is credited back.
           IF WS-CREDITED-TOTAL NOT = ZERO
               MOVE "GCLIAB" TO WS-GL-DEBIT-ACCOUNT
               MOVE "AR" TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-CREDITED-TOTAL TO WS-GL-PAIR-AMOUNT
               PERFORM PostGeneralLedgerPair
           END-IF
           IF WS-HELD-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "---------- GIFT CARD ORDER TOTALS ----------"
           DISPLAY "ORDERS WORKED      : " WS-ORDER-COUNT
           DISPLAY "FULFILLED          : " WS-FULFILLED-COUNT
           DISPLAY "CANCELLED          : " WS-CANCELLED-COUNT
           DISPLAY "HELD FOR NEXT RUN  : " WS-HELD-COUNT
           DISPLAY "CARDS ACTIVATED    : " WS-CARDS-ACTIVATED
           DISPLAY "UNUSED CARDS CLOSED: " WS-CARDS-CLOSED
           MOVE WS-INVOICED-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT INVOICED    : " WS-EDITED-AMOUNT
           MOVE WS-CREDITED-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT CREDITED    : " WS-EDITED-AMOUNT
           COMPUTE WS-STOCK-LEFT = WS-STOCK-LAST + 1 - WS-STOCK-NEXT
           DISPLAY "CARD STOCK LEFT    : " WS-STOCK-LEFT
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> GetReportHeading - the LANGPARM language code and the shared
      *> RPTHEAD service turn the business date into the dated
      *> heading the report carries.
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

       LoadOrderTable.
           OPEN INPUT ORDER-MASTER
           IF WS-ORDER-MASTER-OK
               PERFORM UNTIL WS-ORDER-MASTER-EOF
                   READ ORDER-MASTER
                       AT END SET WS-ORDER-MASTER-EOF TO TRUE
                       NOT AT END
                           IF ORDER-TABLE-COUNT >= 2000
                               DISPLAY "ORDER TABLE FULL - RUN "
                                   "STOPPED"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO ORDER-TABLE-COUNT
                           MOVE ORDER-MASTER-RECORD
                               TO OT-RECORD (ORDER-TABLE-COUNT)
                           MOVE ZERO TO
                               OT-CLOSED-COUNT (ORDER-TABLE-COUNT)
                               OT-CLOSED-AMOUNT (ORDER-TABLE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ORDER-MASTER
           ELSE
               DISPLAY "GCORDERS NOT AVAILABLE, STATUS = "
                   WS-ORDER-MASTER-STATUS
               IF WS-ORDER-MASTER-STATUS = "05"
                   CLOSE ORDER-MASTER
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> ReadCardStock - the one GCSTOCK record holds the next card
      *> base to hand out and the last base of the printed stock.  No
      *> file (or a bad record) leaves no stock, and every order is
      *> held until a range is loaded.
      *>----------------------------------------------------------------
       ReadCardStock.
           MOVE 1 TO WS-STOCK-NEXT
           MOVE ZERO TO WS-STOCK-LAST
           OPEN INPUT CARD-STOCK-FILE
           IF WS-CARD-STOCK-OK
               READ CARD-STOCK-FILE
                   NOT AT END
                       IF CS-NEXT-BASE NUMERIC
                               AND CS-LAST-BASE NUMERIC
                           MOVE CS-NEXT-BASE TO WS-STOCK-NEXT
                           MOVE CS-LAST-BASE TO WS-STOCK-LAST
                       ELSE
                           DISPLAY "GCSTOCK RECORD NOT NUMERIC - "
                               "NO CARD STOCK"
                       END-IF
               END-READ
               CLOSE CARD-STOCK-FILE
           ELSE
               DISPLAY "GCSTOCK NOT AVAILABLE - NO CARD STOCK"
               IF WS-CARD-STOCK-STATUS = "05"
                   CLOSE CARD-STOCK-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> CopyCardMaster - every card on GIFTCARD is copied to the new
      *> master.  A card of an order being cancelled that is still
      *> active at its full face value has never been used and is
      *> closed; a card numbered inside the unissued stock range means
      *> the range was loaded wrong and stops the run before any card
      *> is handed out twice.  New cards follow on the end.
      *>----------------------------------------------------------------
       CopyCardMaster.
           OPEN OUTPUT NEW-CARD-FILE
           OPEN INPUT CARD-FILE
           IF WS-CARD-FILE-OK
               PERFORM UNTIL WS-CARD-FILE-EOF
                   READ CARD-FILE INTO GC-RECORD
                       AT END SET WS-CARD-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARDS-READ
                           PERFORM CheckOneCard
                           WRITE NEW-CARD-RECORD FROM GC-RECORD
                           IF WS-NEW-CARD-STATUS NOT = "00"
                               DISPLAY "GIFTCRDO WRITE FAILED, "
                                   "STATUS = " WS-NEW-CARD-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           ELSE
               IF WS-CARD-FILE-STATUS = "05"
                   CLOSE CARD-FILE
               END-IF
           END-IF
           .

       CheckOneCard.
           MOVE GC-CARD-NO (1:9) TO WS-CARD-BASE
           IF WS-CARD-BASE NOT < WS-STOCK-NEXT
                   AND WS-CARD-BASE NOT > WS-STOCK-LAST
               ADD 1 TO WS-STOCK-OVERLAP
           END-IF
           IF GC-ORDER-REF = SPACES OR NOT GC-ACTIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORDER-TABLE-COUNT
               IF OT-RECORD (ORD-IDX) (1:8) = GC-ORDER-REF
                   MOVE OT-RECORD (ORD-IDX) TO GO-RECORD
                   IF GO-CANCEL-REQUESTED
                           AND GC-BALANCE = GO-DENOMINATION
                       SET GC-CLOSED TO TRUE
                       ADD 1 TO OT-CLOSED-COUNT (ORD-IDX)
                       ADD GC-BALANCE TO OT-CLOSED-AMOUNT (ORD-IDX)
                       ADD 1 TO WS-CARDS-CLOSED
                   END-IF
                   SET ORD-IDX TO ORDER-TABLE-COUNT
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> FulfilOneOrder - allocate and activate the cards, list them
      *> on the manifest and invoice the company once for the lot.
      *>----------------------------------------------------------------
       FulfilOneOrder.
           ADD 1 TO WS-ORDER-COUNT
           MOVE SPACES TO WS-HOLD-REASON
           MOVE ZERO TO WS-INVOICE-AMOUNT WS-CARD-EXPIRY
           COMPUTE WS-STOCK-LEFT = WS-STOCK-LAST + 1 - WS-STOCK-NEXT
           IF WS-STOCK-NEXT > WS-STOCK-LAST
               MOVE ZERO TO WS-STOCK-LEFT
           END-IF
           IF GO-QUANTITY NOT NUMERIC OR GO-DENOMINATION NOT NUMERIC
               MOVE "HELD - QUANTITY OR VALUE BAD" TO WS-HOLD-REASON
           ELSE
               IF GO-QUANTITY = ZERO OR GO-DENOMINATION = ZERO
                   MOVE "HELD - NO QUANTITY OR VALUE"
                       TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM SetCardExpiry
           END-IF
           IF WS-HOLD-REASON = SPACES
               COMPUTE WS-INVOICE-AMOUNT =
                   GO-QUANTITY * GO-DENOMINATION
               IF WS-INVOICE-AMOUNT > 999999999.99
                   MOVE "HELD - ORDER VALUE TOO LARGE"
                       TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               MOVE GO-ACCOUNT-NO TO CM-ACCOUNT-NO
               READ CUSTOMER-MASTER
               IF NOT CM-STATUS-OK
                   MOVE "HELD - ACCOUNT NOT ON FILE" TO WS-HOLD-REASON
               ELSE
                   IF CM-ACCT-CLOSED
                       MOVE "HELD - ACCOUNT CLOSED" TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
                   AND WS-STOCK-LEFT < GO-QUANTITY
               MOVE "HELD - CARD STOCK EXHAUSTED" TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-REASON = SPACES
               CALL "INVNUM" USING WS-INV-FUNCTION, WS-INV-NUMBER,
                   WS-INV-RC
               IF WS-INV-RC NOT = 0
                   MOVE "HELD - NO INVOICE NUMBER" TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-HOLD-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               MOVE ZERO TO WS-INVOICE-AMOUNT
               MOVE WS-HOLD-REASON TO RL-RESULT
               MOVE ZERO TO RL-CARDS
               MOVE WS-INVOICE-AMOUNT TO RL-AMOUNT
               PERFORM WriteResultLine
               EXIT PARAGRAPH
           END-IF
           PERFORM WriteManifestHeading
           MOVE "Y" TO WS-STOCK-USED
           MOVE ZERO TO WS-CARD-LINE-SUB
           MOVE ZEROS TO WS-CARD-LINE
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > GO-QUANTITY
               PERFORM ActivateOneCard
               IF WS-CARD-SUB = 1
                   MOVE GC-CARD-NO TO GO-FIRST-CARD
               END-IF
           END-PERFORM
           MOVE GC-CARD-NO TO GO-LAST-CARD
           IF WS-CARD-LINE-SUB > ZERO
               PERFORM WriteCardLine
           END-IF
           PERFORM InvoiceCompany
           SET GO-FULFILLED TO TRUE
           MOVE WS-RUN-DATE TO GO-FULFIL-DATE
           MOVE WS-INV-NUMBER TO GO-INVOICE-NO
           ADD 1 TO WS-FULFILLED-COUNT
           MOVE "FULFILLED AND INVOICED" TO RL-RESULT
           MOVE GO-QUANTITY TO RL-CARDS
           MOVE WS-INVOICE-AMOUNT TO RL-AMOUNT
           PERFORM WriteResultLine
           .

      *>----------------------------------------------------------------
      *> SetCardExpiry - N no expiry (zero date, as GCPROC treats
      *> it), D a number of days from today's activation, F a fixed
      *> date that must still be ahead of us.
      *>----------------------------------------------------------------
       SetCardExpiry.
           EVALUATE TRUE
               WHEN GO-NO-EXPIRY
                   MOVE ZEROS TO WS-CARD-EXPIRY
               WHEN GO-EXPIRY-DAYS-OUT
                   IF GO-EXPIRY-DAYS NOT NUMERIC
                           OR GO-EXPIRY-DAYS = ZERO
                       MOVE "HELD - EXPIRY DAYS NOT GIVEN"
                           TO WS-HOLD-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "A" TO WS-DATE-FUNCTION
                   MOVE WS-RUN-DATE TO WS-DATE-1
                   MOVE GO-EXPIRY-DAYS TO WS-DAY-COUNT
                   CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                       WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT,
                       WS-DATE-RC
                   IF WS-DATE-RC NOT = 0
                       MOVE "HELD - EXPIRY DATE NOT DERIVED"
                           TO WS-HOLD-REASON
                   ELSE
                       MOVE WS-DATE-RESULT TO WS-CARD-EXPIRY
                   END-IF
               WHEN GO-EXPIRY-FIXED
                   IF GO-EXPIRY-DATE NOT NUMERIC
                           OR GO-EXPIRY-DATE NOT > WS-RUN-DATE
                       MOVE "HELD - FIXED EXPIRY NOT AHEAD"
                           TO WS-HOLD-REASON
                   ELSE
                       MOVE GO-EXPIRY-DATE TO WS-CARD-EXPIRY
                   END-IF
               WHEN OTHER
                   MOVE "HELD - EXPIRY POLICY UNKNOWN" TO WS-HOLD-REASON
           END-EVALUATE
           .

      *>----------------------------------------------------------------
      *> ActivateOneCard - the next stock base plus its check digit
      *> (sum of the nine base digits modulo ten, the rule GCPROC
      *> verifies) goes live at the face value of the order.
      *>----------------------------------------------------------------
       ActivateOneCard.
           MOVE WS-STOCK-NEXT TO WS-CARD-BASE
           ADD 1 TO WS-STOCK-NEXT
           MOVE ZEROS TO WS-DIGIT-SUM
           PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
                   UNTIL WS-DIGIT-SUB > 9
               MOVE WS-CARD-BASE (WS-DIGIT-SUB:1) TO WS-ONE-DIGIT
               ADD WS-ONE-DIGIT TO WS-DIGIT-SUM
           END-PERFORM
           DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-DIGIT-SUB
               REMAINDER WS-CHECK-DIGIT
           MOVE SPACES TO GC-RECORD
           COMPUTE GC-CARD-NO = WS-CARD-BASE * 10 + WS-CHECK-DIGIT
           MOVE GO-DENOMINATION TO GC-BALANCE
           MOVE WS-RUN-DATE TO GC-ISSUE-DATE
           MOVE WS-CARD-EXPIRY TO GC-EXPIRY-DATE
           SET GC-ACTIVE TO TRUE
           MOVE GO-ORDER-REF TO GC-ORDER-REF
           WRITE NEW-CARD-RECORD FROM GC-RECORD
           IF WS-NEW-CARD-STATUS NOT = "00"
               DISPLAY "GIFTCRDO WRITE FAILED, STATUS = "
                   WS-NEW-CARD-STATUS
           END-IF
           ADD 1 TO WS-CARDS-ACTIVATED
           ADD 1 TO WS-CARD-LINE-SUB
           MOVE GC-CARD-NO TO CL-CARD-NO (WS-CARD-LINE-SUB)
           IF WS-CARD-LINE-SUB = 5
               PERFORM WriteCardLine
           END-IF
           .

       WriteCardLine.
           MOVE SPACES TO MANIFEST-REPORT-RECORD
           PERFORM VARYING WS-CARD-LINE-SUB FROM 1 BY 1
                   UNTIL WS-CARD-LINE-SUB > 5
               IF CL-CARD-NO (WS-CARD-LINE-SUB) NOT = ZERO
                   MOVE CL-CARD-NO (WS-CARD-LINE-SUB) TO
                       MANIFEST-REPORT-RECORD
                       ((WS-CARD-LINE-SUB - 1) * 12 + 5:10)
               END-IF
           END-PERFORM
           WRITE MANIFEST-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-CARD-LINE-SUB
           MOVE ZEROS TO WS-CARD-LINE
           .

      *>----------------------------------------------------------------
      *> WriteManifestHeading - each order's manifest starts a new
      *> page so it can go to the customer on its own.
      *>----------------------------------------------------------------
       WriteManifestHeading.
           MOVE GO-ORDER-REF TO O1-ORDER-REF
           MOVE GO-ACCOUNT-NO TO O1-ACCOUNT
           MOVE CM-CUSTOMER-NAME TO O1-CUSTOMER-NAME
           WRITE MANIFEST-REPORT-RECORD FROM WS-ORDER-LINE-1
               AFTER ADVANCING PAGE
           MOVE WS-INV-NUMBER TO O2-INVOICE-NO
           MOVE GO-QUANTITY TO O2-QUANTITY
           MOVE GO-DENOMINATION TO O2-DENOMINATION
           MOVE WS-INVOICE-AMOUNT TO O2-AMOUNT
           IF WS-CARD-EXPIRY = ZERO
               MOVE "NONE" TO O2-EXPIRY
           ELSE
               MOVE WS-CARD-EXPIRY TO O2-EXPIRY
           END-IF
           WRITE MANIFEST-REPORT-RECORD FROM WS-ORDER-LINE-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO MANIFEST-REPORT-RECORD
           MOVE "CARD NUMBERS ACTIVATED" TO MANIFEST-REPORT-RECORD
           WRITE MANIFEST-REPORT-RECORD AFTER ADVANCING 2 LINES
           .

      *>----------------------------------------------------------------
      *> InvoiceCompany - the whole order is one invoice: a charge
      *> line on the TRANSACS stream referenced by the invoice number.
      *>----------------------------------------------------------------
       InvoiceCompany.
           ADD WS-INVOICE-AMOUNT TO WS-INVOICED-TOTAL
           MOVE SPACES TO TRN-RECORD
           SET TRN-CHARGE TO TRUE
           MOVE GO-ACCOUNT-NO TO TRN-ACCOUNT-NO
           MOVE WS-RUN-DATE TO TRN-DATE
           MOVE WS-INVOICE-AMOUNT TO TRN-AMOUNT
           MOVE WS-INV-NUMBER TO TRN-REFERENCE
           MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
           WRITE TRANSACTION-FILE-RECORD FROM TRN-RECORD
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> CancelOneOrder - the card pass has already closed the cards
      *> never used; the company is credited their face value with an
      *> adjustment line referenced by the order.  Cards already
      *> spent against stay as they are.
      *>----------------------------------------------------------------
       CancelOneOrder.
           ADD 1 TO WS-ORDER-COUNT
           ADD 1 TO WS-CANCELLED-COUNT
           MOVE OT-CLOSED-AMOUNT (ORD-IDX) TO WS-CREDIT-AMOUNT
           IF WS-CREDIT-AMOUNT > ZERO
               ADD WS-CREDIT-AMOUNT TO WS-CREDITED-TOTAL
               MOVE SPACES TO TRN-RECORD
               SET TRN-ADJUSTMENT TO TRUE
               MOVE GO-ACCOUNT-NO TO TRN-ACCOUNT-NO
               MOVE WS-RUN-DATE TO TRN-DATE
               COMPUTE TRN-AMOUNT = ZERO - WS-CREDIT-AMOUNT
               MOVE GO-ORDER-REF TO TRN-REFERENCE
               MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
               WRITE TRANSACTION-FILE-RECORD FROM TRN-RECORD
               IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                       WS-TRANSACTION-FILE-STATUS
               END-IF
           END-IF
           IF GO-FULFIL-DATE NOT NUMERIC OR GO-FULFIL-DATE = ZERO
               MOVE "CANCELLED BEFORE FULFILMENT" TO RL-RESULT
           ELSE
               MOVE "CANCELLED - UNUSED CLOSED" TO RL-RESULT
           END-IF
           SET GO-CANCELLED TO TRUE
           MOVE WS-RUN-DATE TO GO-CANCEL-DATE
           MOVE OT-CLOSED-COUNT (ORD-IDX) TO GO-CARDS-CLOSED
           MOVE OT-CLOSED-COUNT (ORD-IDX) TO RL-CARDS
           MOVE WS-CREDIT-AMOUNT TO RL-AMOUNT
           PERFORM WriteResultLine
           .

       WriteResultLine.
           MOVE GO-ORDER-REF TO RL-ORDER-REF
           MOVE GO-ACCOUNT-NO TO RL-ACCOUNT
           WRITE MANIFEST-REPORT-RECORD FROM WS-RESULT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-MANIFEST-REPORT-STATUS NOT = "00"
               DISPLAY "GCMANIF WRITE FAILED, STATUS = "
                   WS-MANIFEST-REPORT-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> RewriteCardStock - the next base carries forward so tomorrow
      *> carries on where tonight's orders stopped.
      *>----------------------------------------------------------------
       RewriteCardStock.
           OPEN OUTPUT CARD-STOCK-FILE
           MOVE SPACES TO CARD-STOCK-RECORD
           MOVE WS-STOCK-NEXT TO CS-NEXT-BASE
           MOVE WS-STOCK-LAST TO CS-LAST-BASE
           WRITE CARD-STOCK-RECORD
           IF WS-CARD-STOCK-STATUS NOT = "00"
               DISPLAY "GCSTOCK REWRITE FAILED, STATUS = "
                   WS-CARD-STOCK-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE CARD-STOCK-FILE
           .

       WriteNewOrderMaster.
           OPEN OUTPUT NEW-ORDER-MASTER
           MOVE ZEROS TO WS-GEN-RECORDS
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORDER-TABLE-COUNT
               WRITE NEW-ORDER-RECORD FROM OT-RECORD (ORD-IDX)
               ADD 1 TO WS-GEN-RECORDS
               IF WS-NEW-ORDER-STATUS NOT = "00"
                   DISPLAY "GCORDRSO WRITE FAILED, STATUS = "
                       WS-NEW-ORDER-STATUS
               END-IF
           END-PERFORM
           CLOSE NEW-ORDER-MASTER
           MOVE "GCORDRSO" TO WS-GEN-FILE-NAME
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
           MOVE WS-ORDER-COUNT TO CTL-INPUT-COUNT
           COMPUTE CTL-OUTPUT-COUNT =
               WS-FULFILLED-COUNT + WS-CANCELLED-COUNT
           MOVE WS-HELD-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM GCORDER.
