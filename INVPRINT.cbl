      ******************************************************************
      * Author:
      * Date:
      * Purpose: Itemised invoice print - after the billing run, take
      *          the day's INVOICEDD lines in IV-INVOICE-NO order and
      *          print one invoice document per number to INVDOCS:
      *          the FE fee line, the PO/PN plan-change proration
      *          lines, the LD loyalty and FD family discounts and
      *          the TX tax line (with the member's province and its
      *          PROVTAX rate), then the net charges, the tax and the
      *          tax-inclusive total due.  A number carrying only the
      *          CR lines CRNOTE wrote that day prints as a credit
      *          note.  The BK book-order lines and BD book-club
      *          discounts BOOKORD writes print on the member's
      *          invoice too, totalled apart from the billing run's
      *          controls.  Amounts carry the invoice currency's symbol
      *          through CURRFMT; a family invoice is addressed to
      *          the payer account on MEMBERSDD, anyone else to the
      *          member's own account, with name and address from
      *          CUSTMAST, and a gone-away addressee has the invoice
      *          held through MAILHOLD instead of printed.  A header
      *          page carries the billing run's CTLFILE members-billed
      *          count and its INVOICEDD trailer amount; the trailer
      *          page shows what was printed against them - members
      *          invoiced against the count, and the billed lines
      *          restated in base currency at the day's RATESDD rates
      *          against the amount (converted lines may differ by
      *          their rounding) - and says whether they agree.
      *          The print file is copied to the report repository
      *          through RPTARCH as it closes.  A member billed
      *          under a TAXCERT tax exemption certificate has the
      *          certificate number printed under their first line.
      *          A member's own account is rebuilt from the member
      *          id with its ACCTCHK check digit in front.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICEDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
           SELECT OPTIONAL PROVINCE-TAX-FILE ASSIGN TO "PROVTAX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVINCE-TAX-STATUS.
           SELECT OPTIONAL RATES-FILE ASSIGN TO "RATESDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-FILE-STATUS.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT DOCUMENT-FILE ASSIGN TO "INVDOCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENT-FILE-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD PIC X(50).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 FILLER PIC X(28).
           05 SR-INVOICE-NO PIC 9(8).
           05 FILLER PIC X(14).
       FD  MEMBERS-FILE.
       COPY MBRREC.
       FD  PROVINCE-TAX-FILE.
       01  PROVINCE-TAX-RECORD.
           05 PT-PROVINCE-CODE PIC 9(2).
           05 PT-TAX-RATE      PIC 9(2)V9(2).
       FD  RATES-FILE.
       01  RATES-FILE-RECORD.
           05 RF-CURRENCY-CODE  PIC X(3).
           05 RF-RATE           PIC 9(5)V9(4).
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  DOCUMENT-FILE.
       01  DOCUMENT-FILE-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY INVLINE.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-INVOICE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-INVOICE-FILE-OK VALUE "00".
           88 WS-INVOICE-FILE-EOF VALUE "10".
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-PROVINCE-TAX-STATUS PIC XX VALUE SPACES.
           88 WS-PROVINCE-TAX-OK VALUE "00".
           88 WS-PROVINCE-TAX-EOF VALUE "10".
       01 WS-RATES-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-RATES-FILE-OK VALUE "00".
           88 WS-RATES-FILE-EOF VALUE "10".
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-MASTER-IS-OPEN PIC X VALUE "N".
       01 WS-DOCUMENT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CONTROL-FILE-OK VALUE "00".
           88 WS-CONTROL-FILE-EOF VALUE "10".
       01 WS-SORT-EOF PIC X VALUE "N".
           88 SORT-AT-END VALUE "Y".
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
      *>   The member's payer account and province, for the bill-to
      *>   and the tax line.
       01 MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON MEMBER-COUNT
               INDEXED BY MBR-IDX.
               10 ML-MEMBER-ID PIC X(6).
               10 ML-PAYER-ACCOUNT PIC 9(10).
               10 ML-PROVINCE-CODE PIC X(2).
       01 MEMBER-COUNT PIC 9(4) VALUE ZERO.
       01 PROVINCE-TAX-TABLE.
           05 PROVINCE-TAX-ENTRY OCCURS 0 TO 60 TIMES
               DEPENDING ON PROVINCE-TAX-COUNT
               INDEXED BY PTX-IDX.
               10 PX-PROVINCE-CODE PIC 9(2).
               10 PX-TAX-RATE PIC 9(2)V9(2).
       01 PROVINCE-TAX-COUNT PIC 9(2) VALUE ZERO.
       01 RATE-TABLE.
           05 RATE-TABLE-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON RATE-TABLE-COUNT
               INDEXED BY RATE-IDX.
               10 RT-CURRENCY-CODE PIC X(3).
               10 RT-RATE          PIC 9(5)V9(4).
       01 RATE-TABLE-COUNT PIC 9(4) VALUE ZERO.
      *>   What the billing run said it did today.
       01 WS-BILLING-CTL-FOUND PIC X VALUE "N".
       01 WS-BILLING-MEMBERS PIC 9(9) VALUE ZERO.
       01 WS-BILLING-TRAILER-FOUND PIC X VALUE "N".
       01 WS-BILLING-AMOUNT PIC S9(9)V99 VALUE ZERO.
      *>   The invoice being printed.
       01 WS-CURRENT-INVOICE PIC 9(8) VALUE ZERO.
       01 WS-INVOICE-OPEN PIC X VALUE "N".
           88 INVOICE-IS-OPEN VALUE "Y".
       01 WS-INVOICE-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-MIXED-CURRENCY PIC X VALUE "N".
       01 WS-CREDIT-NOTE PIC X VALUE "N".
       01 WS-INVOICE-CERTIFICATE PIC X(9) VALUE SPACES.
       01 WS-INVOICE-NET PIC S9(7)V99 VALUE ZERO.
       01 WS-INVOICE-TAX PIC S9(7)V99 VALUE ZERO.
       01 WS-INVOICE-TOTAL PIC S9(7)V99 VALUE ZERO.
       01 WS-BILL-TO-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-FAMILY-INVOICE PIC X VALUE "N".
       01 WS-ADDRESSEE-FOUND PIC X VALUE "N".
       01 WS-ADDRESSEE-NAME PIC X(30) VALUE SPACES.
       01 WS-ADDRESSEE-ADDRESS PIC X(30) VALUE SPACES.
       01 WS-DOCUMENT-HELD PIC X VALUE "N".
       01 WS-HOLD-LINE PIC X(80) VALUE SPACES.
       01 WS-HOLD-RC PIC 9 VALUE ZERO.
       01 WS-DOCUMENT-TEXT PIC X(80) VALUE SPACES.
       01 WS-MEMBER-PROVINCE PIC X(2) VALUE SPACES.
       01 WS-MEMBER-TAX-RATE PIC 9(2)V9(2) VALUE ZERO.
       01 WS-EDITED-RATE PIC Z9.99.
       01 WS-PROV-CODE PIC 9(2) VALUE ZERO.
       01 WS-PROV-NAME PIC X(20) VALUE SPACES.
       01 WS-PROV-RC PIC 9 VALUE ZERO.
      *>   One amount edited for print: CURRFMT takes an unsigned
      *>   9(7)V99, so the sign goes in its own column.
       01 WS-PRINT-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-PRINT-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-FMT-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-FORMATTED-AMOUNT PIC X(16) VALUE SPACES.
       01 WS-LINE-RATE PIC 9(5)V9(4) VALUE ZERO.
       01 WS-LINE-BASE PIC S9(9)V99 VALUE ZERO.
      *>   Control totals.
       01 WS-LINES-READ PIC 9(9) VALUE ZERO.
       01 WS-LINES-SELECTED PIC 9(9) VALUE ZERO.
       01 WS-LINES-PRINTED PIC 9(9) VALUE ZERO.
       01 WS-OTHER-LINES PIC 9(9) VALUE ZERO.
       01 WS-INVOICE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CREDIT-NOTE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MEMBERS-INVOICED PIC 9(9) VALUE ZERO.
       01 WS-BILLED-BASE PIC S9(9)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-BOOK-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-ROUNDING-ALLOWED PIC S9(9)V99 VALUE ZERO.
       01 WS-AMOUNT-DIFFERENCE PIC S9(9)V99 VALUE ZERO.
       01 WS-UNRATED-LINES PIC 9(9) VALUE ZERO.
       01 WS-CONTROLS-AGREE PIC X VALUE "Y".
       01 WS-EDITED-COUNT PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDITED-MONEY PIC ---,---,--9.99.
       01 WS-CONTROL-LABEL PIC X(40) VALUE SPACES.
       01 WS-INVOICE-HEADING.
           05 IH-TITLE PIC X(30).
           05 FILLER PIC X(10) VALUE SPACES.
           05 IH-HEAD-TEXT PIC X(30).
       01 WS-INVOICE-NUMBER-LINE.
           05 FILLER PIC X(12) VALUE "INVOICE NO  ".
           05 IN-INVOICE-NO PIC 9(8).
           05 FILLER PIC X(6) VALUE SPACES.
           05 IN-ACCOUNT-LABEL PIC X(15).
           05 IN-ACCOUNT-NO PIC 9(10).
       01 WS-DETAIL-HEADING PIC X(80) VALUE
           "MEMBER  DESCRIPTION                        PLAN MTHS
      -    "         AMOUNT".
       01 WS-DETAIL-LINE.
           05 DL-MEMBER-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-DESCRIPTION PIC X(34).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-PLAN-CODE PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-MONTHS PIC Z9.
           05 DL-MONTHS-X REDEFINES DL-MONTHS PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AMOUNT PIC X(16).
           05 DL-SIGN PIC X(1).
       01 WS-CONTROL-LINE.
           05 CL-LABEL PIC X(40).
           05 CL-VALUE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-NOTE PIC X(18).
      *>   ACCTCHK parameters - a member's own account is rebuilt
      *>   from the member id with the check digit on the front.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "INVPRINT" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetReportHeading
           PERFORM LoadMemberTable
           PERFORM LoadProvinceTaxTable
           PERFORM LoadRateTable
           PERFORM GetBillingControl
           OPEN INPUT CUSTOMER-MASTER
           IF CM-STATUS-OK
               MOVE "Y" TO WS-MASTER-IS-OPEN
           ELSE
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
                   " - INVOICES ADDRESSED BY ACCOUNT NUMBER"
           END-IF
           OPEN OUTPUT DOCUMENT-FILE
           SORT SORT-WORK
               ON ASCENDING KEY SR-INVOICE-NO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS ReleaseInvoiceLines
               OUTPUT PROCEDURE IS PrintInvoices
           PERFORM WriteControlTrailer
           IF WS-MASTER-IS-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE DOCUMENT-FILE
           MOVE "INVDOCS" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- INVPRINT TOTALS ----------"
           DISPLAY "INVOICE LINES READ  : " WS-LINES-READ
           DISPLAY "LINES PRINTED       : " WS-LINES-PRINTED
           DISPLAY "INVOICES            : " WS-INVOICE-COUNT
           DISPLAY "CREDIT NOTES        : " WS-CREDIT-NOTE-COUNT
           DISPLAY "HELD - GONE AWAY    : " WS-HELD-COUNT
           DISPLAY "MEMBERS INVOICED    : " WS-MEMBERS-INVOICED
           DISPLAY "OTHER LINES SKIPPED : " WS-OTHER-LINES
           IF WS-CONTROLS-AGREE = "Y"
               DISPLAY "CONTROL TOTALS AGREE WITH THE BILLING RUN"
           ELSE
               DISPLAY "CONTROL TOTALS DO NOT AGREE WITH THE BILLING"
                   " RUN - HOLD THE INVOICE PRINT"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> ReleaseInvoiceLines - today's printable lines go to the sort;
      *> today's billing trailer is kept for the control totals.
      *> INVOICEDD holds every earlier cycle too, so the bill date
      *> picks the day's lines out of it.
      *>----------------------------------------------------------------
       ReleaseInvoiceLines.
           OPEN INPUT INVOICE-FILE
           IF NOT WS-INVOICE-FILE-OK
               DISPLAY "INVOICEDD NOT AVAILABLE, STATUS = "
                   WS-INVOICE-FILE-STATUS " - NOTHING TO PRINT"
               IF WS-INVOICE-FILE-STATUS = "05"
                   CLOSE INVOICE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INVOICE-FILE-EOF
               READ INVOICE-FILE INTO IV-RECORD
                   AT END SET WS-INVOICE-FILE-EOF TO TRUE
                   NOT AT END PERFORM SelectInvoiceLine
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           .

       SelectInvoiceLine.
           IF IV-BILL-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF IV-TRAILER
               MOVE "Y" TO WS-BILLING-TRAILER-FOUND
               MOVE IV-AMOUNT TO WS-BILLING-AMOUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT IV-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-READ
           IF IV-LINE-FEE OR IV-LINE-PRORATE-OLD
                   OR IV-LINE-PRORATE-NEW OR IV-LINE-LOYALTY
                   OR IV-LINE-FAMILY OR IV-LINE-CREDIT
                   OR IV-LINE-TAX OR IV-LINE-BOOK
                   OR IV-LINE-BOOK-DISCOUNT
               ADD 1 TO WS-LINES-SELECTED
               RELEASE SORT-RECORD FROM IV-RECORD
           ELSE
               ADD 1 TO WS-OTHER-LINES
           END-IF
           .

      *>----------------------------------------------------------------
      *> PrintInvoices - the control header page, then the sorted
      *> lines, one document per change of invoice number.
      *>----------------------------------------------------------------
       PrintInvoices.
           PERFORM WriteControlHeader
           PERFORM UNTIL SORT-AT-END
               RETURN SORT-WORK INTO IV-RECORD
                   AT END SET SORT-AT-END TO TRUE
                   NOT AT END
                       IF INVOICE-IS-OPEN
                               AND IV-INVOICE-NO NOT =
                                   WS-CURRENT-INVOICE
                           PERFORM FinishInvoice
                       END-IF
                       IF NOT INVOICE-IS-OPEN
                           PERFORM StartInvoice
                       END-IF
                       PERFORM PrintInvoiceLine
               END-RETURN
           END-PERFORM
           IF INVOICE-IS-OPEN
               PERFORM FinishInvoice
           END-IF
           .

      *>----------------------------------------------------------------
      *> StartInvoice - the first line names the invoice: its number,
      *> its currency, and (through the member's payer account) who
      *> it is addressed to.  A family's first member drew the number,
      *> so the first line's member carries the family's payer.
      *>----------------------------------------------------------------
       StartInvoice.
           MOVE "Y" TO WS-INVOICE-OPEN
           MOVE IV-INVOICE-NO TO WS-CURRENT-INVOICE
           MOVE IV-CURRENCY-CODE TO WS-INVOICE-CURRENCY
           MOVE "N" TO WS-MIXED-CURRENCY
           MOVE ZERO TO WS-INVOICE-NET WS-INVOICE-TAX
           MOVE "N" TO WS-CREDIT-NOTE
           MOVE SPACES TO WS-INVOICE-CERTIFICATE
           IF IV-LINE-CREDIT
               MOVE "Y" TO WS-CREDIT-NOTE
               ADD 1 TO WS-CREDIT-NOTE-COUNT
           ELSE
               ADD 1 TO WS-INVOICE-COUNT
           END-IF
           PERFORM FindMember
           MOVE "N" TO WS-FAMILY-INVOICE
           MOVE ZERO TO WS-BILL-TO-ACCOUNT
           IF MBR-IDX NOT > MEMBER-COUNT
                   AND ML-PAYER-ACCOUNT (MBR-IDX) NOT = ZEROS
               MOVE "Y" TO WS-FAMILY-INVOICE
               MOVE ML-PAYER-ACCOUNT (MBR-IDX) TO WS-BILL-TO-ACCOUNT
           ELSE
               IF IV-MEMBER-ID NUMERIC
                   MOVE IV-MEMBER-ID TO WS-CHECK-ACCOUNT
                   PERFORM MemberAccountNumber
                   MOVE WS-CHECK-ACCOUNT TO WS-BILL-TO-ACCOUNT
               END-IF
           END-IF
           PERFORM GetAddressee
           IF WS-DOCUMENT-HELD = "Y"
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE SPACES TO DOCUMENT-FILE-RECORD
               WRITE DOCUMENT-FILE-RECORD AFTER ADVANCING PAGE
           END-IF
           IF WS-CREDIT-NOTE = "Y"
               MOVE "CREDIT NOTE" TO IH-TITLE
           ELSE
               MOVE "MEMBERSHIP INVOICE" TO IH-TITLE
           END-IF
           MOVE WS-HEAD-TEXT TO IH-HEAD-TEXT
           MOVE WS-INVOICE-HEADING TO WS-DOCUMENT-TEXT
           PERFORM PutDocumentLine
           PERFORM PutDocumentLine
           MOVE WS-CURRENT-INVOICE TO IN-INVOICE-NO
           IF WS-FAMILY-INVOICE = "Y"
               MOVE "PAYER ACCOUNT  " TO IN-ACCOUNT-LABEL
           ELSE
               MOVE "ACCOUNT        " TO IN-ACCOUNT-LABEL
           END-IF
           MOVE WS-BILL-TO-ACCOUNT TO IN-ACCOUNT-NO
           MOVE WS-INVOICE-NUMBER-LINE TO WS-DOCUMENT-TEXT
           PERFORM PutDocumentLine
           PERFORM PutDocumentLine
           MOVE WS-ADDRESSEE-NAME TO WS-DOCUMENT-TEXT
           PERFORM PutDocumentLine
           MOVE WS-ADDRESSEE-ADDRESS TO WS-DOCUMENT-TEXT
           PERFORM PutDocumentLine
           PERFORM PutDocumentLine
           MOVE WS-DETAIL-HEADING TO WS-DOCUMENT-TEXT
           PERFORM PutDocumentLine
           .

       FindMember.
           SET MBR-IDX TO 1
           SEARCH MEMBER-ENTRY
               AT END SET MBR-IDX TO MEMBER-COUNT
                      SET MBR-IDX UP BY 1
               WHEN ML-MEMBER-ID (MBR-IDX) = IV-MEMBER-ID
                   CONTINUE
           END-SEARCH
           .

       GetAddressee.
           MOVE "N" TO WS-ADDRESSEE-FOUND
           MOVE SPACES TO WS-ADDRESSEE-NAME WS-ADDRESSEE-ADDRESS
           IF WS-MASTER-IS-OPEN = "Y"
                   AND WS-BILL-TO-ACCOUNT NOT = ZEROS
               MOVE WS-BILL-TO-ACCOUNT TO CM-ACCOUNT-NO
               READ CUSTOMER-MASTER
               IF CM-STATUS-OK
                   MOVE "Y" TO WS-ADDRESSEE-FOUND
                   MOVE CM-CUSTOMER-NAME TO WS-ADDRESSEE-NAME
                   MOVE CM-ADDRESS TO WS-ADDRESSEE-ADDRESS
               END-IF
           END-IF
           IF WS-ADDRESSEE-FOUND = "N"
               MOVE SPACES TO CUSTOMER-MASTER-RECORD
               STRING "MEMBER " DELIMITED BY SIZE
                   IV-MEMBER-ID DELIMITED BY SIZE
                   INTO WS-ADDRESSEE-NAME
           END-IF
           MOVE "N" TO WS-DOCUMENT-HELD
           IF WS-ADDRESSEE-FOUND = "Y" AND CM-GONE-AWAY
               MOVE "Y" TO WS-DOCUMENT-HELD
           END-IF
           .

      *>----------------------------------------------------------------
      *> PrintInvoiceLine - one INVOICEDD line as one invoice line,
      *> and into the invoice's and the run's totals.
      *>----------------------------------------------------------------
       PrintInvoiceLine.
           ADD 1 TO WS-LINES-PRINTED
           IF IV-CURRENCY-CODE NOT = WS-INVOICE-CURRENCY
               MOVE "Y" TO WS-MIXED-CURRENCY
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IV-MEMBER-ID TO DL-MEMBER-ID
           MOVE IV-PLAN-CODE TO DL-PLAN-CODE
           IF IV-MONTHS NUMERIC AND IV-MONTHS NOT = ZEROS
               MOVE IV-MONTHS TO DL-MONTHS
           ELSE
               MOVE SPACES TO DL-MONTHS-X
           END-IF
           EVALUATE TRUE
               WHEN IV-LINE-FEE
                   MOVE "MEMBERSHIP FEE" TO DL-DESCRIPTION
               WHEN IV-LINE-PRORATE-OLD
                   MOVE "PLAN CHANGE - DAYS ON OLD PLAN"
                       TO DL-DESCRIPTION
               WHEN IV-LINE-PRORATE-NEW
                   MOVE "PLAN CHANGE - DAYS ON NEW PLAN"
                       TO DL-DESCRIPTION
               WHEN IV-LINE-LOYALTY
                   MOVE "LOYALTY DISCOUNT" TO DL-DESCRIPTION
               WHEN IV-LINE-FAMILY
                   MOVE "FAMILY DISCOUNT" TO DL-DESCRIPTION
               WHEN IV-LINE-CREDIT
                   MOVE "CREDIT" TO DL-DESCRIPTION
               WHEN IV-LINE-TAX
                   PERFORM DescribeTaxLine
               WHEN IV-LINE-BOOK
                   MOVE "BOOK ORDER" TO DL-DESCRIPTION
               WHEN IV-LINE-BOOK-DISCOUNT
                   MOVE "BOOK CLUB DISCOUNT" TO DL-DESCRIPTION
           END-EVALUATE
           IF IV-LINE-TAX
               ADD IV-AMOUNT TO WS-INVOICE-TAX
           ELSE
               ADD IV-AMOUNT TO WS-INVOICE-NET
           END-IF
           MOVE IV-AMOUNT TO WS-PRINT-AMOUNT
           MOVE IV-CURRENCY-CODE TO WS-PRINT-CURRENCY
           PERFORM FormatPrintAmount
           MOVE WS-DETAIL-LINE TO WS-DOCUMENT-TEXT
           PERFORM PutDocumentLine
           IF IV-CERTIFICATE-NO NOT = SPACES
                   AND IV-CERTIFICATE-NO NOT = WS-INVOICE-CERTIFICATE
               PERFORM PrintCertificateLine
           END-IF
      *>    Book orders are billed by BOOKORD, not the billing run,
      *>    so they stay out of the trailer the run is proved on.
           EVALUATE TRUE
               WHEN IV-LINE-CREDIT
                   ADD IV-AMOUNT TO WS-CREDIT-TOTAL
               WHEN IV-LINE-BOOK OR IV-LINE-BOOK-DISCOUNT
                   ADD IV-AMOUNT TO WS-BOOK-TOTAL
               WHEN OTHER
                   PERFORM AddToBilledControl
           END-EVALUATE
           .

      *>----------------------------------------------------------------
      *> PrintCertificateLine - the exemption certificate the member
      *> was billed under, once per certificate on the invoice.
      *>----------------------------------------------------------------
       PrintCertificateLine.
           MOVE IV-CERTIFICATE-NO TO WS-INVOICE-CERTIFICATE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IV-MEMBER-ID TO DL-MEMBER-ID
           STRING "TAX EXEMPT - CERTIFICATE " DELIMITED BY SIZE
               IV-CERTIFICATE-NO DELIMITED BY SIZE
               INTO DL-DESCRIPTION
           END-STRING
           MOVE SPACES TO DL-MONTHS-X
           MOVE WS-DETAIL-LINE TO WS-DOCUMENT-TEXT
           PERFORM PutDocumentLine
           .

      *>----------------------------------------------------------------
      *> DescribeTaxLine - the province the member is taxed in, by
      *> name through PROVLOOK, and the PROVTAX rate charged.
      *>----------------------------------------------------------------
       DescribeTaxLine.
           PERFORM FindMember
           MOVE SPACES TO WS-MEMBER-PROVINCE
           IF MBR-IDX NOT > MEMBER-COUNT
               MOVE ML-PROVINCE-CODE (MBR-IDX) TO WS-MEMBER-PROVINCE
           END-IF
           IF WS-MEMBER-PROVINCE NOT NUMERIC
               MOVE "TAX" TO DL-DESCRIPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-PROVINCE TO WS-PROV-CODE
           CALL "PROVLOOK" USING WS-PROV-CODE, WS-PROV-NAME,
               WS-PROV-RC
           IF WS-PROV-RC NOT = 0
               MOVE SPACES TO WS-PROV-NAME
           END-IF
           MOVE ZERO TO WS-MEMBER-TAX-RATE
           PERFORM VARYING PTX-IDX FROM 1 BY 1
                   UNTIL PTX-IDX > PROVINCE-TAX-COUNT
               IF PX-PROVINCE-CODE (PTX-IDX) = WS-PROV-CODE
                   MOVE PX-TAX-RATE (PTX-IDX) TO WS-MEMBER-TAX-RATE
                   SET PTX-IDX TO PROVINCE-TAX-COUNT
               END-IF
           END-PERFORM
           MOVE WS-MEMBER-TAX-RATE TO WS-EDITED-RATE
           STRING "TAX " DELIMITED BY SIZE
               WS-EDITED-RATE DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               WS-PROV-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROV-NAME DELIMITED BY "  "
               INTO DL-DESCRIPTION
           END-STRING
           .

      *>----------------------------------------------------------------
      *> AddToBilledControl - the billing run totals its trailer in
      *> the base currency, so a converted line is restated at the
      *> day's RATESDD rate it was converted at.  Each restated line
      *> may be out by up to a cent of its own currency at that rate,
      *> which is allowed for when the totals are compared.
      *>----------------------------------------------------------------
       AddToBilledControl.
           IF IV-LINE-FEE OR IV-LINE-PRORATE-OLD
               ADD 1 TO WS-MEMBERS-INVOICED
           END-IF
           IF IV-CURRENCY-CODE = SPACES OR IV-CURRENCY-CODE = "USD"
               ADD IV-AMOUNT TO WS-BILLED-BASE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LINE-RATE
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
               IF RT-CURRENCY-CODE (RATE-IDX) = IV-CURRENCY-CODE
                   MOVE RT-RATE (RATE-IDX) TO WS-LINE-RATE
                   SET RATE-IDX TO RATE-TABLE-COUNT
               END-IF
           END-PERFORM
           IF WS-LINE-RATE = ZERO
               ADD 1 TO WS-UNRATED-LINES
           ELSE
               COMPUTE WS-LINE-BASE ROUNDED = IV-AMOUNT * WS-LINE-RATE
               ADD WS-LINE-BASE TO WS-BILLED-BASE
               COMPUTE WS-ROUNDING-ALLOWED ROUNDED =
                   WS-ROUNDING-ALLOWED + (WS-LINE-RATE * 0.01)
           END-IF
           .

      *>----------------------------------------------------------------
      *> FinishInvoice - net charges, tax and the tax-inclusive total;
      *> an invoice whose members bill in different currencies shows
      *> its lines but no single total.
      *>----------------------------------------------------------------
       FinishInvoice.
           MOVE SPACES TO WS-DOCUMENT-TEXT
           PERFORM PutDocumentLine
           IF WS-MIXED-CURRENCY = "Y"
               MOVE "LINES ARE IN MORE THAN ONE CURRENCY - NO TOTAL"
                   TO WS-DOCUMENT-TEXT
               PERFORM PutDocumentLine
           ELSE
               IF WS-CREDIT-NOTE = "Y"
                   MOVE "TOTAL CREDIT" TO WS-CONTROL-LABEL
                   MOVE WS-INVOICE-NET TO WS-PRINT-AMOUNT
                   PERFORM PutTotalLine
               ELSE
                   MOVE "NET CHARGES" TO WS-CONTROL-LABEL
                   MOVE WS-INVOICE-NET TO WS-PRINT-AMOUNT
                   PERFORM PutTotalLine
                   MOVE "TAX" TO WS-CONTROL-LABEL
                   MOVE WS-INVOICE-TAX TO WS-PRINT-AMOUNT
                   PERFORM PutTotalLine
                   MOVE "TOTAL DUE INCLUDING TAX" TO WS-CONTROL-LABEL
                   COMPUTE WS-INVOICE-TOTAL =
                       WS-INVOICE-NET + WS-INVOICE-TAX
                   MOVE WS-INVOICE-TOTAL TO WS-PRINT-AMOUNT
                   PERFORM PutTotalLine
               END-IF
           END-IF
           MOVE "N" TO WS-INVOICE-OPEN
           IF WS-DOCUMENT-FILE-STATUS NOT = "00"
               DISPLAY "INVDOCS WRITE FAILED, STATUS = "
                   WS-DOCUMENT-FILE-STATUS
           END-IF
           .

       PutTotalLine.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CONTROL-LABEL TO DL-DESCRIPTION
           MOVE SPACES TO DL-MONTHS-X
           MOVE WS-INVOICE-CURRENCY TO WS-PRINT-CURRENCY
           PERFORM FormatPrintAmount
           MOVE WS-DETAIL-LINE TO WS-DOCUMENT-TEXT
           PERFORM PutDocumentLine
           .

       FormatPrintAmount.
           IF WS-PRINT-CURRENCY = SPACES
               MOVE "USD" TO WS-PRINT-CURRENCY
           END-IF
           IF WS-PRINT-AMOUNT < ZERO
               COMPUTE WS-FMT-AMOUNT = ZERO - WS-PRINT-AMOUNT
               MOVE "-" TO DL-SIGN
           ELSE
               MOVE WS-PRINT-AMOUNT TO WS-FMT-AMOUNT
               MOVE SPACE TO DL-SIGN
           END-IF
           CALL "CURRFMT" USING WS-PRINT-CURRENCY, WS-FMT-AMOUNT,
               WS-FORMATTED-AMOUNT
           MOVE WS-FORMATTED-AMOUNT TO DL-AMOUNT
           .

      *>----------------------------------------------------------------
      *> PutDocumentLine - one invoice line to INVDOCS, or to the held
      *> mail through MAILHOLD when the addressee has gone away.
      *>----------------------------------------------------------------
       PutDocumentLine.
           IF WS-DOCUMENT-HELD = "Y"
               MOVE WS-DOCUMENT-TEXT TO WS-HOLD-LINE
               CALL "MAILHOLD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
                   CUSTOMER-MASTER-RECORD, WS-HOLD-LINE, WS-HOLD-RC
           ELSE
               WRITE DOCUMENT-FILE-RECORD FROM WS-DOCUMENT-TEXT
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO WS-DOCUMENT-TEXT
           .

      *>----------------------------------------------------------------
      *> WriteControlHeader / WriteControlTrailer - the first and last
      *> pages of INVDOCS are for the print room, not the members:
      *> what the billing run reported, then what was printed and
      *> whether the two agree.
      *>----------------------------------------------------------------
       WriteControlHeader.
           MOVE SPACES TO WS-CONTROL-LINE
           STRING "INVOICE PRINT CONTROL HEADER  " DELIMITED BY SIZE
               WS-HEAD-TEXT DELIMITED BY SIZE
               INTO WS-CONTROL-LINE
           END-STRING
           WRITE DOCUMENT-FILE-RECORD FROM WS-CONTROL-LINE
               AFTER ADVANCING PAGE
           MOVE "BILLING RUN CTLFILE MEMBERS BILLED" TO WS-CONTROL-LABEL
           IF WS-BILLING-CTL-FOUND = "Y"
               MOVE WS-BILLING-MEMBERS TO WS-EDITED-COUNT
               MOVE WS-EDITED-COUNT TO CL-VALUE
           ELSE
               MOVE "NOT FOUND" TO CL-VALUE
           END-IF
           PERFORM WriteControlLine
           MOVE "BILLING RUN INVOICEDD TRAILER AMOUNT" TO
               WS-CONTROL-LABEL
           IF WS-BILLING-TRAILER-FOUND = "Y"
               MOVE WS-BILLING-AMOUNT TO WS-EDITED-MONEY
               MOVE WS-EDITED-MONEY TO CL-VALUE
           ELSE
               MOVE "NOT FOUND" TO CL-VALUE
           END-IF
           PERFORM WriteControlLine
           .

       WriteControlTrailer.
           MOVE "Y" TO WS-CONTROLS-AGREE
           MOVE SPACES TO WS-CONTROL-LINE
           STRING "INVOICE PRINT CONTROL TRAILER " DELIMITED BY SIZE
               WS-HEAD-TEXT DELIMITED BY SIZE
               INTO WS-CONTROL-LINE
           END-STRING
           WRITE DOCUMENT-FILE-RECORD FROM WS-CONTROL-LINE
               AFTER ADVANCING PAGE
           MOVE "INVOICES PRINTED OR HELD" TO WS-CONTROL-LABEL
           MOVE WS-INVOICE-COUNT TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT TO CL-VALUE
           PERFORM WriteControlLine
           MOVE "  OF WHICH HELD - GONE AWAY" TO WS-CONTROL-LABEL
           MOVE WS-HELD-COUNT TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT TO CL-VALUE
           PERFORM WriteControlLine
           MOVE "CREDIT NOTES PRINTED OR HELD" TO WS-CONTROL-LABEL
           MOVE WS-CREDIT-NOTE-COUNT TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT TO CL-VALUE
           PERFORM WriteControlLine
           MOVE "INVOICE LINES PRINTED" TO WS-CONTROL-LABEL
           MOVE WS-LINES-PRINTED TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT TO CL-VALUE
           PERFORM WriteControlLine
           MOVE "MEMBERS INVOICED" TO WS-CONTROL-LABEL
           MOVE WS-MEMBERS-INVOICED TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT TO CL-VALUE
           IF WS-BILLING-CTL-FOUND NOT = "Y"
                   OR WS-MEMBERS-INVOICED NOT = WS-BILLING-MEMBERS
               MOVE "N" TO WS-CONTROLS-AGREE
               MOVE "DOES NOT AGREE" TO CL-NOTE
           ELSE
               MOVE "AGREES" TO CL-NOTE
           END-IF
           PERFORM WriteControlLine
           MOVE "BILLED AMOUNT IN BASE CURRENCY" TO WS-CONTROL-LABEL
           MOVE WS-BILLED-BASE TO WS-EDITED-MONEY
           MOVE WS-EDITED-MONEY TO CL-VALUE
           COMPUTE WS-AMOUNT-DIFFERENCE =
               WS-BILLED-BASE - WS-BILLING-AMOUNT
           IF WS-AMOUNT-DIFFERENCE < ZERO
               COMPUTE WS-AMOUNT-DIFFERENCE =
                   ZERO - WS-AMOUNT-DIFFERENCE
           END-IF
           IF WS-BILLING-TRAILER-FOUND NOT = "Y"
                   OR WS-UNRATED-LINES > ZERO
                   OR WS-AMOUNT-DIFFERENCE > WS-ROUNDING-ALLOWED
               MOVE "N" TO WS-CONTROLS-AGREE
               MOVE "DOES NOT AGREE" TO CL-NOTE
           ELSE
               IF WS-AMOUNT-DIFFERENCE = ZERO
                   MOVE "AGREES" TO CL-NOTE
               ELSE
                   MOVE "AGREES TO ROUNDING" TO CL-NOTE
               END-IF
           END-IF
           PERFORM WriteControlLine
           IF WS-UNRATED-LINES > ZERO
               MOVE "  LINES WITH NO RATE ON RATESDD" TO
                   WS-CONTROL-LABEL
               MOVE WS-UNRATED-LINES TO WS-EDITED-COUNT
               MOVE WS-EDITED-COUNT TO CL-VALUE
               PERFORM WriteControlLine
           END-IF
           MOVE "CREDIT NOTE AMOUNT (CRNOTE)" TO WS-CONTROL-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-EDITED-MONEY
           MOVE WS-EDITED-MONEY TO CL-VALUE
           PERFORM WriteControlLine
           MOVE "BOOK ORDER AMOUNT (BOOKORD)" TO WS-CONTROL-LABEL
           MOVE WS-BOOK-TOTAL TO WS-EDITED-MONEY
           MOVE WS-EDITED-MONEY TO CL-VALUE
           PERFORM WriteControlLine
           MOVE SPACES TO WS-CONTROL-LINE
           IF WS-CONTROLS-AGREE = "Y"
               MOVE "CONTROL TOTALS AGREE WITH THE BILLING RUN"
                   TO WS-CONTROL-LINE
           ELSE
               MOVE "CONTROL TOTALS DO NOT AGREE - HOLD THE PRINT"
                   TO WS-CONTROL-LINE
           END-IF
           WRITE DOCUMENT-FILE-RECORD FROM WS-CONTROL-LINE
               AFTER ADVANCING 2 LINES
           .

       WriteControlLine.
           MOVE WS-CONTROL-LABEL TO CL-LABEL
           WRITE DOCUMENT-FILE-RECORD FROM WS-CONTROL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-CONTROL-LINE
           .

      *>----------------------------------------------------------------
      *> GetBillingControl - today's MULTIPLY record on CTLFILE is the
      *> billing run's count of members billed; the last one wins if
      *> the run was repeated.
      *>----------------------------------------------------------------
       GetBillingControl.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-OK
               PERFORM UNTIL WS-CONTROL-FILE-EOF
                   READ CONTROL-FILE INTO CTL-RECORD
                       AT END SET WS-CONTROL-FILE-EOF TO TRUE
                       NOT AT END
                           IF CTL-PROGRAM-ID = "MULTIPLY"
                                   AND CTL-RUN-DATE = WS-RUN-DATE
                               MOVE "Y" TO WS-BILLING-CTL-FOUND
                               MOVE CTL-OUTPUT-COUNT
                                   TO WS-BILLING-MEMBERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           ELSE
               IF WS-CONTROL-FILE-STATUS = "05"
                   CLOSE CONTROL-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-CONTROL-FILE-STATUS
           .

       LoadMemberTable.
           OPEN INPUT MEMBERS-FILE
           IF WS-MEMBERS-FILE-OK
               PERFORM UNTIL WS-MEMBERS-FILE-EOF
                   READ MEMBERS-FILE
                       AT END SET WS-MEMBERS-FILE-EOF TO TRUE
                       NOT AT END
                           IF MEMBER-COUNT < 2000
                               ADD 1 TO MEMBER-COUNT
                               SET MBR-IDX TO MEMBER-COUNT
                               MOVE MF-MEMBER-ID
                                   TO ML-MEMBER-ID (MBR-IDX)
                               MOVE MF-PROVINCE-CODE
                                   TO ML-PROVINCE-CODE (MBR-IDX)
                               IF MF-PAYER-ACCOUNT NUMERIC
                                   MOVE MF-PAYER-ACCOUNT
                                       TO ML-PAYER-ACCOUNT (MBR-IDX)
                               ELSE
                                   MOVE ZEROS
                                       TO ML-PAYER-ACCOUNT (MBR-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBERS-FILE
           ELSE
               DISPLAY "MEMBERSDD NOT AVAILABLE, STATUS = "
                   WS-MEMBERS-FILE-STATUS
                   " - INVOICES ADDRESSED BY MEMBER"
               IF WS-MEMBERS-FILE-STATUS = "05"
                   CLOSE MEMBERS-FILE
               END-IF
           END-IF
           .

       LoadProvinceTaxTable.
           OPEN INPUT PROVINCE-TAX-FILE
           IF WS-PROVINCE-TAX-OK
               PERFORM UNTIL WS-PROVINCE-TAX-EOF
                   READ PROVINCE-TAX-FILE
                       AT END SET WS-PROVINCE-TAX-EOF TO TRUE
                       NOT AT END
                           IF PROVINCE-TAX-COUNT < 60
                                   AND PT-PROVINCE-CODE NUMERIC
                                   AND PT-TAX-RATE NUMERIC
                               ADD 1 TO PROVINCE-TAX-COUNT
                               SET PTX-IDX TO PROVINCE-TAX-COUNT
                               MOVE PT-PROVINCE-CODE
                                   TO PX-PROVINCE-CODE (PTX-IDX)
                               MOVE PT-TAX-RATE
                                   TO PX-TAX-RATE (PTX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVINCE-TAX-FILE
           ELSE
               IF WS-PROVINCE-TAX-STATUS = "05"
                   CLOSE PROVINCE-TAX-FILE
               END-IF
           END-IF
           .

       LoadRateTable.
           OPEN INPUT RATES-FILE
           IF WS-RATES-FILE-OK
               PERFORM UNTIL WS-RATES-FILE-EOF
                   READ RATES-FILE
                       AT END SET WS-RATES-FILE-EOF TO TRUE
                       NOT AT END
                           IF RATE-TABLE-COUNT < 20
                                   AND RF-RATE NUMERIC
                               ADD 1 TO RATE-TABLE-COUNT
                               SET RATE-IDX TO RATE-TABLE-COUNT
                               MOVE RF-CURRENCY-CODE
                                   TO RT-CURRENCY-CODE (RATE-IDX)
                               MOVE RF-RATE TO RT-RATE (RATE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           ELSE
               IF WS-RATES-FILE-STATUS = "05"
                   CLOSE RATES-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> GetReportHeading - the LANGPARM language code and the shared
      *> RPTHEAD service turn the business date into the dated
      *> heading the invoices carry.
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
           MOVE WS-LINES-READ TO CTL-INPUT-COUNT
           COMPUTE CTL-OUTPUT-COUNT =
               WS-INVOICE-COUNT + WS-CREDIT-NOTE-COUNT
           MOVE WS-OTHER-LINES TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
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

       COPY RUNDATE.
       END PROGRAM INVPRINT.
