      *          MF-PAYER-ACCOUNT bill as one family: the first
      *          member draws the invoice number, the rest ride on
      *          it with their own lines and earn the FAMDISC family
      *          discount as an FD line.  The RENEWLOG notices the
      *          MBRRENEW renewal run sent for terms starting this
      *          month are shown against each member billed, so the
      *          run log proves the member was warned before the new
      *          term was billed.  Plan fees come from the
      *          effective-dated PLANFEES file when present (the
      *          compiled fees otherwise); a fee version reaching its
      *          day bills only once PRCGATE finds its PRCNOTE
      *          price-change letters logged, else the prior fees
      *          bill and the run ends RC 4.  A member holding a
      *          TAXCERT tax exemption certificate - their own, or
      *          the payer account's they bill under - valid on the
      *          run date and issued by the member's province bills
      *          no TX line (full) or a reduced one (partial), and
      *          every line the member bills carries the certificate
      *          number for the invoice and TAXRTN.  A certificate
      *          from another province exempts nothing and lands on
      *          TAXEXCP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL RATE-STATUS-FILE ASSIGN TO "RATESTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS-STATUS.
           SELECT OPTIONAL RENEWAL-NOTICE-LOG ASSIGN TO "RENEWLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENEWAL-LOG-STATUS.
           SELECT OPTIONAL PLAN-FEE-FILE ASSIGN TO "PLANFEES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FEE-STATUS.
           SELECT OPTIONAL RATE-VERSION-FILE ASSIGN TO "RATEVERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-VERSION-STATUS.
           SELECT OPTIONAL TAX-CERTIFICATE-FILE ASSIGN TO "TAXCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CERTIFICATE-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           05 TD-PCT PIC 9(2)V9(2).
       FD  RATE-STATUS-FILE.
       01  RATE-STATUS-RECORD PIC X(50).
       FD  RENEWAL-NOTICE-LOG.
       01  RENEWAL-NOTICE-LOG-RECORD PIC X(39).
       FD  PLAN-FEE-FILE.
       01  PLAN-FEE-RECORD.
           05 PF-PLAN-CODE PIC X(1).
           05 PF-FEE       PIC 9(3)V99.
           05 FILLER       PIC X(4).
       FD  RATE-VERSION-FILE.
       01  RATE-VERSION-RECORD PIC X(35).
       FD  TAX-CERTIFICATE-FILE.
       01  TAX-CERTIFICATE-RECORD PIC X(88).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       01 WS-EDITED-DISCOUNT PIC -(9)9.99.
       01 WS-MEMBER-BILLED PIC S9(7)V99 VALUE ZERO.
       01 WS-MEMBER-CURRENCY PIC X(3) VALUE SPACES.
       COPY RNLREC.
       01 WS-RENEWAL-LOG-STATUS PIC XX VALUE SPACES.
           88 WS-RENEWAL-LOG-OK VALUE "00".
           88 WS-RENEWAL-LOG-EOF VALUE "10".
      *>   Renewal notices for terms starting in the run month, from
      *>   the MBRRENEW log.
       01 RENEWAL-NOTICE-TABLE.
           05 RENEWAL-NOTICE-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON RENEWAL-NOTICE-COUNT
               INDEXED BY RNX-IDX.
               10 RX-MEMBER-ID PIC X(6).
               10 RX-NOTICE-DATE PIC 9(8).
               10 RX-TERM-START PIC 9(8).
               10 RX-METHOD PIC X(1).
       01 RENEWAL-NOTICE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RENEWALS-SHOWN PIC 9(9) VALUE ZERO.
       01 WS-TAX-AMOUNT PIC S9(7)V99 VALUE ZERO.
       COPY TECREC.
       01 WS-TAX-CERTIFICATE-STATUS PIC XX VALUE SPACES.
           88 WS-TAX-CERTIFICATE-OK VALUE "00".
           88 WS-TAX-CERTIFICATE-EOF VALUE "10".
      *>   Exemption certificates valid on the run date, off TAXCERT;
      *>   a full exemption is held as 100 percent of the tax.
       01 CERTIFICATE-TABLE.
           05 CERTIFICATE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON CERTIFICATE-COUNT
               INDEXED BY CX-IDX.
               10 CX-CERTIFICATE-NO PIC X(9).
               10 CX-HOLDER-TYPE PIC X(1).
               10 CX-MEMBER-ID PIC X(6).
               10 CX-PAYER-ACCOUNT PIC 9(10).
               10 CX-PROVINCE-CODE PIC 9(2).
               10 CX-EXEMPT-PCT PIC 9(3)V99.
       01 CERTIFICATE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CERTIFICATE-NO PIC X(9) VALUE SPACES.
       01 WS-OTHER-PROVINCE-CERT PIC X(9) VALUE SPACES.
       01 WS-EXEMPT-PCT PIC 9(3)V99 VALUE ZERO.
       01 WS-EXEMPT-TAX PIC S9(7)V99 VALUE ZERO.
       01 WS-EXEMPT-TAX-BASE PIC S9(7)V99 VALUE ZERO.
       01 WS-EXEMPT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-MEMBERS-EXEMPT PIC 9(9) VALUE ZERO.
       01 WS-EDITED-EXEMPT PIC -(9)9.99.
       01 WS-TAX-EXCEPTION-LINE.
           05 FILLER PIC X(7) VALUE "MEMBER ".
           05 TE-MEMBER-ID PIC X(6).
           05 PLAN-RATE-ENTRY OCCURS 3 TIMES INDEXED BY PR-IDX.
               10 PR-PLAN-CODE PIC X(1).
               10 PR-FEE       PIC 9(3)V99.
       01 WS-PLAN-FEE-STATUS PIC XX VALUE SPACES.
           88 WS-PLAN-FEE-OK VALUE "00".
           88 WS-PLAN-FEE-EOF VALUE "10".
       01 WS-PLAN-FOUND PIC X VALUE "N".
       01 WS-RATE-VERSION-STATUS PIC XX VALUE SPACES.
      *>   Effective-dated rate versions: a "V YYYYMMDD" header row
      *>   opens a version block, and the block with the latest date
      *>   on or before the business date is the one loaded.  A file
      *>   with no headers loads whole, exactly as before.
       01 WS-VERSION-DATE PIC 9(8) VALUE ZERO.
       01 WS-HEADER-DATE PIC 9(8) VALUE ZERO.
       01 WS-VERSION-LOADING PIC X VALUE "Y".
       01 WS-GATE-TABLE PIC X(8) VALUE SPACES.
       01 WS-GATE-RC PIC 9 VALUE ZERO.
       01 WS-VERSIONS-REFUSED PIC 9(4) VALUE ZERO.
       01 WS-RATE-VERSION-LINE.
           05 RV-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-TABLE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-VERSION-DATE PIC 9(8).
       COPY COPY01.
       COPY INVLINE.
       COPY GLREC.
           MOVE "MULTIPLY" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadRateTable
           PERFORM LoadPlanFees
           PERFORM LoadProvinceTaxTable
           PERFORM LoadTenureBands
           PERFORM GetFamilyDiscount
           PERFORM LoadRenewalNotices
           PERFORM LoadTaxCertificates
           MOVE ZEROS TO TotalFees
           OPEN INPUT MEMBERS-FILE
      *>    The invoice file accumulates across cycles - aging,
                               IF MF-ACTIVE
                                   ADD 1 TO WS-MEMBERS-BILLED
                                   PERFORM BillOneMember
                                   PERFORM ShowRenewalNotice
                               ELSE
                                   ADD 1 TO WS-MEMBERS-SKIPPED
                               END-IF
           CLOSE MEMBERS-FILE INVOICE-FILE TAX-EXCEPTION-LIST
           MOVE WS-DISCOUNT-TOTAL TO WS-EDITED-DISCOUNT
           DISPLAY "LOYALTY DISCOUNT GIVEN: " WS-EDITED-DISCOUNT
           DISPLAY "RENEWAL NOTICES SHOWN: " WS-RENEWALS-SHOWN
           MOVE WS-EXEMPT-TOTAL TO WS-EDITED-EXEMPT
           DISPLAY "MEMBERS TAX EXEMPT BY CERTIFICATE: "
               WS-MEMBERS-EXEMPT
           DISPLAY "TAX EXEMPTED BY CERTIFICATE: " WS-EDITED-EXEMPT
           PERFORM WriteControlRecord
      *>    The month's billing lands in the ledger: receivable up,
      *>    revenue up.
               MOVE TotalFees TO WS-GL-PAIR-AMOUNT
               PERFORM PostGeneralLedgerPair
           END-IF
           IF WS-VERSIONS-REFUSED > ZERO
               DISPLAY "PLAN FEE VERSIONS REFUSED - BILLED AT THE "
                   "PRIOR FEES: " WS-VERSIONS-REFUSED
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *>----------------------------------------------------------------
           MOVE MF-PLAN-CODE TO WS-LOOKUP-PLAN-CODE
           PERFORM LookUpPlanFee
           PERFORM AssignMemberInvoice
           PERFORM FindExemptCertificate
           IF MF-PLAN-CHANGE-DATE NUMERIC
                   AND MF-PLAN-CHANGE-DATE > ZERO
                   AND MF-PLAN-CHANGE-DATE (1:6) = WS-RUN-DATE (1:6)
           END-IF
           .

      *>----------------------------------------------------------------
      *> FindExemptCertificate - the member's own certificate first,
      *> then the payer account's.  Only a certificate the member's
      *> province issued exempts anything.  The number goes on
      *> IV-CERTIFICATE-NO, so every line the member bills from here
      *> on carries it.
      *>----------------------------------------------------------------
       FindExemptCertificate.
           MOVE SPACES TO WS-CERTIFICATE-NO
           MOVE SPACES TO WS-OTHER-PROVINCE-CERT
           MOVE ZERO TO WS-EXEMPT-PCT
           PERFORM VARYING CX-IDX FROM 1 BY 1
                   UNTIL CX-IDX > CERTIFICATE-COUNT
                       OR WS-CERTIFICATE-NO NOT = SPACES
               IF CX-HOLDER-TYPE (CX-IDX) = "M"
                       AND CX-MEMBER-ID (CX-IDX) = MF-MEMBER-ID
                   PERFORM TakeCertificate
               END-IF
           END-PERFORM
           IF WS-CERTIFICATE-NO = SPACES
                   AND MF-PAYER-ACCOUNT NUMERIC
                   AND MF-PAYER-ACCOUNT NOT = ZEROS
               PERFORM VARYING CX-IDX FROM 1 BY 1
                       UNTIL CX-IDX > CERTIFICATE-COUNT
                           OR WS-CERTIFICATE-NO NOT = SPACES
                   IF CX-HOLDER-TYPE (CX-IDX) = "P"
                           AND CX-PAYER-ACCOUNT (CX-IDX)
                               = MF-PAYER-ACCOUNT
                       PERFORM TakeCertificate
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CERTIFICATE-NO = SPACES
                   AND WS-OTHER-PROVINCE-CERT NOT = SPACES
               MOVE MF-MEMBER-ID TO TE-MEMBER-ID
               MOVE MF-PROVINCE-CODE TO TE-PROVINCE
               MOVE SPACES TO TE-REASON
               STRING "CERT " DELIMITED BY SIZE
                   WS-OTHER-PROVINCE-CERT DELIMITED BY SIZE
                   " OTHER PROVINCE" DELIMITED BY SIZE
                   INTO TE-REASON
               END-STRING
               PERFORM WriteTaxException
           END-IF
           MOVE WS-CERTIFICATE-NO TO IV-CERTIFICATE-NO
           .

       TakeCertificate.
           IF CX-PROVINCE-CODE (CX-IDX) = MF-PROVINCE-CODE
               MOVE CX-CERTIFICATE-NO (CX-IDX) TO WS-CERTIFICATE-NO
               MOVE CX-EXEMPT-PCT (CX-IDX) TO WS-EXEMPT-PCT
           ELSE
               MOVE CX-CERTIFICATE-NO (CX-IDX)
                   TO WS-OTHER-PROVINCE-CERT
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadTaxCertificates - only certificates in force on the run
      *> date are kept; one expired or not yet started bills tax as
      *> normal.
      *>----------------------------------------------------------------
       LoadTaxCertificates.
           OPEN INPUT TAX-CERTIFICATE-FILE
           IF WS-TAX-CERTIFICATE-OK
               PERFORM UNTIL WS-TAX-CERTIFICATE-EOF
                   READ TAX-CERTIFICATE-FILE INTO TC-RECORD
                       AT END SET WS-TAX-CERTIFICATE-EOF TO TRUE
                       NOT AT END
                           IF TC-CERTIFICATE-NO NOT = SPACES
                                   AND TC-VALID-FROM NUMERIC
                                   AND TC-VALID-TO NUMERIC
                                   AND TC-VALID-FROM <= WS-RUN-DATE
                                   AND TC-VALID-TO >= WS-RUN-DATE
                               PERFORM KeepTaxCertificate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-CERTIFICATE-FILE
           ELSE
               IF WS-TAX-CERTIFICATE-STATUS = "05"
                   CLOSE TAX-CERTIFICATE-FILE
               END-IF
           END-IF
           .

       KeepTaxCertificate.
           IF CERTIFICATE-COUNT >= 500
               DISPLAY "CERTIFICATE TABLE FULL - CERTIFICATE "
                   TC-CERTIFICATE-NO " NOT LOADED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CERTIFICATE-COUNT
           SET CX-IDX TO CERTIFICATE-COUNT
           MOVE TC-CERTIFICATE-NO TO CX-CERTIFICATE-NO (CX-IDX)
           MOVE TC-HOLDER-TYPE TO CX-HOLDER-TYPE (CX-IDX)
           MOVE TC-MEMBER-ID TO CX-MEMBER-ID (CX-IDX)
           MOVE ZEROS TO CX-PAYER-ACCOUNT (CX-IDX)
           IF TC-PAYER-ACCOUNT NUMERIC
               MOVE TC-PAYER-ACCOUNT TO CX-PAYER-ACCOUNT (CX-IDX)
           END-IF
           MOVE ZEROS TO CX-PROVINCE-CODE (CX-IDX)
           IF TC-PROVINCE-CODE NUMERIC
               MOVE TC-PROVINCE-CODE TO CX-PROVINCE-CODE (CX-IDX)
           END-IF
           IF TC-PARTIAL-EXEMPT AND TC-EXEMPT-PCT NUMERIC
               MOVE TC-EXEMPT-PCT TO CX-EXEMPT-PCT (CX-IDX)
           ELSE
               MOVE 100 TO CX-EXEMPT-PCT (CX-IDX)
           END-IF
           .

      *>----------------------------------------------------------------
      *> ShowRenewalNotice - a member whose new term starts this month
      *> was sent a renewal notice by MBRRENEW; the run log shows when
      *> and how the term was to be collected.
      *>----------------------------------------------------------------
       ShowRenewalNotice.
           SET RNX-IDX TO 1
           SEARCH RENEWAL-NOTICE-ENTRY
               AT END
                   CONTINUE
               WHEN RX-MEMBER-ID (RNX-IDX) = MF-MEMBER-ID
                   ADD 1 TO WS-RENEWALS-SHOWN
                   DISPLAY "MEMBER " MF-MEMBER-ID
                       " RENEWAL NOTICE SENT " RX-NOTICE-DATE (RNX-IDX)
                       " FOR TERM FROM " RX-TERM-START (RNX-IDX)
                       " METHOD " RX-METHOD (RNX-IDX)
           END-SEARCH
           .

       LoadRenewalNotices.
           OPEN INPUT RENEWAL-NOTICE-LOG
           IF WS-RENEWAL-LOG-OK
               PERFORM UNTIL WS-RENEWAL-LOG-EOF
                   READ RENEWAL-NOTICE-LOG INTO RN-RECORD
                       AT END SET WS-RENEWAL-LOG-EOF TO TRUE
                       NOT AT END
                           IF RN-TERM-START (1:6) = WS-RUN-DATE (1:6)
                                   AND RENEWAL-NOTICE-COUNT < 2000
                               ADD 1 TO RENEWAL-NOTICE-COUNT
                               SET RNX-IDX TO RENEWAL-NOTICE-COUNT
                               MOVE RN-MEMBER-ID
                                   TO RX-MEMBER-ID (RNX-IDX)
                               MOVE RN-NOTICE-DATE
                                   TO RX-NOTICE-DATE (RNX-IDX)
                               MOVE RN-TERM-START
                                   TO RX-TERM-START (RNX-IDX)
                               MOVE RN-METHOD TO RX-METHOD (RNX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENEWAL-NOTICE-LOG
           ELSE
               IF WS-RENEWAL-LOG-STATUS = "05"
                   CLOSE RENEWAL-NOTICE-LOG
               END-IF
           END-IF
           .

       GetFamilyDiscount.
           OPEN INPUT FAMILY-DISCOUNT-PARM
           IF WS-FAMILY-DISCOUNT-OK
      *> member's province.  A member whose province has no rate on
      *> file (or no province at all) bills tax-free but lands on the
      *> TAXEXCP exceptions list so the filing return can explain the
      *> gap.  A member exempt by certificate has the tax cut by the
      *> certificate's percent, and a fully exempt member bills no TX
      *> line at all.
      *>----------------------------------------------------------------
       AddProvinceTaxLine.
           IF MF-PROVINCE-CODE NOT NUMERIC
                       COMPUTE WS-TAX-BASE-AMOUNT ROUNDED =
                           WS-MEMBER-BASE-BILLED
                               * WS-MEMBER-TAX-RATE / 100
                       IF WS-CERTIFICATE-NO NOT = SPACES
                           PERFORM ApplyTaxExemption
                       END-IF
                       IF WS-CERTIFICATE-NO = SPACES
                               OR WS-TAX-AMOUNT NOT = ZERO
                           PERFORM WriteTaxLine
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       ApplyTaxExemption.
           COMPUTE WS-EXEMPT-TAX ROUNDED =
               WS-TAX-AMOUNT * WS-EXEMPT-PCT / 100
           COMPUTE WS-EXEMPT-TAX-BASE ROUNDED =
               WS-TAX-BASE-AMOUNT * WS-EXEMPT-PCT / 100
           SUBTRACT WS-EXEMPT-TAX FROM WS-TAX-AMOUNT
           SUBTRACT WS-EXEMPT-TAX-BASE FROM WS-TAX-BASE-AMOUNT
           ADD WS-EXEMPT-TAX-BASE TO WS-EXEMPT-TOTAL
           ADD 1 TO WS-MEMBERS-EXEMPT
           DISPLAY "MEMBER " MF-MEMBER-ID
               " TAX EXEMPT UNDER CERTIFICATE " WS-CERTIFICATE-NO
           .

       WriteTaxLine.
           ADD WS-TAX-BASE-AMOUNT TO TotalFees
           SET IV-INVOICE-LINE TO TRUE
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadPlanFees - the compiled plan fees stand unless PLANFEES
      *> says otherwise.  The file takes "V YYYYMMDD" version headers
      *> the way TIERRATE does: the latest block dated on or before
      *> the business date is in force, each block setting the plans
      *> it lists (a plan left out keeps the fee it had), so next
      *> season's prices sit in the file until their day comes.  A
      *> block reaching its day is only taken once PRCGATE finds the
      *> PRCNOTE price-change letters logged for it.
      *>----------------------------------------------------------------
       LoadPlanFees.
           OPEN INPUT PLAN-FEE-FILE
           IF WS-PLAN-FEE-OK
               PERFORM UNTIL WS-PLAN-FEE-EOF
                   READ PLAN-FEE-FILE
                       AT END SET WS-PLAN-FEE-EOF TO TRUE
                       NOT AT END
                           IF PLAN-FEE-RECORD (1:1) = "V"
                               PERFORM JudgePlanFeeVersion
                           ELSE
                               IF WS-VERSION-LOADING = "Y"
                                   PERFORM SetOnePlanFee
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FEE-FILE
               DISPLAY "PLANFEES VERSION IN FORCE: " WS-VERSION-DATE
               MOVE "PLANFEES" TO RV-TABLE
               PERFORM WriteRateVersionLine
           ELSE
               IF WS-PLAN-FEE-STATUS = "05"
                   CLOSE PLAN-FEE-FILE
               END-IF
           END-IF
           .

       JudgePlanFeeVersion.
           IF PLAN-FEE-RECORD (3:8) NOT NUMERIC
               DISPLAY "BAD RATE VERSION HEADER IGNORED"
               MOVE "N" TO WS-VERSION-LOADING
               EXIT PARAGRAPH
           END-IF
           MOVE PLAN-FEE-RECORD (3:8) TO WS-HEADER-DATE
           IF WS-HEADER-DATE <= WS-RUN-DATE
                   AND WS-HEADER-DATE >= WS-VERSION-DATE
                   AND WS-HEADER-DATE > ZERO
               MOVE "PLANFEES" TO WS-GATE-TABLE
               CALL "PRCGATE" USING WS-GATE-TABLE, WS-HEADER-DATE,
                   WS-GATE-RC
               IF WS-GATE-RC = 2
                   DISPLAY "PLANFEES VERSION " WS-HEADER-DATE
                       " REFUSED - NO PRICE NOTICE RUN LOGGED"
                   ADD 1 TO WS-VERSIONS-REFUSED
                   MOVE "N" TO WS-VERSION-LOADING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HEADER-DATE <= WS-RUN-DATE
                   AND WS-HEADER-DATE >= WS-VERSION-DATE
               MOVE WS-HEADER-DATE TO WS-VERSION-DATE
               MOVE "Y" TO WS-VERSION-LOADING
           ELSE
               MOVE "N" TO WS-VERSION-LOADING
           END-IF
           .

       SetOnePlanFee.
           IF PF-FEE NOT NUMERIC
               DISPLAY "PLANFEES LINE IGNORED - FEE NOT NUMERIC: "
                   PLAN-FEE-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PLAN-FOUND
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > 3
               IF PR-PLAN-CODE (PR-IDX) = PF-PLAN-CODE
                   MOVE PF-FEE TO PR-FEE (PR-IDX)
                   MOVE "Y" TO WS-PLAN-FOUND
               END-IF
           END-PERFORM
           IF WS-PLAN-FOUND = "N"
               DISPLAY "PLANFEES LINE IGNORED - NO PLAN "
                   PF-PLAN-CODE
           END-IF
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

       LookUpPlanFee.
           MOVE ZEROS TO WS-FEE
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > 3
