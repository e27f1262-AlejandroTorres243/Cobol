      *          changing history, prints the TAXRETRN return, posts
      *          the remittance liability through GLPOST, and files
      *          the new cumulative position back to TAXFILED.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.  Sales billed under a
      *          TAXCERT exemption certificate are kept out of the
      *          taxable base and reported on their own EXEMPT line
      *          per province - the whole line for a full exemption,
      *          the certificate's percent of it for a partial one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICEDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.
           SELECT OPTIONAL TAX-CERTIFICATE-FILE ASSIGN TO "TAXCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CERTIFICATE-STATUS.
           SELECT OPTIONAL FILED-FILE ASSIGN TO "TAXFILED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILED-FILE-STATUS.
       COPY MBRREC.
       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD PIC X(50).
       FD  TAX-CERTIFICATE-FILE.
       01  TAX-CERTIFICATE-RECORD PIC X(88).
       FD  FILED-FILE.
       01  FILED-FILE-RECORD.
           05 FP-PROVINCE PIC 9(2).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY INVLINE.
       COPY GLREC.
       COPY TECREC.
       01 WS-TAX-CERTIFICATE-STATUS PIC XX VALUE SPACES.
           88 WS-TAX-CERTIFICATE-OK VALUE "00".
           88 WS-TAX-CERTIFICATE-EOF VALUE "10".
      *>   Every certificate on TAXCERT, expired ones too, so a line
      *>   billed under one still finds how much of it was exempt.
       01 CERTIFICATE-TABLE.
           05 CERTIFICATE-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON CERTIFICATE-COUNT
               INDEXED BY CX-IDX.
               10 CX-CERTIFICATE-NO PIC X(9).
               10 CX-EXEMPT-PCT PIC 9(3)V99.
       01 CERTIFICATE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EXEMPT-PCT PIC 9(3)V99 VALUE ZERO.
       01 WS-EXEMPT-PART PIC S9(9)V99 VALUE ZERO.
       01 WS-TAXABLE-PART PIC S9(9)V99 VALUE ZERO.
       01 WS-CURRENT-EXEMPT PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-EXEMPT PIC S9(11)V99 VALUE ZERO.
       01 WS-PERIOD-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-PERIOD-PARM-OK VALUE "00".
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
               10 PB-TAX-PRIOR PIC S9(11)V99.
               10 PB-BASE-FILED PIC S9(11)V99.
               10 PB-TAX-FILED PIC S9(11)V99.
               10 PB-EXEMPT-THRU PIC S9(11)V99.
               10 PB-EXEMPT-PRIOR PIC S9(11)V99.
       01 WS-PROVINCE-SUB PIC 9(3) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-UNMATCHED-COUNT PIC 9(9) VALUE ZERO.
               STOP RUN
           END-IF
           PERFORM LoadMemberProvinces
           PERFORM LoadTaxCertificates
           PERFORM AccumulateInvoiceLines
           PERFORM PrintReturn
      *>    The remitted tax moves from revenue (where billing left
           DISPLAY "UNMATCHED MEMBERS  : " WS-UNMATCHED-COUNT
           MOVE WS-GRAND-REMIT TO WS-EDITED-AMOUNT
           DISPLAY "TAX TO REMIT       : " WS-EDITED-AMOUNT
           MOVE WS-GRAND-EXEMPT TO WS-EDITED-AMOUNT
           DISPLAY "EXEMPT SALES       : " WS-EDITED-AMOUNT
           PERFORM WriteControlRecord
           STOP RUN.

               MOVE ZEROS TO PB-TAX-PRIOR (WS-PROVINCE-SUB)
               MOVE ZEROS TO PB-BASE-FILED (WS-PROVINCE-SUB)
               MOVE ZEROS TO PB-TAX-FILED (WS-PROVINCE-SUB)
               MOVE ZEROS TO PB-EXEMPT-THRU (WS-PROVINCE-SUB)
               MOVE ZEROS TO PB-EXEMPT-PRIOR (WS-PROVINCE-SUB)
           END-PERFORM
      *>    The latest cut-off's rows are the current filed position;
      *>    older rows are superseded history.
           END-IF
           .

       LoadTaxCertificates.
           OPEN INPUT TAX-CERTIFICATE-FILE
           IF WS-TAX-CERTIFICATE-OK
               PERFORM UNTIL WS-TAX-CERTIFICATE-EOF
                   READ TAX-CERTIFICATE-FILE INTO TC-RECORD
                       AT END SET WS-TAX-CERTIFICATE-EOF TO TRUE
                       NOT AT END
                           IF CERTIFICATE-COUNT < 2000
                                   AND TC-CERTIFICATE-NO NOT = SPACES
                               ADD 1 TO CERTIFICATE-COUNT
                               SET CX-IDX TO CERTIFICATE-COUNT
                               MOVE TC-CERTIFICATE-NO
                                   TO CX-CERTIFICATE-NO (CX-IDX)
                               IF TC-PARTIAL-EXEMPT
                                       AND TC-EXEMPT-PCT NUMERIC
                                   MOVE TC-EXEMPT-PCT
                                       TO CX-EXEMPT-PCT (CX-IDX)
                               ELSE
                                   MOVE 100 TO CX-EXEMPT-PCT (CX-IDX)
                               END-IF
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

       AccumulateInvoiceLines.
           OPEN INPUT INVOICE-FILE
           IF NOT WS-INVOICE-FILE-OK
                   ADD IV-AMOUNT TO PB-TAX-PRIOR (WS-PROVINCE-SUB)
               END-IF
           ELSE
               PERFORM SplitExemptSales
               ADD WS-TAXABLE-PART TO PB-BASE-THRU (WS-PROVINCE-SUB)
               ADD WS-EXEMPT-PART TO PB-EXEMPT-THRU (WS-PROVINCE-SUB)
               IF IV-BILL-DATE <= WS-PRIOR-THRU
                   ADD WS-TAXABLE-PART
                       TO PB-BASE-PRIOR (WS-PROVINCE-SUB)
                   ADD WS-EXEMPT-PART
                       TO PB-EXEMPT-PRIOR (WS-PROVINCE-SUB)
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> SplitExemptSales - a line billed under an exemption
      *> certificate is exempt sales in the certificate's percent; a
      *> certificate no longer on TAXCERT is taken as full.
      *>----------------------------------------------------------------
       SplitExemptSales.
           MOVE ZERO TO WS-EXEMPT-PART
           MOVE IV-AMOUNT TO WS-TAXABLE-PART
           IF IV-CERTIFICATE-NO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 100 TO WS-EXEMPT-PCT
           SET CX-IDX TO 1
           SEARCH CERTIFICATE-ENTRY
               AT END
                   CONTINUE
               WHEN CX-CERTIFICATE-NO (CX-IDX) = IV-CERTIFICATE-NO
                   MOVE CX-EXEMPT-PCT (CX-IDX) TO WS-EXEMPT-PCT
           END-SEARCH
           COMPUTE WS-EXEMPT-PART ROUNDED =
               IV-AMOUNT * WS-EXEMPT-PCT / 100
           COMPUTE WS-TAXABLE-PART = IV-AMOUNT - WS-EXEMPT-PART
           .

      *>----------------------------------------------------------------
      *> PrintReturn - per province: the current period's base and
      *> tax, a prior-period adjustment line when already-filed
                   UNTIL WS-PROVINCE-SUB > 99
               IF PB-TAX-THRU (WS-PROVINCE-SUB) NOT = ZERO
                       OR PB-TAX-FILED (WS-PROVINCE-SUB) NOT = ZERO
                       OR PB-EXEMPT-THRU (WS-PROVINCE-SUB) NOT = ZERO
                   PERFORM PrintOneProvince
               END-IF
           END-PERFORM
           MOVE ZEROS TO RL-PROVINCE
           MOVE WS-GRAND-REMIT TO RL-TAX
           WRITE RETURN-REPORT-RECORD FROM WS-RETURN-LINE
           MOVE SPACES TO WS-RETURN-LINE
           MOVE "EXEMPT    " TO RL-LABEL
           MOVE ZEROS TO RL-PROVINCE
           MOVE WS-GRAND-EXEMPT TO RL-BASE
           MOVE ZEROS TO RL-TAX
           MOVE "CERTIFICATE-EXEMPT SALES" TO RL-NOTE
           WRITE RETURN-REPORT-RECORD FROM WS-RETURN-LINE
           CLOSE RETURN-REPORT
           MOVE "TAXRETRN" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           .

       PrintOneProvince.
           MOVE WS-CURRENT-TAX TO RL-TAX
           MOVE SPACES TO RL-NOTE
           WRITE RETURN-REPORT-RECORD FROM WS-RETURN-LINE
           COMPUTE WS-CURRENT-EXEMPT =
               PB-EXEMPT-THRU (WS-PROVINCE-SUB)
               - PB-EXEMPT-PRIOR (WS-PROVINCE-SUB)
           IF WS-CURRENT-EXEMPT NOT = ZERO
               ADD WS-CURRENT-EXEMPT TO WS-GRAND-EXEMPT
               MOVE SPACES TO WS-RETURN-LINE
               MOVE "  EXEMPT  " TO RL-LABEL
               MOVE WS-PROVINCE-SUB TO RL-PROVINCE
               MOVE WS-CURRENT-EXEMPT TO RL-BASE
               MOVE ZEROS TO RL-TAX
               MOVE "CERTIFICATE-EXEMPT SALES" TO RL-NOTE
               WRITE RETURN-REPORT-RECORD FROM WS-RETURN-LINE
           END-IF
           IF WS-ADJUST-TAX NOT = ZERO
               MOVE SPACES TO WS-RETURN-LINE
               MOVE "  ADJUST  " TO RL-LABEL
