      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tax exemption certificate maintenance - apply a file
      *          of SET / DELETE transactions against the TAXCERT
      *          certificate master the billing run exempts tax from:
      *          one line per certificate, held by a member or by the
      *          payer account a family or group bills to, with the
      *          issuing province, the valid-from and valid-to dates
      *          and the exemption type (F full, P partial with the
      *          percent of tax exempted).  A SET adds the certificate
      *          or replaces it whole, which is how a renewal extends
      *          the valid-to date; a DELETE removes a certificate
      *          keyed in error - an expired one is left on file for
      *          TAXRTN.  A member holder must be on MEMBERSDD; a
      *          payer account must carry a valid ACCTCHK check digit
      *          (an old number is replaced by its new one) and be on
      *          CUSTMAST, whose name is taken when none is keyed.
      *          The province must be on the PROVLOOK table and the
      *          dates real calendar dates in order.  Every reject is
      *          reported on TAXCREJ, copied to the report repository
      *          through RPTARCH as it closes.  The maintained master
      *          writes to TAXCERTO with its GENCOUNT record count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CERTIFICATE-FILE ASSIGN TO "TAXCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-FILE-STATUS.
           SELECT OPTIONAL CERTIFICATE-TRANS-FILE ASSIGN TO "TAXCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-TRANS-STATUS.
           SELECT NEW-CERTIFICATE-FILE ASSIGN TO "TAXCERTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CERTIFICATE-STATUS.
           SELECT REJECT-REPORT ASSIGN TO "TAXCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-REPORT-STATUS.
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT OPTIONAL GENERATION-COUNT-FILE
               ASSIGN TO "GENCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-FILE-RECORD PIC X(88).
       FD  CERTIFICATE-TRANS-FILE.
       01  CERTIFICATE-TRANS-RECORD.
           05  CT-ACTION PIC X(1).
               88  CT-SET    VALUE "S".
               88  CT-DELETE VALUE "D".
           05  CT-CERTIFICATE-NO PIC X(9).
           05  CT-HOLDER-TYPE PIC X(1).
               88  CT-MEMBER-HOLDER VALUE "M".
               88  CT-PAYER-HOLDER VALUE "P".
           05  CT-MEMBER-ID PIC X(6).
           05  CT-PAYER-ACCOUNT PIC 9(10).
           05  CT-PROVINCE-CODE PIC 9(2).
           05  CT-VALID-FROM PIC 9(8).
           05  CT-VALID-TO PIC 9(8).
           05  CT-EXEMPT-TYPE PIC X(1).
               88  CT-FULL-EXEMPT VALUE "F".
               88  CT-PARTIAL-EXEMPT VALUE "P".
           05  CT-EXEMPT-PCT PIC 9(3)V99.
           05  CT-HOLDER-NAME PIC X(30).
       FD  NEW-CERTIFICATE-FILE.
       01  NEW-CERTIFICATE-RECORD PIC X(88).
       FD  REJECT-REPORT.
       01  REJECT-REPORT-RECORD PIC X(70).
       FD  MEMBERS-FILE.
       COPY MBRREC.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY TECREC.
       01 WS-CERTIFICATE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CERTIFICATE-FILE-OK VALUE "00".
           88 WS-CERTIFICATE-FILE-EOF VALUE "10".
       01 WS-CERTIFICATE-TRANS-STATUS PIC XX VALUE SPACES.
           88 WS-CERTIFICATE-TRANS-OK VALUE "00".
           88 WS-CERTIFICATE-TRANS-EOF VALUE "10".
       01 WS-NEW-CERTIFICATE-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
      *>   The whole certificate master held for the run, the way the
      *>   preference maintenance holds ALRTPREF.  A deleted
      *>   certificate is blanked in place and dropped when the master
      *>   is written.
       01 CERTIFICATE-TABLE.
           05 CERTIFICATE-ENTRY OCCURS 2000 TIMES INDEXED BY CF-IDX.
               10 CF-RECORD PIC X(88).
       01 CERTIFICATE-COUNT PIC 9(4) VALUE ZERO.
      *>   Member ids off MEMBERSDD, for a member holder.
       01 MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON MEMBER-COUNT
               INDEXED BY MBR-IDX.
               10 ML-MEMBER-ID PIC X(6).
       01 MEMBER-COUNT PIC 9(4) VALUE ZERO.
      *>   ACCTCHK parameters.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
      *>   PROVLOOK parameters.
       01 WS-PROV-CODE PIC 9(2) VALUE ZERO.
       01 WS-PROV-NAME PIC X(20) VALUE SPACES.
       01 WS-PROV-RC PIC 9 VALUE ZERO.
      *>   DATECALC parameters.
       01 WS-DATE-FUNCTION PIC X VALUE "V".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-TRANS-COUNT PIC 9(9) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-REJECT-LINE.
           05 FILLER PIC X(7) VALUE "REJECT ".
           05 RJ-ACTION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-CERTIFICATE-NO PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-REASON PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "TAXCMNT " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadCertificateTable
           PERFORM LoadMemberTable
           OPEN OUTPUT REJECT-REPORT
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CERTIFICATE-TRANS-FILE
           IF NOT WS-CERTIFICATE-TRANS-OK
               DISPLAY "TAXCTRAN NOT AVAILABLE, STATUS = "
                   WS-CERTIFICATE-TRANS-STATUS
               SET WS-CERTIFICATE-TRANS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CERTIFICATE-TRANS-EOF
               READ CERTIFICATE-TRANS-FILE
                   AT END SET WS-CERTIFICATE-TRANS-EOF TO TRUE
                   NOT AT END PERFORM ApplyOneTransaction
               END-READ
           END-PERFORM
           CLOSE CERTIFICATE-TRANS-FILE
           CLOSE REJECT-REPORT CUSTOMER-MASTER
           MOVE "TAXCREJ" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WriteNewCertificateFile
           DISPLAY "----- EXEMPTION CERTIFICATE TOTALS -----"
           DISPLAY "TRANSACTIONS READ : " WS-TRANS-COUNT
           DISPLAY "APPLIED           : " WS-APPLIED-COUNT
           DISPLAY "  ADDED           : " WS-ADDED-COUNT
           DISPLAY "  REPLACED        : " WS-REPLACED-COUNT
           DISPLAY "  DELETED         : " WS-DELETED-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

       LoadCertificateTable.
           MOVE ZERO TO CERTIFICATE-COUNT
           OPEN INPUT CERTIFICATE-FILE
           IF WS-CERTIFICATE-FILE-OK
               PERFORM UNTIL WS-CERTIFICATE-FILE-EOF
                   READ CERTIFICATE-FILE
                       AT END SET WS-CERTIFICATE-FILE-EOF TO TRUE
                       NOT AT END
                           IF CERTIFICATE-COUNT >= 2000
                               DISPLAY "CERTIFICATE TABLE FULL - "
                                   "REMAINING CERTIFICATES NOT LOADED"
                               SET WS-CERTIFICATE-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO CERTIFICATE-COUNT
                               MOVE CERTIFICATE-FILE-RECORD TO
                                   CF-RECORD (CERTIFICATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERTIFICATE-FILE
           ELSE
               IF WS-CERTIFICATE-FILE-STATUS = "05"
                   CLOSE CERTIFICATE-FILE
               END-IF
           END-IF
           .

       LoadMemberTable.
           OPEN INPUT MEMBERS-FILE
           IF WS-MEMBERS-FILE-OK
               PERFORM UNTIL WS-MEMBERS-FILE-EOF
                   READ MEMBERS-FILE
                       AT END SET WS-MEMBERS-FILE-EOF TO TRUE
                       NOT AT END
                           IF MEMBER-COUNT < 5000
                               ADD 1 TO MEMBER-COUNT
                               SET MBR-IDX TO MEMBER-COUNT
                               MOVE MF-MEMBER-ID
                                   TO ML-MEMBER-ID (MBR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBERS-FILE
           ELSE
               IF WS-MEMBERS-FILE-STATUS = "05"
                   CLOSE MEMBERS-FILE
               END-IF
           END-IF
           .

       ApplyOneTransaction.
           ADD 1 TO WS-TRANS-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM ValidateTransaction
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM RejectTransaction
           ELSE
               EVALUATE TRUE
                   WHEN CT-SET    PERFORM SetCertificate
                   WHEN CT-DELETE PERFORM DeleteCertificate
               END-EVALUATE
           END-IF
           .

       ValidateTransaction.
           IF NOT CT-SET AND NOT CT-DELETE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF CT-CERTIFICATE-NO = SPACES
                       OR CT-CERTIFICATE-NO (1:1) = SPACE
                   MOVE "CERTIFICATE NUMBER MISSING"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND CT-SET
               PERFORM ValidateHolder
           END-IF
           IF WS-REJECT-REASON = SPACES AND CT-SET
               PERFORM ValidateProvince
           END-IF
           IF WS-REJECT-REASON = SPACES AND CT-SET
               PERFORM ValidateValidDates
           END-IF
           IF WS-REJECT-REASON = SPACES AND CT-SET
               PERFORM ValidateExemption
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM FindCertificate
               IF CT-DELETE AND WS-FOUND-SUB = ZERO
                   MOVE "CERTIFICATE NOT ON FILE" TO WS-REJECT-REASON
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> ValidateHolder - a member holder must be on MEMBERSDD; a
      *> payer account must pass its check digit and be an open
      *> account on CUSTMAST.
      *>----------------------------------------------------------------
       ValidateHolder.
           EVALUATE TRUE
               WHEN CT-MEMBER-HOLDER
                   SET MBR-IDX TO 1
                   SEARCH MEMBER-ENTRY
                       AT END
                           MOVE "MEMBER NOT ON MEMBERSDD"
                               TO WS-REJECT-REASON
                       WHEN ML-MEMBER-ID (MBR-IDX) = CT-MEMBER-ID
                           CONTINUE
                   END-SEARCH
                   MOVE ZEROS TO CT-PAYER-ACCOUNT
               WHEN CT-PAYER-HOLDER
                   PERFORM ValidatePayerAccount
                   MOVE SPACES TO CT-MEMBER-ID
               WHEN OTHER
                   MOVE "HOLDER TYPE NOT M OR P" TO WS-REJECT-REASON
           END-EVALUATE
           .

       ValidatePayerAccount.
           IF CT-PAYER-ACCOUNT NOT NUMERIC
                   OR CT-PAYER-ACCOUNT = ZERO
               MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WS-CHECK-FUNCTION
           MOVE CT-PAYER-ACCOUNT TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           IF WS-CHECK-RC = 2
               MOVE "ACCOUNT FAILS CHECK DIGIT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-RC = 7
               MOVE "ACCOUNT RENUMBERED - REFER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-ACCOUNT TO CT-PAYER-ACCOUNT
           MOVE CT-PAYER-ACCOUNT TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               MOVE "ACCOUNT NOT ON CUSTMAST" TO WS-REJECT-REASON
           ELSE
               IF CM-ACCT-CLOSED
                   MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
               ELSE
                   IF CT-HOLDER-NAME = SPACES
                       MOVE CM-CUSTOMER-NAME TO CT-HOLDER-NAME
                   END-IF
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> ValidateProvince - the issuing province must be on the
      *> PROVLOOK table; with no PROVINCS file at all a numeric code
      *> is taken as keyed.
      *>----------------------------------------------------------------
       ValidateProvince.
           IF CT-PROVINCE-CODE NOT NUMERIC
                   OR CT-PROVINCE-CODE = ZERO
               MOVE "PROVINCE CODE NOT VALID" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CT-PROVINCE-CODE TO WS-PROV-CODE
           CALL "PROVLOOK" USING WS-PROV-CODE, WS-PROV-NAME,
               WS-PROV-RC
           IF WS-PROV-RC = 1
               MOVE "PROVINCE CODE NOT VALID" TO WS-REJECT-REASON
           END-IF
           .

       ValidateValidDates.
           IF CT-VALID-FROM NOT NUMERIC OR CT-VALID-TO NOT NUMERIC
               MOVE "VALID DATES NOT NUMERIC" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WS-DATE-FUNCTION
           MOVE CT-VALID-FROM TO WS-DATE-1
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0
               MOVE "VALID-FROM NOT A REAL DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CT-VALID-TO TO WS-DATE-1
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0
               MOVE "VALID-TO NOT A REAL DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CT-VALID-TO < CT-VALID-FROM
               MOVE "VALID-TO BEFORE VALID-FROM" TO WS-REJECT-REASON
           END-IF
           .

      *>----------------------------------------------------------------
      *> ValidateExemption - a full exemption is held as 100 percent;
      *> a partial one must exempt some of the tax but not all of it.
      *>----------------------------------------------------------------
       ValidateExemption.
           EVALUATE TRUE
               WHEN CT-FULL-EXEMPT
                   MOVE 100 TO CT-EXEMPT-PCT
               WHEN CT-PARTIAL-EXEMPT
                   IF CT-EXEMPT-PCT NOT NUMERIC
                           OR CT-EXEMPT-PCT = ZERO
                           OR CT-EXEMPT-PCT NOT < 100
                       MOVE "PARTIAL PERCENT NOT 0-100"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE "EXEMPTION TYPE NOT F OR P" TO WS-REJECT-REASON
           END-EVALUATE
           .

       FindCertificate.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING CF-IDX FROM 1 BY 1
                   UNTIL CF-IDX > CERTIFICATE-COUNT
               IF CF-RECORD (CF-IDX) (1:9) = CT-CERTIFICATE-NO
                   SET WS-FOUND-SUB TO CF-IDX
                   SET CF-IDX TO CERTIFICATE-COUNT
               END-IF
           END-PERFORM
           .

       SetCertificate.
           IF WS-FOUND-SUB = ZERO AND CERTIFICATE-COUNT >= 2000
               MOVE "CERTIFICATE TABLE FULL" TO WS-REJECT-REASON
               PERFORM RejectTransaction
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TC-RECORD
           MOVE CT-CERTIFICATE-NO TO TC-CERTIFICATE-NO
           MOVE CT-HOLDER-TYPE TO TC-HOLDER-TYPE
           MOVE CT-MEMBER-ID TO TC-MEMBER-ID
           MOVE CT-PAYER-ACCOUNT TO TC-PAYER-ACCOUNT
           MOVE CT-PROVINCE-CODE TO TC-PROVINCE-CODE
           MOVE CT-VALID-FROM TO TC-VALID-FROM
           MOVE CT-VALID-TO TO TC-VALID-TO
           MOVE CT-EXEMPT-TYPE TO TC-EXEMPT-TYPE
           MOVE CT-EXEMPT-PCT TO TC-EXEMPT-PCT
           MOVE CT-HOLDER-NAME TO TC-HOLDER-NAME
           MOVE WS-RUN-DATE TO TC-UPDATED-DATE
           IF WS-FOUND-SUB NOT = ZERO
               MOVE TC-RECORD TO CF-RECORD (WS-FOUND-SUB)
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               ADD 1 TO CERTIFICATE-COUNT
               MOVE TC-RECORD TO CF-RECORD (CERTIFICATE-COUNT)
               ADD 1 TO WS-ADDED-COUNT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           .

       DeleteCertificate.
           MOVE SPACES TO CF-RECORD (WS-FOUND-SUB)
           ADD 1 TO WS-DELETED-COUNT
           ADD 1 TO WS-APPLIED-COUNT
           .

       RejectTransaction.
           ADD 1 TO WS-REJECT-COUNT
           MOVE CT-ACTION TO RJ-ACTION
           MOVE CT-CERTIFICATE-NO TO RJ-CERTIFICATE-NO
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE REJECT-REPORT-RECORD FROM WS-REJECT-LINE
           IF WS-REJECT-REPORT-STATUS NOT = "00"
               DISPLAY "TAXCREJ WRITE FAILED, STATUS = "
                   WS-REJECT-REPORT-STATUS
           END-IF
           .

       WriteNewCertificateFile.
           OPEN OUTPUT NEW-CERTIFICATE-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM VARYING CF-IDX FROM 1 BY 1
                   UNTIL CF-IDX > CERTIFICATE-COUNT
               IF CF-RECORD (CF-IDX) NOT = SPACES
                   WRITE NEW-CERTIFICATE-RECORD
                       FROM CF-RECORD (CF-IDX)
                   IF WS-NEW-CERTIFICATE-STATUS NOT = "00"
                       DISPLAY "TAXCERTO WRITE FAILED, STATUS = "
                           WS-NEW-CERTIFICATE-STATUS
                   ELSE
                       ADD 1 TO WS-GEN-RECORDS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE NEW-CERTIFICATE-FILE
           MOVE "TAXCERTO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
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
           MOVE WS-TRANS-COUNT TO CTL-INPUT-COUNT
           MOVE WS-APPLIED-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

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

       COPY RUNDATE.
       END PROGRAM TAXCMNT.
