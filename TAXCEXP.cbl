      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tax exemption certificate expiry report - list every
      *          TAXCERT certificate whose valid-to date falls in the
      *          next 60 days, with its holder, issuing province,
      *          exemption type and the days it has left, so the back
      *          office can ask the charity, school or public body for
      *          the renewed certificate before the billing run starts
      *          taxing them again.  A certificate already followed by
      *          a later one for the same holder and province has been
      *          renewed and is left off.  The TAXCEXPR report is
      *          copied to the report repository through RPTARCH as
      *          it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CERTIFICATE-FILE ASSIGN TO "TAXCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-FILE-STATUS.
           SELECT EXPIRY-REPORT ASSIGN TO "TAXCEXPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-FILE-RECORD PIC X(88).
       FD  EXPIRY-REPORT.
       01  EXPIRY-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
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
       01 WS-EXPIRY-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   The whole certificate master, so each expiring certificate
      *>   can be checked for a renewal anywhere on the file.
       01 CERTIFICATE-TABLE.
           05 CERTIFICATE-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON CERTIFICATE-COUNT
               INDEXED BY CF-IDX RN-IDX.
               10 CF-RECORD PIC X(88).
       01 CERTIFICATE-COUNT PIC 9(4) VALUE ZERO.
      *>   A renewal candidate viewed through the same layout.
       01 WS-RENEWAL-RECORD.
           05 RW-CERTIFICATE-NO PIC X(9).
           05 RW-HOLDER-TYPE PIC X(1).
           05 RW-MEMBER-ID PIC X(6).
           05 RW-PAYER-ACCOUNT PIC 9(10).
           05 RW-PROVINCE-CODE PIC 9(2).
           05 RW-VALID-FROM PIC 9(8).
           05 RW-VALID-TO PIC 9(8).
           05 FILLER PIC X(44).
       01 WS-EXPIRY-DAYS PIC S9(7) VALUE +60.
       01 WS-WINDOW-END PIC 9(8) VALUE ZERO.
       01 WS-RENEWED PIC X VALUE "N".
           88 CERTIFICATE-RENEWED VALUE "Y".
       01 WS-EXPIRING-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RENEWED-COUNT PIC 9(9) VALUE ZERO.
      *>   DATECALC parameters.
       01 WS-DATE-FUNCTION PIC X VALUE "A".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(40)
               VALUE "EXEMPTION CERTIFICATES EXPIRING FROM ".
           05 TL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE " THRU ".
           05 TL-WINDOW-END PIC 9(8).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(24) VALUE "CERT NO   HOLDER".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(24) VALUE "PROV  T  VALID-TO  DAYS".
       01 WS-EXPIRY-LINE.
           05 EL-CERTIFICATE-NO PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EL-HOLDER-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EL-HOLDER-KEY PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-HOLDER-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-PROVINCE PIC 9(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 EL-EXEMPT-TYPE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-VALID-TO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-DAYS-LEFT PIC ZZ9.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(30) VALUE "CERTIFICATES EXPIRING       : ".
           05 TT-EXPIRING-COUNT PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "TAXCEXP " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           MOVE WS-EXPIRY-DAYS TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0
               DISPLAY "RUN DATE " WS-RUN-DATE " NOT A REAL DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-RESULT TO WS-WINDOW-END
           PERFORM LoadCertificateTable
           OPEN OUTPUT EXPIRY-REPORT
           MOVE WS-RUN-DATE TO TL-RUN-DATE
           MOVE WS-WINDOW-END TO TL-WINDOW-END
           WRITE EXPIRY-REPORT-RECORD FROM WS-TITLE-LINE
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD FROM WS-HEADING-LINE
           PERFORM VARYING CF-IDX FROM 1 BY 1
                   UNTIL CF-IDX > CERTIFICATE-COUNT
               MOVE CF-RECORD (CF-IDX) TO TC-RECORD
               IF TC-VALID-TO NUMERIC
                       AND TC-VALID-TO NOT < WS-RUN-DATE
                       AND TC-VALID-TO NOT > WS-WINDOW-END
                   PERFORM ReportOneCertificate
               END-IF
           END-PERFORM
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD
           MOVE WS-EXPIRING-COUNT TO TT-EXPIRING-COUNT
           WRITE EXPIRY-REPORT-RECORD FROM WS-TOTAL-LINE
           IF WS-EXPIRY-REPORT-STATUS NOT = "00"
               DISPLAY "TAXCEXPR WRITE FAILED, STATUS = "
                   WS-EXPIRY-REPORT-STATUS
           END-IF
           CLOSE EXPIRY-REPORT
           MOVE "TAXCEXPR" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "----- CERTIFICATE EXPIRY TOTALS -----"
           DISPLAY "CERTIFICATES ON FILE : " CERTIFICATE-COUNT
           DISPLAY "EXPIRING IN 60 DAYS  : " WS-EXPIRING-COUNT
           DISPLAY "ALREADY RENEWED      : " WS-RENEWED-COUNT
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

      *>----------------------------------------------------------------
      *> ReportOneCertificate - an expiring certificate is listed with
      *> the days it has left, unless a later certificate for the same
      *> holder and province already carries the exemption on.
      *>----------------------------------------------------------------
       ReportOneCertificate.
           PERFORM FindRenewal
           IF CERTIFICATE-RENEWED
               ADD 1 TO WS-RENEWED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXPIRING-COUNT
           MOVE "D" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           MOVE TC-VALID-TO TO WS-DATE-2
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0
               MOVE ZERO TO WS-DAY-COUNT
           END-IF
           MOVE SPACES TO WS-EXPIRY-LINE
           MOVE TC-CERTIFICATE-NO TO EL-CERTIFICATE-NO
           MOVE TC-HOLDER-TYPE TO EL-HOLDER-TYPE
           IF TC-PAYER-HOLDER
               MOVE TC-PAYER-ACCOUNT TO EL-HOLDER-KEY
           ELSE
               MOVE TC-MEMBER-ID TO EL-HOLDER-KEY
           END-IF
           MOVE TC-HOLDER-NAME TO EL-HOLDER-NAME
           MOVE TC-PROVINCE-CODE TO EL-PROVINCE
           MOVE TC-EXEMPT-TYPE TO EL-EXEMPT-TYPE
           MOVE TC-VALID-TO TO EL-VALID-TO
           MOVE WS-DAY-COUNT TO EL-DAYS-LEFT
           WRITE EXPIRY-REPORT-RECORD FROM WS-EXPIRY-LINE
           .

       FindRenewal.
           MOVE "N" TO WS-RENEWED
           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > CERTIFICATE-COUNT
                       OR CERTIFICATE-RENEWED
               MOVE CF-RECORD (RN-IDX) TO WS-RENEWAL-RECORD
               IF RW-HOLDER-TYPE = TC-HOLDER-TYPE
                       AND RW-MEMBER-ID = TC-MEMBER-ID
                       AND RW-PAYER-ACCOUNT = TC-PAYER-ACCOUNT
                       AND RW-PROVINCE-CODE = TC-PROVINCE-CODE
                       AND RW-VALID-TO NUMERIC
                       AND RW-VALID-TO > TC-VALID-TO
                   MOVE "Y" TO WS-RENEWED
               END-IF
           END-PERFORM
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
           MOVE CERTIFICATE-COUNT TO CTL-INPUT-COUNT
           MOVE WS-EXPIRING-COUNT TO CTL-OUTPUT-COUNT
           MOVE ZERO TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM TAXCEXP.
