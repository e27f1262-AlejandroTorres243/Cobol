      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dormant credit balance (unclaimed property) run -
      *          find CUSTMAST credit balances with no customer-
      *          initiated activity inside the ESCHPARM dormancy
      *          period, and take each one through due diligence to
      *          escheat.  Customer activity is a payment (PY) on the
      *          TRNHIST archive or the live TRANSACS, or an inbound
      *          contact (call in, visit) on the ACCTNOTE notes file;
      *          charges, interest and adjustments are the system's
      *          doing, not the customer's.  A newly dormant credit
      *          gets a due-diligence letter on ESCHLTR (held
      *          through MAILHOLD for a gone-away customer) and a
      *          letter-sent line on the ESCHTRK tracking file.  Once
      *          the ESCHPARM waiting period has run out with no
      *          response, the balance is listed on the ESCHRPT
      *          unclaimed property report, cleared off CUSTMAST with
      *          an AJ adjustment on TRANSACS, and moved through
      *          GLPOST from receivables to the ESCHEAT liability, so
      *          the account and the ledger agree.  Activity after
      *          the letter, or the credit going (used, refunded, or
      *          pending refund on REFPEND), clears the case.  The
      *          tracking file carries forward to ESCHTRKO.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL ESCHEAT-PARM-FILE ASSIGN TO "ESCHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-PARM-STATUS.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "REFPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT OPTIONAL TRANSACTION-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-HISTORY-STATUS.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TRANSACS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT OPTIONAL NOTE-FILE ASSIGN TO "ACCTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT OPTIONAL TRACKING-FILE ASSIGN TO "ESCHTRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACKING-FILE-STATUS.
           SELECT NEW-TRACKING-FILE ASSIGN TO "ESCHTRKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-TRACKING-STATUS.
           SELECT LETTER-FILE ASSIGN TO "ESCHLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.
           SELECT UNCLAIMED-REPORT ASSIGN TO "ESCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNCLAIMED-REPORT-STATUS.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
      *>   Dormancy period and due-diligence waiting period, in days.
       FD  ESCHEAT-PARM-FILE.
       01  ESCHEAT-PARM-RECORD.
           05 EP-DORMANT-DAYS PIC 9(5).
           05 EP-WAIT-DAYS PIC 9(3).
       FD  PENDING-FILE.
       01  PENDING-FILE-RECORD PIC X(43).
       FD  TRANSACTION-HISTORY.
       01  TRANSACTION-HISTORY-RECORD PIC X(50).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  NOTE-FILE.
       01  NOTE-FILE-RECORD PIC X(100).
       FD  TRACKING-FILE.
       01  TRACKING-FILE-RECORD PIC X(50).
       FD  NEW-TRACKING-FILE.
       01  NEW-TRACKING-RECORD PIC X(50).
       FD  LETTER-FILE.
       01  LETTER-FILE-RECORD PIC X(80).
       FD  UNCLAIMED-REPORT.
       01  UNCLAIMED-REPORT-RECORD PIC X(132).
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY REFREC.
       COPY TRNREC.
       COPY NOTEREC.
       COPY ESCREC.
       COPY GLREC.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK  VALUE "00".
           88 CM-STATUS-END VALUE "10".
       01 WS-ESCHEAT-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-ESCHEAT-PARM-OK VALUE "00".
       01 WS-PENDING-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PENDING-FILE-OK VALUE "00".
           88 WS-PENDING-FILE-EOF VALUE "10".
       01 WS-TRANSACTION-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-HISTORY-OK VALUE "00".
           88 WS-TRANSACTION-HISTORY-EOF VALUE "10".
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-FILE-OK VALUE "00".
           88 WS-TRANSACTION-FILE-EOF VALUE "10".
       01 WS-NOTE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-NOTE-FILE-OK VALUE "00".
           88 WS-NOTE-FILE-EOF VALUE "10".
       01 WS-TRACKING-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-TRACKING-FILE-OK VALUE "00".
           88 WS-TRACKING-FILE-EOF VALUE "10".
       01 WS-NEW-TRACKING-STATUS PIC XX VALUE SPACES.
       01 WS-LETTER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-UNCLAIMED-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
      *>   Three years' dormancy and sixty days to answer the letter
      *>   unless ESCHPARM says otherwise.
       01 WS-DORMANT-DAYS PIC 9(5) VALUE 1095.
       01 WS-WAIT-DAYS PIC 9(3) VALUE 60.
       01 WS-DORMANT-CUTOFF PIC 9(8) VALUE ZERO.
       01 WS-ESCHEAT-CUTOFF PIC 9(8) VALUE ZERO.
       01 WS-REPLY-BY-DATE PIC 9(8) VALUE ZERO.
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
      *>   Refunds already on their way are not unclaimed.
       01 PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON PENDING-COUNT
               INDEXED BY PD-IDX.
               10 PD-ACCOUNT-NO PIC 9(10).
       01 PENDING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ALREADY-PENDING PIC X VALUE "N".
      *>   Every credit balance on the master, with the latest
      *>   customer activity found for it.
       01 CREDIT-TABLE.
           05 CREDIT-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON CREDIT-COUNT
               INDEXED BY CR-IDX.
               10 CR-ACCOUNT-NO PIC 9(10).
               10 CR-AMOUNT PIC S9(9)V99.
               10 CR-CURRENCY-CODE PIC X(3).
               10 CR-LAST-ACTIVITY PIC 9(8).
               10 CR-TRACKED PIC X.
       01 CREDIT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-ACTIVITY-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-ACTIVITY-DATE PIC 9(8) VALUE ZERO.
       01 WS-ESCHEAT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-RC PIC 9 VALUE ZERO.
      *>   Letter work; a letter to a gone-away customer is held, not
      *>   printed.
       01 WS-LETTER-TEXT PIC X(70) VALUE SPACES.
       01 WS-HOLD-LINE PIC X(80) VALUE SPACES.
       01 WS-HOLD-RC PIC 9 VALUE ZERO.
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       01 WS-SCANNED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TRACKED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-LETTER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-GONE-AWAY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CLEARED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REPORTED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REPORTED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(40)
               VALUE "UNCLAIMED PROPERTY REPORT".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 TL-HEAD-TEXT PIC X(30).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(31) VALUE "LAST ADDRESS".
           05 FILLER PIC X(16) VALUE "  AMOUNT".
           05 FILLER PIC X(4) VALUE "CUR".
           05 FILLER PIC X(11) VALUE "LAST ACTV".
           05 FILLER PIC X(11) VALUE "LETTER".
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT-NO PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-ADDRESS PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-AMOUNT PIC -(11)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-CURRENCY-CODE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-LAST-ACTIVITY PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-LETTER-DATE PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ESCHEAT " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetReportHeading
           PERFORM GetEscheatParms
           PERFORM LoadPendingAccounts
           PERFORM LoadCreditBalances
           PERFORM LoadPaymentHistory
           PERFORM LoadPaymentsToday
           PERFORM LoadCustomerContacts
           OPEN I-O CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-TRANSACTION-FILE-STATUS
           OPEN EXTEND TRANSACTION-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   AND WS-TRANSACTION-FILE-STATUS NOT = "05"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN OUTPUT NEW-TRACKING-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT UNCLAIMED-REPORT
           MOVE WS-HEAD-TEXT TO TL-HEAD-TEXT
           WRITE UNCLAIMED-REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE UNCLAIMED-REPORT-RECORD FROM WS-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM WorkTrackedCases
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CREDIT-COUNT
               IF CR-TRACKED (CR-IDX) = "N"
                       AND CR-LAST-ACTIVITY (CR-IDX) < WS-DORMANT-CUTOFF
                   PERFORM StartDueDiligence
               END-IF
           END-PERFORM
           MOVE SPACES TO UNCLAIMED-REPORT-RECORD
           MOVE WS-REPORTED-TOTAL TO WS-EDITED-AMOUNT
           STRING "TOTAL REPORTED " WS-REPORTED-COUNT
               " ACCOUNTS  " WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO UNCLAIMED-REPORT-RECORD
           WRITE UNCLAIMED-REPORT-RECORD AFTER ADVANCING 2 LINES
           CLOSE CUSTOMER-MASTER TRANSACTION-FILE NEW-TRACKING-FILE
               LETTER-FILE UNCLAIMED-REPORT
           MOVE "ESCHRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
      *>    The unclaimed balances leave receivables for the escheat
      *>    liability until they are remitted.
           IF WS-REPORTED-TOTAL NOT = ZERO
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-RUN-PROGRAM-ID TO GL-SOURCE
               MOVE "AR" TO GL-ACCOUNT-CODE
               SET GL-DEBIT TO TRUE
               MOVE WS-REPORTED-TOTAL TO GL-AMOUNT
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
               MOVE "ESCHEAT" TO GL-ACCOUNT-CODE
               SET GL-CREDIT TO TRUE
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           END-IF
           DISPLAY "---------- UNCLAIMED PROPERTY TOTALS ----------"
           DISPLAY "ACCOUNTS SCANNED  : " WS-SCANNED-COUNT
           DISPLAY "CREDIT BALANCES   : " CREDIT-COUNT
           DISPLAY "CASES CARRIED IN  : " WS-TRACKED-COUNT
           DISPLAY "LETTERS WRITTEN   : " WS-LETTER-COUNT
           DISPLAY "  HELD - GONE     : " WS-GONE-AWAY-COUNT
           DISPLAY "CASES CLEARED     : " WS-CLEARED-COUNT
           DISPLAY "BALANCES REPORTED : " WS-REPORTED-COUNT
           MOVE WS-REPORTED-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT REPORTED   : " WS-EDITED-AMOUNT
           DISPLAY "ESCHEAT FAILURES  : " WS-FAILED-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

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

      *>----------------------------------------------------------------
      *> GetEscheatParms - a credit is dormant when the customer's
      *> last activity is before the dormancy cutoff; a letter sent
      *> on or before the escheat cutoff has had its waiting period.
      *>----------------------------------------------------------------
       GetEscheatParms.
           OPEN INPUT ESCHEAT-PARM-FILE
           IF WS-ESCHEAT-PARM-OK
               READ ESCHEAT-PARM-FILE
                   AT END
                       DISPLAY "ESCHPARM EMPTY - DEFAULT "
                           "PERIODS USED"
                   NOT AT END
                       IF EP-DORMANT-DAYS NUMERIC
                               AND EP-DORMANT-DAYS > ZERO
                           MOVE EP-DORMANT-DAYS TO WS-DORMANT-DAYS
                       ELSE
                           DISPLAY "ESCHPARM DORMANCY NOT NUMERIC - "
                               "DEFAULT USED"
                       END-IF
                       IF EP-WAIT-DAYS NUMERIC
                           MOVE EP-WAIT-DAYS TO WS-WAIT-DAYS
                       ELSE
                           DISPLAY "ESCHPARM WAITING PERIOD NOT "
                               "NUMERIC - DEFAULT USED"
                       END-IF
               END-READ
           ELSE
               DISPLAY "ESCHPARM NOT AVAILABLE - DEFAULT "
                   "PERIODS USED"
           END-IF
           CLOSE ESCHEAT-PARM-FILE
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           COMPUTE WS-DAY-COUNT = ZERO - WS-DORMANT-DAYS
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-DORMANT-CUTOFF
           COMPUTE WS-DAY-COUNT = ZERO - WS-WAIT-DAYS
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-ESCHEAT-CUTOFF
           MOVE WS-WAIT-DAYS TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-REPLY-BY-DATE
           DISPLAY "DORMANT IF NO ACTIVITY SINCE: " WS-DORMANT-CUTOFF
           DISPLAY "ESCHEAT LETTERS SENT BY     : " WS-ESCHEAT-CUTOFF
           .

       LoadPendingAccounts.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-OK
               PERFORM UNTIL WS-PENDING-FILE-EOF
                   READ PENDING-FILE
                       AT END SET WS-PENDING-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE PENDING-FILE-RECORD TO RF-RECORD
      *>                    A deposit refund leaves the balance alone,
      *>                    so it answers no dormant credit.
                           IF (RF-PENDING OR RF-APPROVED)
                                   AND RF-BALANCE-REFUND
                                   AND PENDING-COUNT < 500
                               ADD 1 TO PENDING-COUNT
                               SET PD-IDX TO PENDING-COUNT
                               MOVE RF-ACCOUNT-NO
                                   TO PD-ACCOUNT-NO (PD-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           ELSE
               IF WS-PENDING-FILE-STATUS = "05"
                   CLOSE PENDING-FILE
               END-IF
           END-IF
           .

       LoadCreditBalances.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CM-STATUS-END
               READ CUSTOMER-MASTER NEXT
                   AT END SET CM-STATUS-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCANNED-COUNT
                       IF CM-BALANCE < ZERO
                           PERFORM KeepCreditBalance
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           MOVE SPACES TO WS-CUSTOMER-MASTER-STATUS
           .

       KeepCreditBalance.
           MOVE "N" TO WS-ALREADY-PENDING
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > PENDING-COUNT
               IF PD-ACCOUNT-NO (PD-IDX) = CM-ACCOUNT-NO
                   MOVE "Y" TO WS-ALREADY-PENDING
               END-IF
           END-PERFORM
           IF WS-ALREADY-PENDING = "Y"
               EXIT PARAGRAPH
           END-IF
           IF CREDIT-COUNT >= 2000
               DISPLAY "CREDIT TABLE FULL - " CM-ACCOUNT-NO
                   " NOT EXAMINED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CREDIT-COUNT
           SET CR-IDX TO CREDIT-COUNT
           MOVE CM-ACCOUNT-NO TO CR-ACCOUNT-NO (CR-IDX)
           COMPUTE CR-AMOUNT (CR-IDX) = ZERO - CM-BALANCE
           MOVE CM-CURRENCY-CODE TO CR-CURRENCY-CODE (CR-IDX)
           MOVE ZEROS TO CR-LAST-ACTIVITY (CR-IDX)
           MOVE "N" TO CR-TRACKED (CR-IDX)
           .

      *>----------------------------------------------------------------
      *> LoadPaymentHistory / LoadPaymentsToday / LoadCustomerContacts
      *> - the latest thing the customer did on each credit account:
      *> a payment archived or live, or a call or visit noted.
      *>----------------------------------------------------------------
       LoadPaymentHistory.
           IF CREDIT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRANSACTION-HISTORY-OK
               PERFORM UNTIL WS-TRANSACTION-HISTORY-EOF
                   READ TRANSACTION-HISTORY
                       AT END SET WS-TRANSACTION-HISTORY-EOF TO TRUE
                       NOT AT END
                           MOVE TRANSACTION-HISTORY-RECORD
                               TO TRN-RECORD
                           IF TRN-PAYMENT
                               MOVE TRN-ACCOUNT-NO
                                   TO WS-ACTIVITY-ACCOUNT
                               MOVE TRN-DATE TO WS-ACTIVITY-DATE
                               PERFORM NoteActivity
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-HISTORY
           ELSE
               IF WS-TRANSACTION-HISTORY-STATUS = "05"
                   CLOSE TRANSACTION-HISTORY
               END-IF
           END-IF
           .

       LoadPaymentsToday.
           IF CREDIT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-OK
               PERFORM UNTIL WS-TRANSACTION-FILE-EOF
                   READ TRANSACTION-FILE
                       AT END SET WS-TRANSACTION-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE TRANSACTION-FILE-RECORD TO TRN-RECORD
                           IF TRN-PAYMENT
                               MOVE TRN-ACCOUNT-NO
                                   TO WS-ACTIVITY-ACCOUNT
                               MOVE TRN-DATE TO WS-ACTIVITY-DATE
                               PERFORM NoteActivity
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           ELSE
               IF WS-TRANSACTION-FILE-STATUS = "05"
                   CLOSE TRANSACTION-FILE
               END-IF
           END-IF
           .

       LoadCustomerContacts.
           IF CREDIT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NOTE-FILE
           IF WS-NOTE-FILE-OK
               PERFORM UNTIL WS-NOTE-FILE-EOF
                   READ NOTE-FILE
                       AT END SET WS-NOTE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE NOTE-FILE-RECORD TO AN-RECORD
                           IF AN-CALL-IN OR AN-VISIT
                               MOVE AN-ACCOUNT-NO
                                   TO WS-ACTIVITY-ACCOUNT
                               MOVE AN-NOTE-DATE TO WS-ACTIVITY-DATE
                               PERFORM NoteActivity
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTE-FILE
           ELSE
               IF WS-NOTE-FILE-STATUS = "05"
                   CLOSE NOTE-FILE
               END-IF
           END-IF
           .

       NoteActivity.
           PERFORM FindCreditAccount
           IF WS-FOUND-SUB = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTIVITY-DATE > CR-LAST-ACTIVITY (WS-FOUND-SUB)
               MOVE WS-ACTIVITY-DATE
                   TO CR-LAST-ACTIVITY (WS-FOUND-SUB)
           END-IF
           .

       FindCreditAccount.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CREDIT-COUNT
               IF CR-ACCOUNT-NO (CR-IDX) = WS-ACTIVITY-ACCOUNT
                   SET WS-FOUND-SUB TO CR-IDX
                   SET CR-IDX TO CREDIT-COUNT
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> WorkTrackedCases - every open case is cleared, escheated or
      *> left waiting; reported and cleared cases carry as history.
      *>----------------------------------------------------------------
       WorkTrackedCases.
           OPEN INPUT TRACKING-FILE
           IF NOT WS-TRACKING-FILE-OK
               IF WS-TRACKING-FILE-STATUS = "05"
                   CLOSE TRACKING-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRACKING-FILE-EOF
               READ TRACKING-FILE
                   AT END SET WS-TRACKING-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE TRACKING-FILE-RECORD TO ES-RECORD
                       ADD 1 TO WS-TRACKED-COUNT
                       IF ES-LETTER-SENT
                           PERFORM WorkOneCase
                       END-IF
                       WRITE NEW-TRACKING-RECORD FROM ES-RECORD
                       IF WS-NEW-TRACKING-STATUS NOT = "00"
                           DISPLAY "ESCHTRKO WRITE FAILED, STATUS = "
                               WS-NEW-TRACKING-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRACKING-FILE
           .

       WorkOneCase.
           MOVE ES-ACCOUNT-NO TO WS-ACTIVITY-ACCOUNT
           PERFORM FindCreditAccount
           IF WS-FOUND-SUB = ZERO
               SET ES-CLEARED TO TRUE
               MOVE WS-RUN-DATE TO ES-ACTION-DATE
               ADD 1 TO WS-CLEARED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CR-TRACKED (WS-FOUND-SUB)
           IF CR-LAST-ACTIVITY (WS-FOUND-SUB) > ES-LAST-ACTIVITY
               SET ES-CLEARED TO TRUE
               MOVE WS-RUN-DATE TO ES-ACTION-DATE
               ADD 1 TO WS-CLEARED-COUNT
               DISPLAY "ACCOUNT " ES-ACCOUNT-NO
                   " ACTIVE SINCE LETTER - CASE CLEARED"
               EXIT PARAGRAPH
           END-IF
           IF ES-LETTER-DATE <= WS-ESCHEAT-CUTOFF
               PERFORM EscheatOneBalance
           END-IF
           .

      *>----------------------------------------------------------------
      *> EscheatOneBalance - the balance moves first; only a case
      *> whose master update succeeded is reported, so the report
      *> never lists money the account still shows.  The credit as it
      *> stands today is what goes, not the figure on the letter.
      *>----------------------------------------------------------------
       EscheatOneBalance.
           MOVE ES-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "ESCHEAT ACCOUNT " ES-ACCOUNT-NO
                   " NOT ON CUSTMAST - NOT REPORTED"
               EXIT PARAGRAPH
           END-IF
           IF CM-BALANCE NOT < ZERO
               SET ES-CLEARED TO TRUE
               MOVE WS-RUN-DATE TO ES-ACTION-DATE
               ADD 1 TO WS-CLEARED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-ESCHEAT-AMOUNT = ZERO - CM-BALANCE
           ADD WS-ESCHEAT-AMOUNT TO CM-BALANCE
           REWRITE CUSTOMER-MASTER-RECORD
           IF NOT CM-STATUS-OK
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CUSTMAST REWRITE FAILED FOR "
                   ES-ACCOUNT-NO " - NOT REPORTED"
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
           CALL "CMJOURNL" USING WS-RUN-PROGRAM-ID,
               WS-RUN-DATE, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
               WS-JRNL-RC
           ADD 1 TO WS-REPORTED-COUNT
           ADD WS-ESCHEAT-AMOUNT TO WS-REPORTED-TOTAL
           MOVE WS-ESCHEAT-AMOUNT TO ES-AMOUNT
           SET ES-REPORTED TO TRUE
           MOVE WS-RUN-DATE TO ES-ACTION-DATE
           MOVE SPACES TO TRN-RECORD
           SET TRN-ADJUSTMENT TO TRUE
           MOVE ES-ACCOUNT-NO TO TRN-ACCOUNT-NO
           MOVE WS-RUN-DATE TO TRN-DATE
           MOVE WS-ESCHEAT-AMOUNT TO TRN-AMOUNT
           MOVE "ESCHEAT   " TO TRN-REFERENCE
           MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
           WRITE TRANSACTION-FILE-RECORD FROM TRN-RECORD
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ES-ACCOUNT-NO TO DL-ACCOUNT-NO
           MOVE CM-CUSTOMER-NAME TO DL-NAME
           MOVE CM-ADDRESS TO DL-ADDRESS
           MOVE WS-ESCHEAT-AMOUNT TO DL-AMOUNT
           MOVE CM-CURRENCY-CODE TO DL-CURRENCY-CODE
           IF ES-LAST-ACTIVITY = ZEROS
               MOVE "NONE" TO DL-LAST-ACTIVITY
           ELSE
               MOVE ES-LAST-ACTIVITY TO DL-LAST-ACTIVITY
           END-IF
           MOVE ES-LETTER-DATE TO DL-LETTER-DATE
           WRITE UNCLAIMED-REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>----------------------------------------------------------------
      *> StartDueDiligence - the letter and the case open together;
      *> the waiting period runs from today.
      *>----------------------------------------------------------------
       StartDueDiligence.
           MOVE CR-ACCOUNT-NO (CR-IDX) TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "DORMANT ACCOUNT " CR-ACCOUNT-NO (CR-IDX)
                   " NOT ON CUSTMAST - NO LETTER"
               EXIT PARAGRAPH
           END-IF
           PERFORM WriteDueDiligenceLetter
           MOVE SPACES TO ES-RECORD
           MOVE CR-ACCOUNT-NO (CR-IDX) TO ES-ACCOUNT-NO
           MOVE CR-AMOUNT (CR-IDX) TO ES-AMOUNT
           MOVE CR-CURRENCY-CODE (CR-IDX) TO ES-CURRENCY-CODE
           MOVE CR-LAST-ACTIVITY (CR-IDX) TO ES-LAST-ACTIVITY
           MOVE WS-RUN-DATE TO ES-LETTER-DATE
           SET ES-LETTER-SENT TO TRUE
           MOVE ZEROS TO ES-ACTION-DATE
           WRITE NEW-TRACKING-RECORD FROM ES-RECORD
           IF WS-NEW-TRACKING-STATUS NOT = "00"
               DISPLAY "ESCHTRKO WRITE FAILED, STATUS = "
                   WS-NEW-TRACKING-STATUS
           END-IF
           .

       WriteDueDiligenceLetter.
           ADD 1 TO WS-LETTER-COUNT
           IF CM-GONE-AWAY
               ADD 1 TO WS-GONE-AWAY-COUNT
           ELSE
               MOVE SPACES TO LETTER-FILE-RECORD
               WRITE LETTER-FILE-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE CM-CUSTOMER-NAME TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE CM-ADDRESS TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE SPACES TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE CR-AMOUNT (CR-IDX) TO WS-EDITED-AMOUNT
           STRING "YOUR ACCOUNT " DELIMITED BY SIZE
               CM-ACCOUNT-NO DELIMITED BY SIZE
               " HOLDS A CREDIT OF" DELIMITED BY SIZE
               WS-EDITED-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CR-CURRENCY-CODE (CR-IDX) DELIMITED BY SIZE
               INTO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE "THAT HAS NOT BEEN CLAIMED.  UNLESS YOU CONTACT US"
               TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE SPACES TO WS-LETTER-TEXT
           STRING "BY " DELIMITED BY SIZE
               WS-REPLY-BY-DATE DELIMITED BY SIZE
               " IT WILL BE REPORTED AND REMITTED TO THE STATE"
               DELIMITED BY SIZE
               INTO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE "AS UNCLAIMED PROPERTY." TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           IF WS-LETTER-FILE-STATUS NOT = "00"
                   AND NOT CM-GONE-AWAY
               DISPLAY "ESCHLTR WRITE FAILED, STATUS = "
                   WS-LETTER-FILE-STATUS
           END-IF
           .

       PutLetterLine.
           IF CM-GONE-AWAY
               MOVE WS-LETTER-TEXT TO WS-HOLD-LINE
               CALL "MAILHOLD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
                   CUSTOMER-MASTER-RECORD, WS-HOLD-LINE, WS-HOLD-RC
           ELSE
               WRITE LETTER-FILE-RECORD FROM WS-LETTER-TEXT
                   AFTER ADVANCING 1 LINE
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
           MOVE WS-SCANNED-COUNT TO CTL-INPUT-COUNT
           COMPUTE CTL-OUTPUT-COUNT =
               WS-SCANNED-COUNT - WS-FAILED-COUNT
           MOVE WS-FAILED-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM ESCHEAT.
