      *          any charge is cut the account's CUSTMAST credit
      *          standing is checked: a held or over-limit account's
      *          installment stays open and goes to the CREDREF
      *          referral file instead.  An account under an
      *          insolvency in force (INSLOOK) is referred the same
      *          way: a plan spreads debt agreed before the filing,
      *          so its installments belong to the trustee's claim
      *          and stay open on the schedule.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      *          Every installment billed is raised as an instalment
      *          due event through ALRTPOST, for the nightly ALRTEXT
      *          customer notification extract.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  SCHEDULE-FILE.
       COPY SCHEDREC.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  REFERRAL-FILE.
       01  REFERRAL-FILE-RECORD PIC X(55).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY TRNREC.
       01 WS-SCHEDULE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-SCHEDULE-FILE-OK VALUE "00".
       01 WS-LINE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BILLED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BILLED-TOTAL PIC S9(11)V99 VALUE ZERO.
      *>   Customer event hand-off - each installment billed goes to
      *>   ALRTEVT through ALRTPOST for the notification extract.
       01 WS-EVENT-CODE PIC X(2) VALUE "ID".
       01 WS-EVENT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EVENT-RC PIC 9 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
      *>   PLAN-referenced payments off TRANSACS; a billed
      *>   installment with no matching payment past its due date is
           88 CHARGE-IS-ALLOWED VALUE "Y".
       01 WS-CHARGE-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-REFERRAL-COUNT PIC 9(9) VALUE ZERO.
       COPY INSREC.
       01 WS-INS-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-INS-RC PIC 9 VALUE ZERO.
      *>   One line per charge the credit check refused, for the
      *>   credit desk's referral report.
       01 WS-REFERRAL-LINE.
                   WS-TRANSACTION-FILE-STATUS
           END-IF
           SET SCH-BILLED TO TRUE
           MOVE SCH-AMOUNT TO WS-EVENT-AMOUNT
           CALL "ALRTPOST" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
               WS-EVENT-CODE, SCH-ACCOUNT-NO, WS-EVENT-AMOUNT,
               SCH-DUE-DATE, TRN-REFERENCE, WS-EVENT-RC
           .

      *>----------------------------------------------------------------
           MOVE SPACES TO RF-REASON
           READ CUSTOMER-MASTER
           IF CM-STATUS-OK
      *>    Insolvency in force: every plan installment is stayed
      *>    pre-filing debt, so the account is referred whatever its
      *>    limit - there is no post-filing charge here to judge.
               MOVE CM-ACCOUNT-NO TO WS-INS-ACCOUNT
               CALL "INSLOOK" USING WS-INS-ACCOUNT, INS-RECORD,
                   WS-INS-RC
               EVALUATE TRUE
                   WHEN WS-INS-RC = 0
                       MOVE "N" TO WS-CHARGE-ALLOWED
                       MOVE "INSOLVENCY " TO RF-REASON
                   WHEN CM-ON-HOLD
                       MOVE "N" TO WS-CHARGE-ALLOWED
                       MOVE "CREDIT HOLD" TO RF-REASON
               WRITE SCHEDULE-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           CLOSE SCHEDULE-REPORT
           MOVE "INSTRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           CLOSE ARREARS-FILE
           .

