      *          falling inside an order's payment holiday skips
      *          generation (the next-due date still advances) and
      *          shows on the report with the holiday's resume date.
      *          Every advanced next-due date is rolled forward to a
      *          business day through DATECALC; the cycle itself is
      *          stepped from the order's start date so the rolling
      *          never drifts the order off its day.  An account
      *          under an insolvency in force (INSLOOK) has any cycle
      *          due on or before the filing date referred rather
      *          than charged - that is pre-filing debt the stay
      *          covers - while later cycles are new business and
      *          charge as normal, judged against the credit limit
      *          on the post-filing balance alone.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  ORDER-MASTER.
       COPY SOREC.
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
       01 WS-ORDER-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-ORDER-MASTER-OK VALUE "00".
           88 CHARGE-IS-ALLOWED VALUE "Y".
       01 WS-CHARGE-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-REFERRAL-COUNT PIC 9(9) VALUE ZERO.
       COPY INSREC.
       01 WS-INS-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-INS-RC PIC 9 VALUE ZERO.
       01 WS-CREDIT-EXPOSURE PIC S9(9)V99 VALUE ZERO.
      *>   One line per charge the credit check refused, for the
      *>   credit desk's referral report.
       01 WS-REFERRAL-LINE.
           05 WS-ND-YYYY PIC 9(4).
           05 WS-ND-MM PIC 9(2).
           05 WS-ND-DD PIC 9(2).
      *>   The order's own day, taken from its start date: weekly
      *>   cycles count whole weeks from the start, monthly cycles
      *>   fall on the start's day of the month (clamped to 28).
       01 WS-START-DATE-R.
           05 WS-SD-YYYY PIC 9(4).
           05 WS-SD-MM PIC 9(2).
           05 WS-SD-DD PIC 9(2).
       01 WS-WEEKS-ELAPSED PIC S9(7) VALUE ZERO.
       01 WS-UNROLLED-DUE PIC 9(8) VALUE ZERO.
       01 WS-REPORT-LINE.
           05 GL-ACTION PIC X(10).
           05 GL-ACCOUNT PIC 9(10).
           CLOSE TRANSACTION-FILE
           CLOSE NEW-MASTER-FILE
           CLOSE GENERATION-REPORT
           MOVE "STORDRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           CLOSE CUSTOMER-MASTER REFERRAL-FILE
           DISPLAY "---------- GENERATION RUN TOTALS ----------"
           DISPLAY "ORDERS ON FILE : " WS-ORDER-COUNT
           MOVE SPACES TO RF-REASON
           READ CUSTOMER-MASTER
           IF CM-STATUS-OK
      *>    Insolvency in force: a cycle due on or before the filing
      *>    date is stayed pre-filing debt; a later one is new
      *>    business, limited on the balance run up since filing.
               MOVE CM-BALANCE TO WS-CREDIT-EXPOSURE
               MOVE CM-ACCOUNT-NO TO WS-INS-ACCOUNT
               CALL "INSLOOK" USING WS-INS-ACCOUNT, INS-RECORD,
                   WS-INS-RC
               IF WS-INS-RC = 0
                   SUBTRACT INS-PRE-FILING-BAL FROM WS-CREDIT-EXPOSURE
               END-IF
               EVALUATE TRUE
                   WHEN WS-INS-RC = 0
                           AND SO-NEXT-DUE NOT > INS-FILING-DATE
                       MOVE "N" TO WS-CHARGE-ALLOWED
                       MOVE "INSOLVENCY " TO RF-REASON
                   WHEN CM-ON-HOLD
                       MOVE "N" TO WS-CHARGE-ALLOWED
                       MOVE "CREDIT HOLD" TO RF-REASON
                   WHEN CM-CREDIT-LIMIT NOT = ZERO
                           AND WS-CREDIT-EXPOSURE + WS-CHARGE-AMOUNT
                               > CM-CREDIT-LIMIT
                       MOVE "N" TO WS-CHARGE-ALLOWED
                       MOVE "OVER LIMIT " TO RF-REASON
           .

      *>----------------------------------------------------------------
      *> AdvanceNextDue - weekly orders step a whole week on from the
      *> start date through DATECALC; monthly orders bump the month
      *> and take the start date's day, clamped to 28 so a
      *> 31st-of-the-month order survives February.  The stored
      *> next-due date has been rolled to a business day, so the
      *> unrolled cycle date is rebuilt from the start date first
      *> (a month-end roll into the next month does not bump the
      *> month again), and the new date is rolled forward in turn.
      *>----------------------------------------------------------------
       AdvanceNextDue.
           IF SO-WEEKLY
               MOVE "D" TO WS-DATE-FUNCTION
               MOVE SO-START-DATE TO WS-DATE-1
               MOVE SO-NEXT-DUE TO WS-DATE-2
               CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                   WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
               IF WS-DATE-RC = 0 AND WS-DAY-COUNT NOT < 0
                   DIVIDE WS-DAY-COUNT BY 7 GIVING WS-WEEKS-ELAPSED
                   MOVE "A" TO WS-DATE-FUNCTION
                   MOVE SO-START-DATE TO WS-DATE-1
                   COMPUTE WS-DAY-COUNT = (WS-WEEKS-ELAPSED + 1) * 7
               ELSE
                   MOVE "A" TO WS-DATE-FUNCTION
                   MOVE SO-NEXT-DUE TO WS-DATE-1
                   MOVE 7 TO WS-DAY-COUNT
               END-IF
               CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                   WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
               IF WS-DATE-RC = 0
                   MOVE WS-DATE-RESULT TO WS-UNROLLED-DUE
               ELSE
                   DISPLAY "BAD NEXT-DUE DATE ON ORDER "
                       SO-ACCOUNT-NO " " SO-DESC " - ORDER FROZEN"
                   MOVE "Y" TO WS-ORDER-EXPIRED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SO-NEXT-DUE TO WS-NEXT-DUE-R
               MOVE SO-START-DATE TO WS-START-DATE-R
               IF SO-START-DATE NOT NUMERIC OR WS-SD-DD = ZERO
                   MOVE WS-ND-DD TO WS-SD-DD
               END-IF
               IF WS-SD-DD > 28
                   MOVE 28 TO WS-SD-DD
               END-IF
               IF WS-ND-DD NOT < WS-SD-DD
                   IF WS-ND-MM = 12
                       ADD 1 TO WS-ND-YYYY
                       MOVE 01 TO WS-ND-MM
                   ELSE
                       ADD 1 TO WS-ND-MM
                   END-IF
               END-IF
               MOVE WS-SD-DD TO WS-ND-DD
               MOVE WS-NEXT-DUE-R TO WS-UNROLLED-DUE
           END-IF
           MOVE "N" TO WS-DATE-FUNCTION
           MOVE WS-UNROLLED-DUE TO WS-DATE-1
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC = 0
               MOVE WS-DATE-RESULT TO SO-NEXT-DUE
           ELSE
               MOVE WS-UNROLLED-DUE TO SO-NEXT-DUE
           END-IF
           .

