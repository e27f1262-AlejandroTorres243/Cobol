      *          broken promise) with &NAME/&AMT/&DATE/&A30/&A60/&A90
      *          substitution, so collections reword letters without
      *          a program change; the compiled wording remains as
      *          the fallback when no template exists.  Every
      *          letter is also appended to the DUNHIST history, so
      *          the agency placement run can tell how long ago an
      *          account's final notice went out, and an account
      *          already placed with the collection agency (CM-STATUS
      *          "P") gets no letter at all - the agency works it.
      *          An account under an insolvency in force (INSLOOK)
      *          is dunned on its post-filing money only: the
      *          pre-filing balance the stay covers comes off the
      *          oldest buckets first, and an account with nothing
      *          overdue left after that gets no letter.  A letter
      *          to a customer flagged gone away on CUSTMAST (the
      *          post office returned their mail) is not printed:
      *          its lines go to the held-mail file through MAILHOLD
      *          and the customer onto the trace list, ready to
      *          reprint once CUSTMNT records a new address.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL TEMPLATE-FILE ASSIGN TO "DUNTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGED-BALANCE-FILE.
       01  AGED-BALANCE-RECORD PIC X(58).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  LETTER-FILE.
       01  LETTER-FILE-RECORD PIC X(80).
       01  TEMPLATE-FILE-RECORD.
           05 TF-SEVERITY PIC X(1).
           05 TF-TEXT PIC X(70).
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD PIC X(20).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
      *>   Predecessor gate: dunning letters select off the AGEDBAL
      *>   file, so the aging run must have completed clean for this
      *>   business date before any letter goes out.
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
       01 WS-RPT-LANGUAGE PIC X(2) VALUE "EN".
       COPY DNHREC.
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
      *>   Accounts the agency placement run handed to the external
      *>   collection agency; the agency does the chasing now.
       01 WS-AGENCY-PLACED PIC X VALUE "N".
       01 WS-PLACED-COUNT PIC 9(9) VALUE ZERO.
      *>   Insolvency in force: the pre-filing balance is stayed, so
      *>   it is stripped off the aged buckets oldest first and only
      *>   what is left can be dunned.
       COPY INSREC.
       01 WS-INS-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-INS-RC PIC 9 VALUE ZERO.
       01 WS-INSOLVENT PIC X VALUE "N".
       01 WS-INSOLVENT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-STRIP-REMAINING PIC S9(9)V99 VALUE ZERO.
       01 WS-STRIP-SUB PIC 9 VALUE ZERO.
      *>   Gone-away customers: the letter is held, not printed.
       01 WS-HOLD-LINE PIC X(80) VALUE SPACES.
       01 WS-HOLD-RC PIC 9 VALUE ZERO.
       01 WS-GONE-AWAY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CONTROL-LINE.
           05 WS-CTL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT CONTROL-REPORT
           OPEN EXTEND HISTORY-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
                   AND WS-HISTORY-FILE-STATUS NOT = "05"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM UNTIL WS-AGED-BALANCE-EOF
               READ AGED-BALANCE-FILE
                   AT END SET WS-AGED-BALANCE-EOF TO TRUE
                   NOT AT END
                       MOVE AGED-BALANCE-RECORD
                           TO AGED-BALANCE-LINE
                       PERFORM StripPreFilingDebt
      *>                A family member's buckets defer into the
      *>                family case instead of lettering alone.
                       PERFORM FindFamilyParent
           PERFORM LetterFamilies
           PERFORM LetterArrearsAccounts
           CLOSE AGED-BALANCE-FILE CUSTOMER-MASTER
               LETTER-FILE CONTROL-REPORT HISTORY-FILE
           MOVE "DUNCTL" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "AGED ACCOUNTS READ : " WS-READ-COUNT
           DISPLAY "ARREARS-ONLY ACCTS : " WS-ARREARS-EXTRA
           DISPLAY "LETTERS WRITTEN    : " WS-LETTER-COUNT
           DISPLAY "  HELD - GONE AWAY : " WS-GONE-AWAY-COUNT
           DISPLAY "NOT YET OVERDUE    : " WS-SKIP-COUNT
           DISPLAY "HELD ON PROMISE    : " WS-HELD-COUNT
           DISPLAY "HELD ON DISPUTE    : " WS-DISPUTE-HOLD-COUNT
           DISPLAY "ROLLED INTO FAMILY : " WS-DEFERRED-COUNT
           DISPLAY "PLACED WITH AGENCY : " WS-PLACED-COUNT
           DISPLAY "STAYED INSOLVENCY  : " WS-INSOLVENT-COUNT
           DISPLAY "NOT ON CUSTMAST    : " WS-MISSING-COUNT
           PERFORM WriteControlRecord
           STOP RUN.
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-ARREARS-LETTER
           MOVE "N" TO WS-BROKEN-LETTER
      *>    A placed account is the agency's to chase; a letter from
      *>    us as well would only confuse the customer.
           PERFORM CheckAgencyPlacement
           IF WS-AGENCY-PLACED = "Y"
               ADD 1 TO WS-PLACED-COUNT
               PERFORM MarkArrearsLettered
               EXIT PARAGRAPH
           END-IF
      *>    An insolvent account with nothing past due beyond its
      *>    stayed pre-filing balance is held out of the cycle.
           IF WS-INSOLVENT = "Y"
                   AND AB-BUCKET (2) NOT > ZERO
                   AND AB-BUCKET (3) NOT > ZERO
                   AND AB-BUCKET (4) NOT > ZERO
               ADD 1 TO WS-INSOLVENT-COUNT
               PERFORM MarkArrearsLettered
               EXIT PARAGRAPH
           END-IF
      *>    The oldest bucket with money in it picks the severity;
      *>    one letter per account per cycle, at that severity only.
      *>    A bucket whose day floor is still inside the account's
                   ADD 1 TO WS-ARREARS-EXTRA
                   MOVE AR-ACCOUNT-NO (AR-IDX) TO AB-ACCOUNT-NO
                   PERFORM LookUpPromise
                   MOVE AR-ACCOUNT-NO (AR-IDX) TO WS-INS-ACCOUNT
                   CALL "INSLOOK" USING WS-INS-ACCOUNT, INS-RECORD,
                       WS-INS-RC
                   IF PROMISE-IS-CURRENT
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       MOVE AR-ACCOUNT-NO (AR-IDX) TO CM-ACCOUNT-NO
                       READ CUSTOMER-MASTER
      *>                Plan arrears are pre-filing debt the stay
      *>                covers - never lettered while a case is in
      *>                force.
                       EVALUATE TRUE
                           WHEN WS-INS-RC = 0
                               ADD 1 TO WS-INSOLVENT-COUNT
                           WHEN NOT CM-STATUS-OK
                               ADD 1 TO WS-MISSING-COUNT
                               DISPLAY "ARREARS ACCOUNT "
                                   AR-ACCOUNT-NO (AR-IDX)
                                   " NOT ON CUSTMAST - NO LETTER "
                                   "WRITTEN"
                           WHEN CM-ACCT-PLACED
                               ADD 1 TO WS-PLACED-COUNT
                           WHEN OTHER
                               PERFORM WriteOneLetter
                               PERFORM WriteControlLine
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM

       WriteOneLetter.
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
           MOVE "D" TO WS-EDIT-FORMAT
           MOVE WS-OVERDUE-AMOUNT TO WS-EDIT-AMOUNT
           CALL "MONEYFMT" USING WS-EDIT-FORMAT, WS-EDIT-AMOUNT,
                       DELIMITED BY SIZE
                       INTO WS-LETTER-TEXT
           END-EVALUATE
           PERFORM PutLetterLine
           IF SEVERITY-FINAL
               MOVE "BE PASSED TO COLLECTIONS IN 14 DAYS."
                   TO WS-LETTER-TEXT
               PERFORM PutLetterLine
           END-IF
           PERFORM CheckLetterStatus
           .

      *>----------------------------------------------------------------
      *> PutLetterLine - one letter line to LETTERS, or to the held
      *> mail through MAILHOLD when the customer has gone away.
      *>----------------------------------------------------------------
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

       CheckLetterStatus.
           IF WS-LETTER-FILE-STATUS NOT = "00"
               DISPLAY "LETTERS WRITE FAILED, STATUS = "
                   MOVE TL-TEXT (TPL-IDX) TO WS-SUB-IN
                   PERFORM SubstituteOneLine
                   MOVE WS-SUB-OUT TO WS-LETTER-TEXT
                   PERFORM PutLetterLine
               END-IF
           END-PERFORM
           .
               DISPLAY "DUNCTL WRITE FAILED, STATUS = "
                   WS-CONTROL-REPORT-STATUS
           END-IF
           PERFORM WriteDunningHistory
           .

      *>----------------------------------------------------------------
      *> CheckAgencyPlacement / WriteDunningHistory - the collection
      *> agency leg.  DUNHIST keeps every letter across cycles so the
      *> placement run can count the days since the final notice.
      *>----------------------------------------------------------------
       CheckAgencyPlacement.
           MOVE "N" TO WS-AGENCY-PLACED
           MOVE AB-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF CM-STATUS-OK AND CM-ACCT-PLACED
               MOVE "Y" TO WS-AGENCY-PLACED
           END-IF
           .

      *>----------------------------------------------------------------
      *> StripPreFilingDebt - the stayed pre-filing balance is the
      *> oldest money on the account, so it comes off bucket 4 first
      *> and works forward; what is left is post-filing business.
      *>----------------------------------------------------------------
       StripPreFilingDebt.
           MOVE "N" TO WS-INSOLVENT
           MOVE AB-ACCOUNT-NO TO WS-INS-ACCOUNT
           CALL "INSLOOK" USING WS-INS-ACCOUNT, INS-RECORD, WS-INS-RC
           IF WS-INS-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-INSOLVENT
           MOVE INS-PRE-FILING-BAL TO WS-STRIP-REMAINING
           PERFORM VARYING WS-STRIP-SUB FROM 4 BY -1
                   UNTIL WS-STRIP-SUB < 1
                   OR WS-STRIP-REMAINING NOT > ZERO
               IF AB-BUCKET (WS-STRIP-SUB) > ZERO
                   IF AB-BUCKET (WS-STRIP-SUB) > WS-STRIP-REMAINING
                       SUBTRACT WS-STRIP-REMAINING
                           FROM AB-BUCKET (WS-STRIP-SUB)
                       MOVE ZEROS TO WS-STRIP-REMAINING
                   ELSE
                       SUBTRACT AB-BUCKET (WS-STRIP-SUB)
                           FROM WS-STRIP-REMAINING
                       MOVE ZEROS TO AB-BUCKET (WS-STRIP-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

       WriteDunningHistory.
           MOVE SPACES TO DH-RECORD
           MOVE AB-ACCOUNT-NO TO DH-ACCOUNT-NO
           MOVE WS-RUN-DATE TO DH-LETTER-DATE
           MOVE WS-SEVERITY TO DH-SEVERITY
           EVALUATE TRUE
               WHEN WS-ARREARS-LETTER = "Y"
                   SET DH-ARREARS-LETTER TO TRUE
               WHEN WS-BROKEN-LETTER = "Y"
                   SET DH-BROKEN-LETTER TO TRUE
               WHEN OTHER
                   SET DH-AGED-LETTER TO TRUE
           END-EVALUATE
           WRITE HISTORY-FILE-RECORD FROM DH-RECORD
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "DUNHIST WRITE FAILED, STATUS = "
                   WS-HISTORY-FILE-STATUS
           END-IF
           .

       WriteControlRecord.
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
      *>    Every unit processed - an aged account or an arrears-only
      *>    account - ends as a letter, a not-yet-overdue skip, a
      *>    promise hold, an agency placement, an insolvency stay,
      *>    or a missing master, so input = output + rejects holds.
           COMPUTE CTL-INPUT-COUNT =
               WS-READ-COUNT + WS-ARREARS-EXTRA
           MOVE WS-LETTER-COUNT TO CTL-OUTPUT-COUNT
           COMPUTE CTL-REJECT-COUNT =
               WS-SKIP-COUNT + WS-MISSING-COUNT + WS-HELD-COUNT
               + WS-DISPUTE-HOLD-COUNT + WS-DEFERRED-COUNT
               + WS-PLACED-COUNT + WS-INSOLVENT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
