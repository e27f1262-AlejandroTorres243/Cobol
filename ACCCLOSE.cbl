      *          night.  Every touched file writes a new generation
      *          for promotion and the CLOSERPT report shows each
      *          request's progress.
      *          A member it terminates carries the AC (account
      *          closed) system reason for the churn report.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      *          A security deposit held on the DEPOSITS ledger goes
      *          against the final bill first, interest and all, as
      *          an AJ credit (deposits held down, receivable down)
      *          before any refund or write-off can look at the
      *          balance; a deposit still unpaid is withdrawn from
      *          the bill.  The ledger writes a DEPOSITO generation.
      *          An account compliance has on sanctions hold keeps
      *          that hold rather than the closing credit hold.
      *          Every account marked closed appends its closure
      *          date to the CLOSEHST closure history the RETPURGE
      *          retention run works from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TRANSACS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT OPTIONAL DEPOSIT-LEDGER ASSIGN TO "DEPOSITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-LEDGER-STATUS.
           SELECT NEW-DEPOSIT-LEDGER ASSIGN TO "DEPOSITO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-DEPOSIT-STATUS.
           SELECT OPTIONAL CLOSE-HISTORY ASSIGN TO "CLOSEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-HISTORY-STATUS.
           SELECT CLOSURE-REPORT ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-REPORT-STATUS.
       FD  NEW-REQUEST-FILE.
       01  NEW-REQUEST-RECORD PIC X(10).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  SCHEDULE-FILE.
       COPY SCHEDREC.
       FD  METER-MASTER.
       COPY MTRREC.
       FD  NEW-METER-MASTER.
       01  NEW-METER-RECORD PIC X(33).
       FD  MEMBERS-FILE.
       COPY MBRREC.
       FD  NEW-MEMBERS-FILE.
       01  NEW-MEMBERS-RECORD PIC X(61).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  DEPOSIT-LEDGER.
       01  DEPOSIT-LEDGER-RECORD PIC X(80).
       FD  NEW-DEPOSIT-LEDGER.
       01  NEW-DEPOSIT-RECORD PIC X(80).
       FD  CLOSE-HISTORY.
       01  CLOSE-HISTORY-RECORD PIC X(26).
       FD  CLOSURE-REPORT.
       01  CLOSURE-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
       COPY TRNREC.
       COPY DEPREC.
       01 WS-REQUEST-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-REQUEST-FILE-OK VALUE "00".
           88 WS-REQUEST-FILE-EOF VALUE "10".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-NEW-MEMBERS-STATUS PIC XX VALUE SPACES.
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-DEPOSIT-LEDGER-STATUS PIC XX VALUE SPACES.
           88 WS-DEPOSIT-LEDGER-OK VALUE "00".
           88 WS-DEPOSIT-LEDGER-EOF VALUE "10".
       01 WS-NEW-DEPOSIT-STATUS PIC XX VALUE SPACES.
       01 WS-CLOSURE-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CLOSE-HISTORY-STATUS PIC XX VALUE SPACES.
       COPY CLHREC.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   The accounts being closed tonight, so one pass over each
      *>   downstream file serves every request.
               10 CL-ACCOUNT-NO PIC 9(10).
               10 CL-MEMBER-ID PIC X(6).
               10 CL-FINAL-BILLED PIC S9(9)V99.
               10 CL-DEPOSIT-APPLIED PIC S9(9)V99.
               10 CL-CLOSED PIC X(1).
       01 CLOSING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ACCOUNT-CLOSING PIC X VALUE "N".
       01 WS-ORDER-ENDED PIC 9(9) VALUE ZERO.
       01 WS-METER-ENDED PIC 9(9) VALUE ZERO.
       01 WS-MEMBER-ENDED PIC 9(9) VALUE ZERO.
       01 WS-DEPOSIT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DEPOSIT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-DEPOSIT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-WITHDRAWN-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-ACCOUNT-TEXT PIC X(10) VALUE SPACES.
       01 WS-REPORT-LINE.
           05 RL-ACCOUNT PIC 9(10).
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       01 WS-FINAL-TOTAL PIC S9(11)V99 VALUE ZERO.
       COPY GLREC.
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           PERFORM BillAndCancelSchedules
           PERFORM ApplyDeposits
           CLOSE TRANSACTION-FILE
           PERFORM EndDateStandingOrders
           PERFORM DeactivateMeters
           DISPLAY "ORDERS END-DATED  : " WS-ORDER-ENDED
           DISPLAY "METERS DEACTIVATED: " WS-METER-ENDED
           DISPLAY "MEMBERS TERMINATED: " WS-MEMBER-ENDED
           DISPLAY "DEPOSITS APPLIED  : " WS-DEPOSIT-COUNT
           DISPLAY "ACCOUNTS CLOSED   : " WS-CLOSED-COUNT
           DISPLAY "CARRIED FORWARD   : " WS-CARRIED-COUNT
           PERFORM WriteControlRecord
                                   TO CL-MEMBER-ID (CL-IDX)
                               MOVE ZEROS
                                   TO CL-FINAL-BILLED (CL-IDX)
                               MOVE ZEROS
                                   TO CL-DEPOSIT-APPLIED (CL-IDX)
                               MOVE "N" TO CL-CLOSED (CL-IDX)
                           ELSE
                               DISPLAY "CLOSURE TABLE FULL - "
           SET SCH-CANCELLED TO TRUE
           .

      *>----------------------------------------------------------------
      *> ApplyDeposits - the deposit held (with its interest) is the
      *> customer's money and settles the final bill before anything
      *> else; it credits the account as an AJ line and comes off the
      *> balance in the settle leg.  A deposit billed but not yet paid
      *> is withdrawn with an AJ line against its charge line.  A
      *> deposit already up for refund is left to the refund runs.
      *>----------------------------------------------------------------
       ApplyDeposits.
           OPEN INPUT DEPOSIT-LEDGER
           IF NOT WS-DEPOSIT-LEDGER-OK
               IF WS-DEPOSIT-LEDGER-STATUS = "05"
                   CLOSE DEPOSIT-LEDGER
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-DEPOSIT-LEDGER
           MOVE ZEROS TO WS-GEN-RECORDS
           PERFORM UNTIL WS-DEPOSIT-LEDGER-EOF
               READ DEPOSIT-LEDGER
                   AT END SET WS-DEPOSIT-LEDGER-EOF TO TRUE
                   NOT AT END
                       MOVE DEPOSIT-LEDGER-RECORD TO DE-RECORD
                       MOVE DE-ACCOUNT-NO TO WS-WORK-ACCOUNT
                       PERFORM FindClosingAccount
                       IF WS-ACCOUNT-CLOSING = "Y"
                               AND (DE-REQUESTED OR DE-HELD)
                           PERFORM ApplyOneDeposit
                       END-IF
                       WRITE NEW-DEPOSIT-RECORD FROM DE-RECORD
                       ADD 1 TO WS-GEN-RECORDS
                       IF WS-NEW-DEPOSIT-STATUS NOT = "00"
                           DISPLAY "DEPOSITO WRITE FAILED, STATUS = "
                               WS-NEW-DEPOSIT-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-LEDGER NEW-DEPOSIT-LEDGER
           MOVE "DEPOSITO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

       ApplyOneDeposit.
           COMPUTE WS-DEPOSIT-AMOUNT = DE-AMOUNT-HELD + DE-INTEREST
           COMPUTE WS-WITHDRAWN-AMOUNT = DE-REQUIRED - DE-AMOUNT-HELD
           IF WS-DEPOSIT-AMOUNT > ZERO
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD WS-DEPOSIT-AMOUNT
                   TO CL-DEPOSIT-APPLIED (WS-FOUND-SUB)
               ADD WS-DEPOSIT-AMOUNT TO WS-DEPOSIT-TOTAL
               MOVE SPACES TO TRN-RECORD
               SET TRN-ADJUSTMENT TO TRUE
               MOVE DE-ACCOUNT-NO TO TRN-ACCOUNT-NO
               MOVE WS-RUN-DATE TO TRN-DATE
               COMPUTE TRN-AMOUNT = ZERO - WS-DEPOSIT-AMOUNT
               MOVE "DEPOSIT   " TO TRN-REFERENCE
               MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
               PERFORM WriteDepositLine
           END-IF
      *>    The unpaid part never reached the balance, so its
      *>    withdrawal is a line on the stream only.
           IF DE-REQUESTED AND WS-WITHDRAWN-AMOUNT > ZERO
               MOVE SPACES TO TRN-RECORD
               SET TRN-ADJUSTMENT TO TRUE
               MOVE DE-ACCOUNT-NO TO TRN-ACCOUNT-NO
               MOVE WS-RUN-DATE TO TRN-DATE
               COMPUTE TRN-AMOUNT = ZERO - WS-WITHDRAWN-AMOUNT
               MOVE "DEPOSITWD " TO TRN-REFERENCE
               MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
               PERFORM WriteDepositLine
           END-IF
           SET DE-APPLIED TO TRUE
           MOVE ZERO TO DE-AMOUNT-HELD DE-INTEREST
           .

       WriteDepositLine.
           WRITE TRANSACTION-FILE-RECORD FROM TRN-RECORD
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
           END-IF
           .

       EndDateStandingOrders.
           OPEN INPUT ORDER-MASTER
           IF NOT WS-ORDER-MASTER-OK
                   NOT AT END
                       MOVE MM-ACCOUNT-NO TO WS-WORK-ACCOUNT
                       PERFORM FindClosingAccount
      *>                A meter cut off for non-payment closes with
      *>                the account like a live one.
                       IF WS-ACCOUNT-CLOSING = "Y"
                               AND (MM-ACTIVE OR MM-DISCONNECTED)
                           SET MM-INACTIVE TO TRUE
                           ADD 1 TO WS-METER-ENDED
                       END-IF
                       AND MF-ACTIVE
                   SET MF-TERMINATED TO TRUE
                   MOVE WS-RUN-DATE TO MF-TERM-DATE
      *>            AC is the TERMRSN system reason for a member
      *>            ended by its paying account closing.
                   MOVE "AC" TO MF-TERM-REASON
                   IF MF-JOIN-DATE NOT NUMERIC
                           OR MF-JOIN-DATE = ZEROS
                       MOVE MF-EFFECTIVE-DATE TO MF-JOIN-DATE
                   END-IF
                   ADD 1 TO WS-MEMBER-ENDED
               END-IF
           END-PERFORM
           END-IF
           OPEN OUTPUT CLOSURE-REPORT
           OPEN OUTPUT NEW-REQUEST-FILE
           OPEN EXTEND CLOSE-HISTORY
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-CLOSE-HISTORY-STATUS NOT = "00"
                   AND WS-CLOSE-HISTORY-STATUS NOT = "05"
               OPEN OUTPUT CLOSE-HISTORY
           END-IF
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > CLOSING-COUNT
               PERFORM SettleOneAccount
           END-PERFORM
           CLOSE CUSTOMER-MASTER CLOSURE-REPORT NEW-REQUEST-FILE
               CLOSE-HISTORY
           MOVE "CLOSERPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
      *>    The final bill raised here lands on the ledger too:
      *>    receivable up, revenue up, matching the balance the
      *>    settle leg just moved.
               MOVE WS-FINAL-TOTAL TO WS-GL-PAIR-AMOUNT
               PERFORM PostGeneralLedgerPair
           END-IF
      *>    Deposits applied leave the deposits-held liability and
      *>    settle receivables.
           IF WS-DEPOSIT-TOTAL NOT = ZERO
               MOVE "DEPOSIT" TO WS-GL-DEBIT-ACCOUNT
               MOVE "AR" TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-DEPOSIT-TOTAL TO WS-GL-PAIR-AMOUNT
               PERFORM PostGeneralLedgerPair
           END-IF
           .

       SettleOneAccount.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           ADD CL-FINAL-BILLED (CL-IDX) TO CM-BALANCE
           ADD CL-FINAL-BILLED (CL-IDX) TO WS-FINAL-TOTAL
           SUBTRACT CL-DEPOSIT-APPLIED (CL-IDX) FROM CM-BALANCE
      *>    A sanctions hold outranks the closing credit hold.
           IF NOT CM-SANCTIONS-HOLD
               MOVE "Y" TO CM-HOLD-FLAG
           END-IF
           IF CM-BALANCE = ZERO
               SET CM-ACCT-CLOSED TO TRUE
               MOVE "Y" TO CL-CLOSED (CL-IDX)
               CALL "CMJOURNL" USING WS-RUN-PROGRAM-ID,
                   WS-RUN-DATE, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
                   WS-JRNL-RC
               IF CM-ACCT-CLOSED
                   PERFORM WriteCloseHistory
               END-IF
           END-IF
           MOVE CL-ACCOUNT-NO (CL-IDX) TO RL-ACCOUNT
           MOVE CL-FINAL-BILLED (CL-IDX) TO RL-FINAL
           PERFORM WriteReportLine
           IF CL-DEPOSIT-APPLIED (CL-IDX) NOT = ZERO
               MOVE CL-DEPOSIT-APPLIED (CL-IDX) TO RL-FINAL
               MOVE "DEPOSIT APPLIED" TO RL-STATE
               PERFORM WriteReportLine
           END-IF
           .

      *>    The closure date the retention run counts from.
       WriteCloseHistory.
           MOVE CL-ACCOUNT-NO (CL-IDX) TO CH-ACCOUNT-NO
           MOVE WS-RUN-DATE TO CH-CLOSED-DATE
           MOVE ZERO TO CH-PURGED-DATE
           WRITE CLOSE-HISTORY-RECORD FROM CH-RECORD
           IF WS-CLOSE-HISTORY-STATUS NOT = "00"
               DISPLAY "CLOSEHST WRITE FAILED, STATUS = "
                   WS-CLOSE-HISTORY-STATUS
           END-IF
           .

       WriteReportLine.
