      *          CM-BALANCE so the credit balance clears, and record
      *          the movement through GLPOST (receivable up, cash
      *          out).  Paid requests carry to REFPENDO marked done;
      *          everything else carries unchanged.  Each refund
      *          paid gets a refund notice on the REFNOTCE print
      *          file telling the customer the money is on its way;
      *          a notice to a customer flagged gone away on
      *          CUSTMAST is not printed but goes to the held-mail
      *          file through MAILHOLD and the customer onto the
      *          trace list, ready to reprint once CUSTMNT records
      *          a new address.
      *          A security deposit the DEPOSIT annual review put up
      *          for refund (RF-REFUND-TYPE "D") pays to the bank the
      *          same way but comes out of the deposits-held
      *          liability: CM-BALANCE and TRANSACS are left alone
      *          and the ledger pair is deposits down, cash out.
      *          No refund is paid to an account compliance has put
      *          on sanctions hold; the approved request carries
      *          forward unpaid until the hold is lifted.
      *          Every refund paid is raised as a refund sent event
      *          through ALRTPOST, for the nightly ALRTEXT customer
      *          notification extract.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT NEW-PENDING-FILE ASSIGN TO "REFPENDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-PENDING-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "REFNOTCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-RECORD PIC X(43).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  BANK-FILE.
       01  BANK-FILE-RECORD PIC X(38).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-RECORD PIC X(43).
       FD  NOTICE-FILE.
       01  NOTICE-FILE-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-NEW-PENDING-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-NOTICE-FILE-STATUS PIC XX VALUE SPACES.
      *>   Refund notice work; a notice to a gone-away customer is
      *>   held, not printed.
       01 WS-NOTICE-TEXT PIC X(70) VALUE SPACES.
       01 WS-HOLD-LINE PIC X(80) VALUE SPACES.
       01 WS-HOLD-RC PIC 9 VALUE ZERO.
       01 WS-NOTICE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-GONE-AWAY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-GL-RC PIC 9 VALUE ZERO.
      *>   Transmission manifest work: the counterpart proves the
      *>   file arrived whole before a single record processes.
       01 WS-REQUEST-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PAID-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PAID-TOTAL PIC S9(11)V99 VALUE ZERO.
      *>   Customer event hand-off - each refund paid goes to
      *>   ALRTEVT through ALRTPOST for the notification extract.
       01 WS-EVENT-CODE PIC X(2) VALUE "RS".
       01 WS-EVENT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EVENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-EVENT-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-EVENT-RC PIC 9 VALUE ZERO.
       01 WS-DEPOSIT-PAID-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DEPOSIT-PAID-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-BALANCE-PAID-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BLOCKED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
       01 BANK-HEADER.
           05 BH-RECORD-TYPE PIC X VALUE "H".
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN OUTPUT NEW-PENDING-FILE
           OPEN OUTPUT NOTICE-FILE
           PERFORM UNTIL WS-PENDING-FILE-EOF
               READ PENDING-FILE
                   AT END SET WS-PENDING-FILE-EOF TO TRUE
           MOVE WS-PAID-TOTAL TO BT-HASH-TOTAL
           WRITE BANK-FILE-RECORD FROM BANK-TRAILER
           CLOSE PENDING-FILE CUSTOMER-MASTER BANK-FILE
               TRANSACTION-FILE NEW-PENDING-FILE NOTICE-FILE
           PERFORM WriteManifest
      *>    The refunds leave through the bank: receivable restored,
      *>    cash out.
           COMPUTE WS-BALANCE-PAID-TOTAL =
               WS-PAID-TOTAL - WS-DEPOSIT-PAID-TOTAL
           IF WS-BALANCE-PAID-TOTAL NOT = ZERO
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-RUN-PROGRAM-ID TO GL-SOURCE
               MOVE "AR" TO GL-ACCOUNT-CODE
               SET GL-DEBIT TO TRUE
               MOVE WS-BALANCE-PAID-TOTAL TO GL-AMOUNT
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
               MOVE "CASH" TO GL-ACCOUNT-CODE
               SET GL-CREDIT TO TRUE
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           END-IF
      *>    Deposits handed back reduce the deposits-held liability.
           IF WS-DEPOSIT-PAID-TOTAL NOT = ZERO
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-RUN-PROGRAM-ID TO GL-SOURCE
               MOVE "DEPOSIT" TO GL-ACCOUNT-CODE
               SET GL-DEBIT TO TRUE
               MOVE WS-DEPOSIT-PAID-TOTAL TO GL-AMOUNT
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
               MOVE "CASH" TO GL-ACCOUNT-CODE
               SET GL-CREDIT TO TRUE
           DISPLAY "REFUNDS PAID  : " WS-PAID-COUNT
           MOVE WS-PAID-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT PAID   : " WS-EDITED-AMOUNT
           DISPLAY "  DEPOSITS    : " WS-DEPOSIT-PAID-COUNT
           DISPLAY "PAY FAILURES  : " WS-FAILED-COUNT
           DISPLAY "SANCTIONS HELD: " WS-BLOCKED-COUNT
           DISPLAY "NOTICES       : " WS-NOTICE-COUNT
           DISPLAY "  HELD - GONE : " WS-GONE-AWAY-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> PayOneRefund - the balance moves first; only a request whose
      *> master update succeeded goes to the bank file, so the bank
      *> can never pay money the ledger does not show leaving.  A
      *> deposit refund never touched the balance, so the master is
      *> only read for the notice.
      *>----------------------------------------------------------------
       PayOneRefund.
           MOVE RF-ACCOUNT-NO TO CM-ACCOUNT-NO
                   " NOT ON CUSTMAST - NOT PAID"
               EXIT PARAGRAPH
           END-IF
      *>    A confirmed watch-list match may not be paid anything;
      *>    the request stays approved and is tried again each run.
           IF CM-SANCTIONS-HOLD
               ADD 1 TO WS-BLOCKED-COUNT
               DISPLAY "REFUND ACCOUNT " RF-ACCOUNT-NO
                   " ON SANCTIONS HOLD - NOT PAID"
               EXIT PARAGRAPH
           END-IF
           IF RF-DEPOSIT-REFUND
               ADD 1 TO WS-DEPOSIT-PAID-COUNT
               ADD RF-AMOUNT TO WS-DEPOSIT-PAID-TOTAL
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
               ADD RF-AMOUNT TO CM-BALANCE
               REWRITE CUSTOMER-MASTER-RECORD
               IF NOT CM-STATUS-OK
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "CUSTMAST REWRITE FAILED FOR "
                       RF-ACCOUNT-NO " - NOT PAID"
                   EXIT PARAGRAPH
               END-IF
               MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
               CALL "CMJOURNL" USING WS-RUN-PROGRAM-ID,
                   WS-RUN-DATE, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
                   WS-JRNL-RC
           END-IF
           ADD 1 TO WS-PAID-COUNT
           ADD RF-AMOUNT TO WS-PAID-TOTAL
           SET RF-DONE TO TRUE
               DISPLAY "BANKCRD WRITE FAILED, STATUS = "
                   WS-BANK-FILE-STATUS
           END-IF
           PERFORM PostRefundEvent
           IF RF-BALANCE-REFUND
               MOVE SPACES TO TRN-RECORD
               SET TRN-ADJUSTMENT TO TRUE
               MOVE RF-ACCOUNT-NO TO TRN-ACCOUNT-NO
               MOVE WS-RUN-DATE TO TRN-DATE
               MOVE RF-AMOUNT TO TRN-AMOUNT
               MOVE "REFUND    " TO TRN-REFERENCE
               MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
               WRITE TRANSACTION-FILE-RECORD FROM TRN-RECORD
               IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                       WS-TRANSACTION-FILE-STATUS
               END-IF
           END-IF
           PERFORM WriteRefundNotice
           .

       PostRefundEvent.
           IF RF-DEPOSIT-REFUND
               MOVE "DEPOSIT" TO WS-EVENT-REFERENCE
           ELSE
               MOVE "REFUND" TO WS-EVENT-REFERENCE
           END-IF
           MOVE RF-AMOUNT TO WS-EVENT-AMOUNT
           MOVE WS-RUN-DATE TO WS-EVENT-DATE
           CALL "ALRTPOST" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
               WS-EVENT-CODE, RF-ACCOUNT-NO, WS-EVENT-AMOUNT,
               WS-EVENT-DATE, WS-EVENT-REFERENCE, WS-EVENT-RC
           .

      *>----------------------------------------------------------------
      *> WriteRefundNotice - the customer's advice that the refund
      *> has gone to their bank, held for a gone-away customer.
      *>----------------------------------------------------------------
       WriteRefundNotice.
           ADD 1 TO WS-NOTICE-COUNT
           IF CM-GONE-AWAY
               ADD 1 TO WS-GONE-AWAY-COUNT
           ELSE
               MOVE SPACES TO NOTICE-FILE-RECORD
               WRITE NOTICE-FILE-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE CM-CUSTOMER-NAME TO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           MOVE CM-ADDRESS TO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           MOVE SPACES TO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           MOVE RF-AMOUNT TO WS-EDITED-AMOUNT
           IF RF-DEPOSIT-REFUND
               STRING "YOUR SECURITY DEPOSIT REFUND OF "
                   DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RF-CURRENCY-CODE DELIMITED BY SIZE
                   INTO WS-NOTICE-TEXT
           ELSE
               STRING "A REFUND OF " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RF-CURRENCY-CODE DELIMITED BY SIZE
                   INTO WS-NOTICE-TEXT
           END-IF
           PERFORM PutNoticeLine
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "HAS BEEN CREDITED TO YOUR BANK ACCOUNT ON "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           IF WS-NOTICE-FILE-STATUS NOT = "00"
                   AND NOT CM-GONE-AWAY
               DISPLAY "REFNOTCE WRITE FAILED, STATUS = "
                   WS-NOTICE-FILE-STATUS
           END-IF
           .

       PutNoticeLine.
           IF CM-GONE-AWAY
               MOVE WS-NOTICE-TEXT TO WS-HOLD-LINE
               CALL "MAILHOLD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
                   CUSTOMER-MASTER-RECORD, WS-HOLD-LINE, WS-HOLD-RC
           ELSE
               WRITE NOTICE-FILE-RECORD FROM WS-NOTICE-TEXT
                   AFTER ADVANCING 1 LINE
           END-IF
           .

           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-REQUEST-COUNT TO CTL-INPUT-COUNT
           MOVE WS-PAID-COUNT TO CTL-OUTPUT-COUNT
           COMPUTE CTL-REJECT-COUNT =
               WS-FAILED-COUNT + WS-BLOCKED-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
