      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collection agency settlement run - read the AGYRETN
      *          return file from the external collection agency.
      *          A collection line is money the agency collected on
      *          a placed account: the agency keeps its commission
      *          (the AGYPARM contract rate, or the rate on the line)
      *          and remits the rest, so the net is written to
      *          TRANSACS as a PY receipt for tonight's cash
      *          application, and the commission comes straight off
      *          CM-BALANCE as an AJ adjustment with the commission
      *          expense journaled through GLPOST - the customer is
      *          credited with everything they paid.  A recall line
      *          hands the account back: CM-STATUS returns to active
      *          and dunning, interest accrual and the workqueue pick
      *          it up again.  Every collection is listed on the
      *          AGYSETRP settlement report for the agency statement;
      *          lines that cannot be applied go to EXCFILE.  An
      *          account placed before the check-digit conversion
      *          comes back under its old number and is translated
      *          through ACCTCHK; one that fails its check digit is
      *          rejected CD.  Run it ahead of CASHAPP so the
      *          receipts post the same night.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYSETL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETURN-FILE ASSIGN TO "AGYRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "AGYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TRANSACS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT SETTLEMENT-REPORT ASSIGN TO "AGYSETRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-REPORT-STATUS.
           SELECT OPTIONAL EXCEPTION-REPOSITORY ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-FILE-RECORD PIC X(60).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 AP-NOTICE-DAYS PIC 9(3).
           05 FILLER PIC X(1).
           05 AP-COMMISSION-PCT PIC 9(2)V99.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  SETTLEMENT-REPORT.
       01  SETTLEMENT-REPORT-RECORD PIC X(80).
       FD  EXCEPTION-REPOSITORY.
       01  EXCEPTION-REPOSITORY-RECORD PIC X(215).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY AGRREC.
       COPY TRNREC.
       COPY GLREC.
       COPY EXCREC.
       01 WS-RETURN-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-RETURN-FILE-OK VALUE "00".
           88 WS-RETURN-FILE-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-PARM-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PARM-FILE-OK VALUE "00".
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SETTLEMENT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GL-RC PIC 9 VALUE ZERO.
      *>   The agency's contract commission, percent with two
      *>   decimals (25.00 = a quarter of every collection).
       01 WS-COMMISSION-PCT PIC 9(2)V99 VALUE 25.00.
       01 WS-LINE-PCT PIC 9(2)V99 VALUE ZERO.
       01 WS-GROSS-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-COMMISSION PIC S9(9)V99 VALUE ZERO.
       01 WS-NET-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-REJECT-REASON PIC X(2) VALUE SPACES.
      *>   ACCTCHK parameters - WS-CHECK-ACCOUNT is the account the
      *>   line settles against once any old number has been
      *>   translated.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-COLLECTION-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RECALL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-GROSS-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-COMMISSION-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       01 WS-REPORT-HEADING.
           05 FILLER PIC X(11) VALUE "ACCOUNT    ".
           05 FILLER PIC X(11) VALUE "REFERENCE  ".
           05 FILLER PIC X(15) VALUE "      COLLECTED".
           05 FILLER PIC X(7) VALUE "   PCT ".
           05 FILLER PIC X(15) VALUE "     COMMISSION".
           05 FILLER PIC X(15) VALUE "       REMITTED".
       01 WS-REPORT-LINE.
           05 RL-ACCOUNT-NO PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-REFERENCE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-GROSS PIC -(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-PCT PIC Z9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-COMMISSION PIC -(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-NET PIC -(10)9.99.
       01 WS-REPORT-TOTAL-LINE.
           05 FILLER PIC X(22) VALUE "TOTAL COLLECTIONS".
           05 RT-GROSS PIC -(10)9.99.
           05 FILLER PIC X(7) VALUE SPACES.
           05 RT-COMMISSION PIC -(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RT-NET PIC -(10)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "AGYSETL " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetParameters
           OPEN INPUT RETURN-FILE
           IF NOT WS-RETURN-FILE-OK
               DISPLAY "AGYRETN NOT AVAILABLE, STATUS = "
                   WS-RETURN-FILE-STATUS
               SET WS-RETURN-FILE-EOF TO TRUE
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   AND WS-TRANSACTION-FILE-STATUS NOT = "05"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN OUTPUT SETTLEMENT-REPORT
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-REPORT-HEADING
           PERFORM UNTIL WS-RETURN-FILE-EOF
               READ RETURN-FILE
                   AT END SET WS-RETURN-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE RETURN-FILE-RECORD TO AGR-RECORD
                       PERFORM SettleOneLine
               END-READ
           END-PERFORM
           MOVE WS-GROSS-TOTAL TO RT-GROSS
           MOVE WS-COMMISSION-TOTAL TO RT-COMMISSION
           MOVE WS-NET-TOTAL TO RT-NET
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           CLOSE RETURN-FILE CUSTOMER-MASTER TRANSACTION-FILE
               SETTLEMENT-REPORT
           MOVE "AGYSETRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
      *>    The commission the agency kept is collection expense;
      *>    the receivable it cleared comes down with it.  The net
      *>    reaches cash and the receivable through cash application.
           IF WS-COMMISSION-TOTAL NOT = ZERO
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-RUN-PROGRAM-ID TO GL-SOURCE
               MOVE "AGYCOMM" TO GL-ACCOUNT-CODE
               SET GL-DEBIT TO TRUE
               MOVE WS-COMMISSION-TOTAL TO GL-AMOUNT
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
               MOVE "AR" TO GL-ACCOUNT-CODE
               SET GL-CREDIT TO TRUE
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           END-IF
           DISPLAY "---------- AGENCY SETTLEMENT TOTALS ----------"
           DISPLAY "RETURN LINES READ  : " WS-READ-COUNT
           DISPLAY "COLLECTIONS        : " WS-COLLECTION-COUNT
           DISPLAY "RECALLS            : " WS-RECALL-COUNT
           DISPLAY "REJECTED           : " WS-REJECT-COUNT
           MOVE WS-GROSS-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "GROSS COLLECTED    : " WS-EDITED-AMOUNT
           MOVE WS-COMMISSION-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AGENCY COMMISSION  : " WS-EDITED-AMOUNT
           MOVE WS-NET-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "NET RECEIPTS       : " WS-EDITED-AMOUNT
           PERFORM WriteControlRecord
           STOP RUN.

       GetParameters.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       DISPLAY "AGYPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF AP-COMMISSION-PCT NUMERIC
                           MOVE AP-COMMISSION-PCT
                               TO WS-COMMISSION-PCT
                       END-IF
               END-READ
           ELSE
               DISPLAY "AGYPARM NOT AVAILABLE - DEFAULTS USED"
           END-IF
           CLOSE PARM-FILE
           DISPLAY "CONTRACT COMMISSION: " WS-COMMISSION-PCT
           .

      *>----------------------------------------------------------------
      *> SettleOneLine - a line must name a placed account on the
      *> master before anything moves; the agency only ever works
      *> accounts we placed with it.
      *>----------------------------------------------------------------
       SettleOneLine.
           ADD 1 TO WS-READ-COUNT
           IF AGR-ACCOUNT-NO NOT NUMERIC
                   OR NOT (AGR-COLLECTION OR AGR-RECALL)
               MOVE "AX" TO WS-REJECT-REASON
               PERFORM RejectReturnLine
               EXIT PARAGRAPH
           END-IF
      *>    Accounts placed before the conversion are still known
      *>    to the agency by their old numbers.
           MOVE "V" TO WS-CHECK-FUNCTION
           MOVE AGR-ACCOUNT-NO TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           IF WS-CHECK-RC = 2 OR WS-CHECK-RC = 7
               MOVE "CD" TO WS-REJECT-REASON
               PERFORM RejectReturnLine
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-RC = 1
               MOVE WS-CHECK-ACCOUNT TO AGR-ACCOUNT-NO
           END-IF
           MOVE AGR-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               MOVE "AN" TO WS-REJECT-REASON
               PERFORM RejectReturnLine
               EXIT PARAGRAPH
           END-IF
           IF NOT CM-ACCT-PLACED
               MOVE "AU" TO WS-REJECT-REASON
               PERFORM RejectReturnLine
               EXIT PARAGRAPH
           END-IF
           IF AGR-RECALL
               PERFORM RecallOneAccount
           ELSE
               PERFORM ApplyOneCollection
           END-IF
           .

       RecallOneAccount.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE SPACE TO CM-STATUS
           REWRITE CUSTOMER-MASTER-RECORD
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTMAST REWRITE FAILED FOR "
                   CM-ACCOUNT-NO " STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE "AW" TO WS-REJECT-REASON
               PERFORM RejectReturnLine
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
           CALL "CMJOURNL" USING WS-RUN-PROGRAM-ID,
               WS-RUN-DATE, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
               WS-JRNL-RC
           ADD 1 TO WS-RECALL-COUNT
           .

      *>----------------------------------------------------------------
      *> ApplyOneCollection - the commission comes off the balance
      *> here; the net goes to TRANSACS as a receipt and comes off
      *> the balance when cash application applies it tonight.
      *>----------------------------------------------------------------
       ApplyOneCollection.
           IF AGR-AMOUNT NOT NUMERIC
               MOVE "AX" TO WS-REJECT-REASON
               PERFORM RejectReturnLine
               EXIT PARAGRAPH
           END-IF
           MOVE AGR-AMOUNT TO WS-GROSS-AMOUNT
           IF WS-GROSS-AMOUNT NOT > ZERO
               MOVE "AX" TO WS-REJECT-REASON
               PERFORM RejectReturnLine
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMMISSION-PCT TO WS-LINE-PCT
           IF AGR-COMMISSION-PCT NUMERIC
                   AND AGR-COMMISSION-PCT > ZERO
               MOVE AGR-COMMISSION-PCT TO WS-LINE-PCT
           END-IF
           COMPUTE WS-COMMISSION ROUNDED =
               WS-GROSS-AMOUNT * WS-LINE-PCT / 100
           COMPUTE WS-NET-AMOUNT = WS-GROSS-AMOUNT - WS-COMMISSION
           IF WS-COMMISSION NOT = ZERO
               MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
               SUBTRACT WS-COMMISSION FROM CM-BALANCE
               REWRITE CUSTOMER-MASTER-RECORD
               IF NOT CM-STATUS-OK
                   DISPLAY "CUSTMAST REWRITE FAILED FOR "
                       CM-ACCOUNT-NO " STATUS = "
                       WS-CUSTOMER-MASTER-STATUS
                   MOVE "AW" TO WS-REJECT-REASON
                   PERFORM RejectReturnLine
                   EXIT PARAGRAPH
               END-IF
               MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
               CALL "CMJOURNL" USING WS-RUN-PROGRAM-ID,
                   WS-RUN-DATE, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
                   WS-JRNL-RC
               MOVE SPACES TO TRN-RECORD
               SET TRN-ADJUSTMENT TO TRUE
               MOVE AGR-ACCOUNT-NO TO TRN-ACCOUNT-NO
               MOVE WS-RUN-DATE TO TRN-DATE
               COMPUTE TRN-AMOUNT = ZERO - WS-COMMISSION
               MOVE "AGYCOMM   " TO TRN-REFERENCE
               MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
               PERFORM WriteTransaction
           END-IF
           IF WS-NET-AMOUNT > ZERO
               MOVE SPACES TO TRN-RECORD
               SET TRN-PAYMENT TO TRUE
               MOVE AGR-ACCOUNT-NO TO TRN-ACCOUNT-NO
               MOVE WS-RUN-DATE TO TRN-DATE
               MOVE WS-NET-AMOUNT TO TRN-AMOUNT
               MOVE AGR-REFERENCE TO TRN-REFERENCE
               MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
               PERFORM WriteTransaction
           END-IF
           ADD 1 TO WS-COLLECTION-COUNT
           ADD WS-GROSS-AMOUNT TO WS-GROSS-TOTAL
           ADD WS-COMMISSION TO WS-COMMISSION-TOTAL
           ADD WS-NET-AMOUNT TO WS-NET-TOTAL
           MOVE AGR-ACCOUNT-NO TO RL-ACCOUNT-NO
           MOVE AGR-REFERENCE TO RL-REFERENCE
           MOVE WS-GROSS-AMOUNT TO RL-GROSS
           MOVE WS-LINE-PCT TO RL-PCT
           MOVE WS-COMMISSION TO RL-COMMISSION
           MOVE WS-NET-AMOUNT TO RL-NET
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SETTLEMENT-REPORT-STATUS NOT = "00"
               DISPLAY "AGYSETRP WRITE FAILED, STATUS = "
                   WS-SETTLEMENT-REPORT-STATUS
           END-IF
           .

       WriteTransaction.
           WRITE TRANSACTION-FILE-RECORD FROM TRN-RECORD
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> RejectReturnLine - the agency line as received goes to the
      *> exception repository: AX unreadable line, CD account fails
      *> its check digit, AN account not on CUSTMAST, AU account not
      *> placed with the agency, AW master rewrite failed.
      *>----------------------------------------------------------------
       RejectReturnLine.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "AGYRETN LINE REJECTED, REASON " WS-REJECT-REASON
               " ACCOUNT " AGR-ACCOUNT-NO
           OPEN EXTEND EXCEPTION-REPOSITORY
           IF WS-EXCEPTION-STATUS NOT = "00"
                   AND WS-EXCEPTION-STATUS NOT = "05"
               OPEN OUTPUT EXCEPTION-REPOSITORY
           END-IF
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-PROGRAM-ID TO EXC-SOURCE
           MOVE WS-RUN-DATE TO EXC-DATE
           MOVE AGR-ACCOUNT-NO TO EXC-KEY
           MOVE WS-REJECT-REASON TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE AGR-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-EXCEPTION-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

       WriteControlRecord.
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-READ-COUNT TO CTL-INPUT-COUNT
           COMPUTE CTL-OUTPUT-COUNT =
               WS-COLLECTION-COUNT + WS-RECALL-COUNT
           MOVE WS-REJECT-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM AGYSETL.
