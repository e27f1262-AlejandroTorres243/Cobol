      *          crashed commit restarts from the last confirmed
      *          posting and a rerun of a completed phase is a
      *          no-op.  The CTLFILE entry carries the phase in the
      *          program id (CASHAPPA / CASHAPPC).  The APPLY phase
      *          is gated on the LOCKBOX receipt import: a lockbox
      *          file that did not prove to its trailers holds the
      *          run through JOBGATE until it is resent or the
      *          operator overrides.
      *          Each report is copied to the report repository
      *          through RPTARCH as it closes.
      *          When a committed posting clears the balance of an
      *          account whose meters DISCONN cut off (their last
      *          DISCHIST event is a disconnection), the commit phase
      *          raises the reconnection: a field order per meter on
      *          RECONORD in ROUTEMST route order, a reconnection
      *          line on DISCHIST, the RECONFEE reconnection fee
      *          (default 50.00) as a CH charge on TRANSACS, and a new
      *          METERMSO generation with the meters active again.
      *          A posting a restarted commit skips is checked too,
      *          and DISCHIST keeps a reconnection from being raised
      *          twice.
      *          Every committed payment is raised as a payment
      *          received event through ALRTPOST, for the nightly
      *          ALRTEXT customer notification extract.
      *          Every receipt's account number must carry a valid
      *          ACCTCHK check digit before it is looked up: an old
      *          pre-conversion number is posted to its new account
      *          through the ACCTXREF cross-reference, and one that
      *          fails goes to suspense with a CD exception on the
      *          EXCFILE repository instead of reaching whichever
      *          customer the mistyped number happens to belong to.
      *          A member's own account is rebuilt from the member
      *          id with its ACCTCHK check digit in front.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL DONE-LOG ASSIGN TO "CADONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-LOG-STATUS.
           SELECT OPTIONAL DISCONNECT-HISTORY ASSIGN TO "DISCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCONNECT-HISTORY-STATUS.
           SELECT OPTIONAL RECONNECT-ORDER-FILE ASSIGN TO "RECONORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONNECT-ORDER-STATUS.
           SELECT OPTIONAL RECONNECT-FEE-PARM ASSIGN TO "RECONFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONNECT-FEE-STATUS.
           SELECT OPTIONAL ROUTE-MASTER ASSIGN TO "ROUTEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-MASTER-STATUS.
           SELECT OPTIONAL METER-MASTER ASSIGN TO "METERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METER-MASTER-STATUS.
           SELECT NEW-METER-MASTER ASSIGN TO "METERMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-METER-STATUS.
           SELECT OPTIONAL GENERATION-COUNT-FILE
               ASSIGN TO "GENCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COUNT-STATUS.
           SELECT OPTIONAL EXCEPTION-REPOSITORY ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-FILE-RECORD PIC X(50).
       FD  ALLOCATION-REPORT.
       01  ALLOCATION-REPORT-RECORD PIC X(80).
       FD  HOLD-FILE.
       01  HOLD-FILE-RECORD.
           05 HF-TRANSACTION PIC X(50).
           05 HF-HELD-BY PIC 9(4).
       FD  WRITEOFF-HISTORY.
       01  WRITEOFF-HISTORY-RECORD PIC X(39).
       FD  RATE-HISTORY-FILE.
       01  RATE-HISTORY-RECORD.
           05 RH-CURRENCY-CODE PIC X(3).
       FD  DONE-LOG.
       01  DONE-LOG-RECORD.
           05 DL-SEQ PIC 9(6).
       FD  DISCONNECT-HISTORY.
       01  DISCONNECT-HISTORY-RECORD PIC X(41).
       FD  RECONNECT-ORDER-FILE.
       01  RECONNECT-ORDER-RECORD PIC X(48).
       FD  RECONNECT-FEE-PARM.
       01  RECONNECT-FEE-RECORD.
           05 FP-RECONNECT-FEE PIC 9(3)V99.
       FD  ROUTE-MASTER.
       COPY RTEREC.
       FD  METER-MASTER.
       COPY MTRREC.
       FD  NEW-METER-MASTER.
       01  NEW-METER-RECORD PIC X(33).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       FD  EXCEPTION-REPOSITORY.
       01  EXCEPTION-REPOSITORY-RECORD PIC X(215).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY EXCREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY TRNREC.
       COPY RAREC.
       COPY INVLINE.
           88 WS-DONE-LOG-OK VALUE "00".
           88 WS-DONE-LOG-EOF VALUE "10".
       01 WS-RUN-PHASE PIC X(6) VALUE "APPLY".
      *>   Predecessor gate: the lockbox receipts must have imported
      *>   and proved for this business date before they are applied.
       01 WS-GATE-REQUEST.
           05 WS-GATE-CALLER-ID PIC X(8) VALUE "CASHAPPA".
           05 WS-GATE-DATE PIC 9(8) VALUE ZEROS.
           05 WS-GATE-PRED-COUNT PIC 9 VALUE 1.
           05 WS-GATE-PRED-ID PIC X(8) OCCURS 5 TIMES.
       01 WS-GATE-RC PIC 9 VALUE ZERO.
       01 WS-PENDING-SEQ PIC 9(6) VALUE ZERO.
      *>   Postings the commit phase already confirmed on CADONE; a
      *>   restarted run skips straight past them.
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
      *>   Customer event hand-off - each committed payment goes to
      *>   ALRTEVT through ALRTPOST for the notification extract.
       01 WS-EVENT-CODE PIC X(2) VALUE "PR".
       01 WS-EVENT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EVENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-EVENT-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-EVENT-RC PIC 9 VALUE ZERO.
       COPY DCHREC.
       COPY DCOREC.
       01 WS-DISCONNECT-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-DISCONNECT-HISTORY-OK VALUE "00".
           88 WS-DISCONNECT-HISTORY-EOF VALUE "10".
       01 WS-RECONNECT-ORDER-STATUS PIC XX VALUE SPACES.
       01 WS-RECONNECT-FEE-STATUS PIC XX VALUE SPACES.
           88 WS-RECONNECT-FEE-OK VALUE "00".
       01 WS-ROUTE-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-ROUTE-MASTER-OK VALUE "00".
           88 WS-ROUTE-MASTER-EOF VALUE "10".
       01 WS-METER-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-METER-MASTER-OK VALUE "00".
           88 WS-METER-MASTER-EOF VALUE "10".
       01 WS-NEW-METER-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
      *>   Reconnection fee charged when a cut-off supply goes back
      *>   on.
       01 WS-RECONNECT-FEE PIC 9(3)V99 VALUE 50.00.
      *>   Meters whose last DISCHIST event is a disconnection - the
      *>   ones a cleared balance turns back on - with their route
      *>   position off ROUTEMST.
       01 OFF-METER-TABLE.
           05 OFF-METER-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON OFF-METER-COUNT
               INDEXED BY OFM-IDX.
               10 OM-METER-ID PIC X(10).
               10 OM-ACCOUNT-NO PIC 9(10).
               10 OM-LAST-EVENT PIC X(1).
               10 OM-ROUTE PIC X(3).
               10 OM-WALK-SEQ PIC 9(4).
       01 OFF-METER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-METERS-OFF PIC 9(4) VALUE ZERO.
       01 WS-METERS-TURNED-ON PIC 9(4) VALUE ZERO.
       01 WS-RECONNECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RECONNECT-METERS PIC 9(9) VALUE ZERO.
       01 WS-RECONNECT-FEE-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
      *>   ACCTCHK parameters.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       01 WS-CHECK-DIGIT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TRANSLATED-COUNT PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CASHAPP" TO WS-RUN-PROGRAM-ID
               PERFORM WriteControlRecord
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-GATE-DATE
           MOVE "LOCKBOX " TO WS-GATE-PRED-ID (1)
           CALL "JOBGATE" USING WS-GATE-REQUEST, WS-GATE-RC
           IF WS-GATE-RC NOT = 0
               DISPLAY "CASHAPP REFUSED BY PREDECESSOR GATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadRemittanceDetails
           PERFORM LoadInvoiceTotals
           PERFORM LoadHeldPayments
           CLOSE PENDING-POSTINGS
           CLOSE SUSPENSE-FILE
           CLOSE ALLOCATION-REPORT
           MOVE "ALLOCRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM PrintControlTotals
           PERFORM PrintRealizedFxReport
           PERFORM WriteControlRecord
       ApplyOneReceipt.
           ADD 1 TO WS-RECEIPT-COUNT
           ADD TRN-AMOUNT TO WS-MONEY-IN
           PERFORM CheckAccountNumber
           IF WS-CHECK-RC = 2 OR WS-CHECK-RC = 7
               PERFORM WriteSuspenseRecord
               EXIT PARAGRAPH
           END-IF
      *>    A receipt on a written-off account books as a bad-debt
      *>    recovery: the balance was already zeroed by the
      *>    write-off, so the money goes to the recovery account
      *>----------------------------------------------------------------
       CommitPhase.
           PERFORM LoadDoneLog
           PERFORM LoadDisconnectedMeters
           OPEN I-O CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   AND WS-DONE-LOG-STATUS NOT = "05"
               OPEN OUTPUT DONE-LOG
           END-IF
           IF WS-METERS-OFF > ZERO
               PERFORM OpenReconnectionFiles
           END-IF
           PERFORM UNTIL WS-PENDING-POSTINGS-EOF
               READ PENDING-POSTINGS
                   AT END SET WS-PENDING-POSTINGS-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE PENDING-POSTINGS DONE-LOG CUSTOMER-MASTER
           IF WS-METERS-OFF > ZERO
               CLOSE DISCONNECT-HISTORY RECONNECT-ORDER-FILE
               CLOSE TRANSACTION-FILE
           END-IF
           IF WS-RECONNECT-METERS > ZERO
               PERFORM WriteNewMeterMaster
           END-IF
      *>    Committed cash lands in the ledger: money in the bank,
      *>    receivable down.
           IF WS-COMMIT-TOTAL NOT = ZERO
           DISPLAY "APPLIED NOW        : " WS-COMMIT-APPLIED
           DISPLAY "ALREADY CONFIRMED  : " WS-COMMIT-SKIPPED
           DISPLAY "FAILED             : " WS-COMMIT-FAILED
           DISPLAY "RECONNECTIONS      : " WS-RECONNECT-COUNT
           DISPLAY "METERS RECONNECTED : " WS-RECONNECT-METERS
           MOVE WS-RECONNECT-FEE-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "RECONNECTION FEES  : " WS-EDITED-AMOUNT
           .

       LoadDoneLog.
           END-PERFORM
           IF WS-ALREADY-DONE = "Y"
               ADD 1 TO WS-COMMIT-SKIPPED
      *>        A crash between the checkpoint and the reconnection
      *>        must not leave a paid-up customer cut off.
               IF PP-BALANCE-POSTING
                   PERFORM CheckReconnection
               END-IF
               EXIT PARAGRAPH
           END-IF
      *>    A "G" record is a deferred ledger pair, not a balance
           END-IF
           ADD 1 TO WS-COMMIT-APPLIED
           ADD PP-AMOUNT TO WS-COMMIT-TOTAL
           PERFORM PostPaymentEvent
           PERFORM CheckReconnection
           .

      *>----------------------------------------------------------------
      *> PostPaymentEvent - the customer may have asked to hear that
      *> the payment arrived; ALRTEXT decides whether they do.
      *>----------------------------------------------------------------
       PostPaymentEvent.
           MOVE PP-AMOUNT TO WS-EVENT-AMOUNT
           MOVE WS-RUN-DATE TO WS-EVENT-DATE
           MOVE SPACES TO WS-EVENT-REFERENCE
           STRING "RCPT" DELIMITED BY SIZE
                  PP-SEQ DELIMITED BY SIZE
               INTO WS-EVENT-REFERENCE
           CALL "ALRTPOST" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
               WS-EVENT-CODE, PP-ACCOUNT-NO, WS-EVENT-AMOUNT,
               WS-EVENT-DATE, WS-EVENT-REFERENCE, WS-EVENT-RC
           .

      *>----------------------------------------------------------------
      *> LoadDisconnectedMeters - DISCHIST is appended in date order,
      *> so the last event on file for a meter is its current state;
      *> only meters left on a disconnection matter here.  Routes are
      *> only needed when something is off.
      *>----------------------------------------------------------------
       LoadDisconnectedMeters.
           OPEN INPUT RECONNECT-FEE-PARM
           IF WS-RECONNECT-FEE-OK
               READ RECONNECT-FEE-PARM
                   NOT AT END
                       IF FP-RECONNECT-FEE NUMERIC
                           MOVE FP-RECONNECT-FEE TO WS-RECONNECT-FEE
                       END-IF
               END-READ
               CLOSE RECONNECT-FEE-PARM
           ELSE
               IF WS-RECONNECT-FEE-STATUS = "05"
                   CLOSE RECONNECT-FEE-PARM
               END-IF
           END-IF
           OPEN INPUT DISCONNECT-HISTORY
           IF WS-DISCONNECT-HISTORY-OK
               PERFORM UNTIL WS-DISCONNECT-HISTORY-EOF
                   READ DISCONNECT-HISTORY
                       AT END SET WS-DISCONNECT-HISTORY-EOF TO TRUE
                       NOT AT END
                           MOVE DISCONNECT-HISTORY-RECORD TO DC-RECORD
                           IF DC-METER-ID NOT = SPACES
                               PERFORM AddOffMeterEvent
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCONNECT-HISTORY
           ELSE
               IF WS-DISCONNECT-HISTORY-STATUS = "05"
                   CLOSE DISCONNECT-HISTORY
               END-IF
           END-IF
           MOVE SPACES TO WS-DISCONNECT-HISTORY-STATUS
           MOVE ZERO TO WS-METERS-OFF
           PERFORM VARYING OFM-IDX FROM 1 BY 1
                   UNTIL OFM-IDX > OFF-METER-COUNT
               IF OM-LAST-EVENT (OFM-IDX) = "D"
                   ADD 1 TO WS-METERS-OFF
               END-IF
           END-PERFORM
           IF WS-METERS-OFF > ZERO
               PERFORM LoadMeterRoutes
           END-IF
           .

       AddOffMeterEvent.
           SET OFM-IDX TO 1
           SEARCH OFF-METER-ENTRY
               AT END
                   IF OFF-METER-COUNT >= 500
                       DISPLAY "DISCONNECTION TABLE FULL - "
                           DC-METER-ID " DROPPED"
                   ELSE
                       ADD 1 TO OFF-METER-COUNT
                       SET OFM-IDX TO OFF-METER-COUNT
                       MOVE DC-METER-ID TO OM-METER-ID (OFM-IDX)
                       MOVE DC-ACCOUNT-NO TO OM-ACCOUNT-NO (OFM-IDX)
                       MOVE DC-EVENT TO OM-LAST-EVENT (OFM-IDX)
                       MOVE SPACES TO OM-ROUTE (OFM-IDX)
                       MOVE ZEROS TO OM-WALK-SEQ (OFM-IDX)
                   END-IF
               WHEN OM-METER-ID (OFM-IDX) = DC-METER-ID
                   MOVE DC-ACCOUNT-NO TO OM-ACCOUNT-NO (OFM-IDX)
                   MOVE DC-EVENT TO OM-LAST-EVENT (OFM-IDX)
           END-SEARCH
           .

       LoadMeterRoutes.
           OPEN INPUT ROUTE-MASTER
           IF WS-ROUTE-MASTER-OK
               PERFORM UNTIL WS-ROUTE-MASTER-EOF
                   READ ROUTE-MASTER
                       AT END SET WS-ROUTE-MASTER-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING OFM-IDX FROM 1 BY 1
                                   UNTIL OFM-IDX > OFF-METER-COUNT
                               IF OM-METER-ID (OFM-IDX) = RT-METER-ID
                                   MOVE RT-ROUTE TO OM-ROUTE (OFM-IDX)
                                   MOVE RT-WALK-SEQ
                                       TO OM-WALK-SEQ (OFM-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ROUTE-MASTER
           ELSE
               IF WS-ROUTE-MASTER-STATUS = "05"
                   CLOSE ROUTE-MASTER
               END-IF
           END-IF
           .

       OpenReconnectionFiles.
           OPEN EXTEND DISCONNECT-HISTORY
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-DISCONNECT-HISTORY-STATUS NOT = "00"
                   AND WS-DISCONNECT-HISTORY-STATUS NOT = "05"
               OPEN OUTPUT DISCONNECT-HISTORY
           END-IF
           OPEN EXTEND RECONNECT-ORDER-FILE
           IF WS-RECONNECT-ORDER-STATUS NOT = "00"
                   AND WS-RECONNECT-ORDER-STATUS NOT = "05"
               OPEN OUTPUT RECONNECT-ORDER-FILE
           END-IF
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   AND WS-TRANSACTION-FILE-STATUS NOT = "05"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           .

      *>----------------------------------------------------------------
      *> CheckReconnection - a balance the posting has brought to
      *> zero or credit turns the account's cut-off meters back on.
      *> The field order goes first and the DISCHIST line after it,
      *> so a crash can at worst repeat an order, never lose one.
      *>----------------------------------------------------------------
       CheckReconnection.
           IF WS-METERS-OFF = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-METERS-TURNED-ON
           PERFORM VARYING OFM-IDX FROM 1 BY 1
                   UNTIL OFM-IDX > OFF-METER-COUNT
               IF OM-ACCOUNT-NO (OFM-IDX) = PP-ACCOUNT-NO
                       AND OM-LAST-EVENT (OFM-IDX) = "D"
                   ADD 1 TO WS-METERS-TURNED-ON
               END-IF
           END-PERFORM
           IF WS-METERS-TURNED-ON = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE PP-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK OR CM-BALANCE > ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECONNECT-COUNT
           PERFORM VARYING OFM-IDX FROM 1 BY 1
                   UNTIL OFM-IDX > OFF-METER-COUNT
               IF OM-ACCOUNT-NO (OFM-IDX) = PP-ACCOUNT-NO
                       AND OM-LAST-EVENT (OFM-IDX) = "D"
                   PERFORM ReconnectOneMeter
               END-IF
           END-PERFORM
      *>    One fee per reconnection visit, however many meters.
           IF WS-RECONNECT-FEE > ZERO
               MOVE SPACES TO TRN-RECORD
               SET TRN-CHARGE TO TRUE
               MOVE PP-ACCOUNT-NO TO TRN-ACCOUNT-NO
               MOVE WS-RUN-DATE TO TRN-DATE
               MOVE WS-RECONNECT-FEE TO TRN-AMOUNT
               MOVE "RECONFEE  " TO TRN-REFERENCE
               MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
               WRITE TRANSACTION-FILE-RECORD FROM TRN-RECORD
               IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                       WS-TRANSACTION-FILE-STATUS
               END-IF
               ADD WS-RECONNECT-FEE TO WS-RECONNECT-FEE-TOTAL
           END-IF
           .

       ReconnectOneMeter.
           MOVE SPACES TO DO-RECORD
           SET DO-RECONNECT TO TRUE
           MOVE WS-RUN-DATE TO DO-ORDER-DATE
           MOVE OM-ROUTE (OFM-IDX) TO DO-ROUTE
           MOVE OM-WALK-SEQ (OFM-IDX) TO DO-WALK-SEQ
           MOVE OM-METER-ID (OFM-IDX) TO DO-METER-ID
           MOVE PP-ACCOUNT-NO TO DO-ACCOUNT-NO
           MOVE WS-RECONNECT-FEE TO DO-AMOUNT
           WRITE RECONNECT-ORDER-RECORD FROM DO-RECORD
           IF WS-RECONNECT-ORDER-STATUS NOT = "00"
               DISPLAY "RECONORD WRITE FAILED, STATUS = "
                   WS-RECONNECT-ORDER-STATUS
           END-IF
           MOVE SPACES TO DC-RECORD
           MOVE PP-ACCOUNT-NO TO DC-ACCOUNT-NO
           MOVE WS-RUN-DATE TO DC-EVENT-DATE
           SET DC-RECONNECTED TO TRUE
           MOVE OM-METER-ID (OFM-IDX) TO DC-METER-ID
           MOVE WS-RECONNECT-FEE TO DC-AMOUNT
           WRITE DISCONNECT-HISTORY-RECORD FROM DC-RECORD
           IF WS-DISCONNECT-HISTORY-STATUS NOT = "00"
               DISPLAY "DISCHIST WRITE FAILED, STATUS = "
                   WS-DISCONNECT-HISTORY-STATUS
           END-IF
           MOVE "R" TO OM-LAST-EVENT (OFM-IDX)
           ADD 1 TO WS-RECONNECT-METERS
           .

      *>----------------------------------------------------------------
      *> WriteNewMeterMaster - the meter master goes out as a new
      *> METERMSO generation with tonight's reconnected meters active
      *> again, counted on GENCOUNT for the promotion utility.
      *>----------------------------------------------------------------
       WriteNewMeterMaster.
           OPEN INPUT METER-MASTER
           IF NOT WS-METER-MASTER-OK
               IF WS-METER-MASTER-STATUS = "05"
                   CLOSE METER-MASTER
               END-IF
               DISPLAY "METERMST NOT AVAILABLE - METER STATUS NOT SET"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-METER-MASTER
           MOVE ZEROS TO WS-GEN-RECORDS
           PERFORM UNTIL WS-METER-MASTER-EOF
               READ METER-MASTER
                   AT END SET WS-METER-MASTER-EOF TO TRUE
                   NOT AT END
                       IF MM-DISCONNECTED
                           PERFORM VARYING OFM-IDX FROM 1 BY 1
                                   UNTIL OFM-IDX > OFF-METER-COUNT
                               IF OM-METER-ID (OFM-IDX) = MM-METER-ID
                                   AND OM-LAST-EVENT (OFM-IDX) = "R"
                                   SET MM-ACTIVE TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
                       WRITE NEW-METER-RECORD FROM MM-RECORD
                       ADD 1 TO WS-GEN-RECORDS
                       IF WS-NEW-METER-STATUS NOT = "00"
                           DISPLAY "METERMSO WRITE FAILED, STATUS = "
                               WS-NEW-METER-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METER-MASTER NEW-METER-MASTER
           MOVE "METERMSO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> WriteGenerationCount - the record count of the new
      *> generation appends to the shared GENCOUNT file; that count
      *> is what the promotion utility verifies the file against
      *> before swapping it live.
      *>----------------------------------------------------------------
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

       CommitOneLedgerPair.
                   READ HOLD-FILE
                       AT END SET WS-HOLD-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE HF-TRANSACTION TO TRN-RECORD
                           IF HELD-COUNT < 200
                               ADD 1 TO HELD-COUNT
                               SET HD-IDX TO HELD-COUNT
               WRITE FX-REPORT-RECORD FROM WS-FX-REPORT-LINE
           END-PERFORM
           CLOSE FX-REPORT
           MOVE "FXREALRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           .

       LoadRemittanceDetails.
                       MOVE IV-INVOICE-NO TO IN-INVOICE-NO (IN-IDX)
                       MOVE IV-AMOUNT TO IN-TOTAL (IN-IDX)
                       IF IV-MEMBER-ID NUMERIC
                           MOVE IV-MEMBER-ID TO WS-CHECK-ACCOUNT
                           PERFORM MemberAccountNumber
                           MOVE WS-CHECK-ACCOUNT TO IN-ACCOUNT (IN-IDX)
                       ELSE
                           MOVE ZEROS TO IN-ACCOUNT (IN-IDX)
                       END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> CheckAccountNumber - an old number answers with its new one
      *> and the receipt posts there; a number failing its check digit,
      *> or an old number the conversion renumbered to another account,
      *> is a CD exception keyed by the account as received.
      *>----------------------------------------------------------------
       CheckAccountNumber.
           MOVE "V" TO WS-CHECK-FUNCTION
           MOVE TRN-ACCOUNT-NO TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           EVALUATE WS-CHECK-RC
               WHEN 1
                   ADD 1 TO WS-TRANSLATED-COUNT
                   MOVE WS-CHECK-ACCOUNT TO TRN-ACCOUNT-NO
               WHEN 2
               WHEN 7
                   ADD 1 TO WS-CHECK-DIGIT-COUNT
                   PERFORM WriteCheckDigitException
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       WriteCheckDigitException.
           OPEN EXTEND EXCEPTION-REPOSITORY
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-EXCEPTION-STATUS NOT = "00"
                   AND WS-EXCEPTION-STATUS NOT = "05"
               OPEN OUTPUT EXCEPTION-REPOSITORY
           END-IF
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-PROGRAM-ID TO EXC-SOURCE
           MOVE WS-RUN-DATE TO EXC-DATE
           MOVE TRN-ACCOUNT-NO TO EXC-KEY
           MOVE "CD" TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE TRN-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-EXCEPTION-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

       RouteReversalToSuspense.
           ADD 1 TO WS-REVERSAL-COUNT
           ADD TRN-AMOUNT TO WS-REVERSAL-TOTAL
           MOVE WS-SUSPENSE-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "TO SUSPENSE        : " WS-EDITED-AMOUNT
           DISPLAY "HELD AS DUPLICATE  : " WS-HELD-SKIP-COUNT
           DISPLAY "CHECK DIGIT FAILED : " WS-CHECK-DIGIT-COUNT
           DISPLAY "OLD NUMBERS MOVED  : " WS-TRANSLATED-COUNT
           DISPLAY "ALLOCATIONS OK     : " WS-ALLOC-OK-COUNT
           DISPLAY "ALLOCATIONS REJ    : " WS-ALLOC-REJ-COUNT
           DISPLAY "REVERSALS ROUTED   : " WS-REVERSAL-COUNT
           CLOSE CONTROL-FILE
           .

      *>----------------------------------------------------------------
      *> MemberAccountNumber - the member's own account for the member
      *> id moved to WS-CHECK-ACCOUNT: the ACCTCHK check digit goes
      *> in the high-order digit, as the account number conversion
      *> gave every member's account.
      *>----------------------------------------------------------------
       MemberAccountNumber.
           MOVE "G" TO WS-CHECK-FUNCTION
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           .

       COPY RUNDATE.
       END PROGRAM CASHAPP.
