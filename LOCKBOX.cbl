      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank lockbox receipt import - read the bank's daily
      *          LOCKBOX file of cheque and transfer receipts and
      *          append each one to the TRANSACS stream as a PY
      *          payment, with a REMITADV remittance line for every
      *          invoice the remitter quoted, so CASHAPP applies them
      *          the same night without re-keying.  The file is first
      *          pre-scanned and every batch proved against its batch
      *          trailer and the batch count, item count and grand
      *          total against the file trailer.  A file that does
      *          not prove is quarantined with an EXCFILE exception
      *          and nothing posts.  A batch that does not prove is
      *          held: its items go to EXCFILE (LB) and are left out
      *          of the CTLFILE counts, so the control line does not
      *          reconcile and JOBGATE holds CASHAPP until the bank
      *          resends or the operator overrides.  Items of a
      *          proven batch that cannot post - account not numeric
      *          or not on CUSTMAST (LA), amount not numeric or zero
      *          (LN) - are rejected to EXCFILE.  A receipt whose
      *          invoice references cannot be read still posts, with
      *          no remittance lines and an LR exception to follow
      *          up.  An account that fails its ACCTCHK check digit
      *          is rejected (CD); an old pre-conversion number is
      *          posted to its new account through ACCTXREF.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TRANSACS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT OPTIONAL REMIT-FILE ASSIGN TO "REMITADV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.
           SELECT OPTIONAL EXCEPTION-REPOSITORY ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *>   The bank's lockbox layout: a file header, then for each
      *>   deposit batch a batch header, its receipt details and a
      *>   batch trailer, then the file trailer.  Amounts arrive as
      *>   unsigned whole cents.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-FILE-RECORD.
           05 LX-RECORD-TYPE PIC X.
               88 LX-FILE-HEADER VALUE "H".
               88 LX-BATCH-HEADER VALUE "B".
               88 LX-DETAIL VALUE "D".
               88 LX-BATCH-TRAILER VALUE "T".
               88 LX-FILE-TRAILER VALUE "Z".
           05 FILLER PIC X(119).
       01  LOCKBOX-BATCH-RECORD.
           05 FILLER PIC X.
           05 LB-BATCH-NO PIC 9(4).
           05 LB-DEPOSIT-DATE PIC 9(8).
           05 FILLER PIC X(107).
       01  LOCKBOX-DETAIL-RECORD.
           05 FILLER PIC X.
           05 LD-BATCH-NO PIC 9(4).
           05 LD-ITEM-NO PIC 9(4).
           05 LD-ACCOUNT-NO PIC X(10).
           05 LD-AMOUNT-TEXT PIC X(11).
           05 LD-AMOUNT REDEFINES LD-AMOUNT-TEXT PIC 9(9)V99.
           05 LD-METHOD PIC X.
               88 LD-CHEQUE VALUE "C".
               88 LD-TRANSFER VALUE "T".
           05 LD-CHEQUE-NO PIC X(10).
           05 LD-INVOICE-REF OCCURS 4 TIMES.
               10 LD-INVOICE-TEXT PIC X(8).
               10 LD-INVOICE-NO REDEFINES LD-INVOICE-TEXT PIC 9(8).
               10 LD-PAID-TEXT PIC X(11).
               10 LD-PAID-AMOUNT REDEFINES LD-PAID-TEXT PIC 9(9)V99.
           05 FILLER PIC X(3).
       01  LOCKBOX-TRAILER-RECORD.
           05 FILLER PIC X.
           05 LT-BATCH-NO PIC 9(4).
           05 LT-ITEM-COUNT PIC 9(5).
           05 LT-BATCH-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(97).
       01  LOCKBOX-FILE-TRAILER-RECORD.
           05 FILLER PIC X.
           05 LZ-BATCH-COUNT PIC 9(4).
           05 LZ-ITEM-COUNT PIC 9(7).
           05 LZ-GRAND-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(95).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  REMIT-FILE.
       01  REMIT-FILE-RECORD PIC X(40).
       FD  EXCEPTION-REPOSITORY.
       01  EXCEPTION-REPOSITORY-RECORD PIC X(215).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY TRNREC.
       COPY RAREC.
       COPY EXCREC.
       01 WS-LOCKBOX-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-LOCKBOX-FILE-OK VALUE "00".
           88 WS-LOCKBOX-FILE-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-REMIT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   Proof work from the pre-scan.  Every batch seen is tabled
      *>   with whether it proved against its own trailer; the file
      *>   figures are held against the file trailer.
       01 BATCH-TABLE.
           05 BATCH-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON BATCH-COUNT
               INDEXED BY BT-IDX.
               10 BT-BATCH-NO PIC 9(4).
               10 BT-PROVED PIC X.
                   88 BT-BATCH-PROVED VALUE "Y".
       01 BATCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BATCH-OPEN PIC X VALUE "N".
           88 BATCH-OPEN VALUE "Y".
       01 WS-BATCH-ITEMS PIC 9(5) VALUE ZERO.
       01 WS-BATCH-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-FILE-ITEMS PIC 9(7) VALUE ZERO.
       01 WS-FILE-RECORDS PIC 9(9) VALUE ZERO.
       01 WS-TRAILER-IMAGE PIC X(120) VALUE SPACES.
       01 WS-FILE-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-TRAILER-SEEN PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
       01 WS-FILE-VERDICT PIC X VALUE "P".
           88 FILE-PROVES VALUE "P".
           88 FILE-FAILS  VALUE "F".
       01 WS-UNPROVED-BATCHES PIC 9(4) VALUE ZERO.
      *>   Posting work.
       01 WS-ITEM-BATCH-PROVED PIC X VALUE "N".
           88 ITEM-BATCH-PROVED VALUE "Y".
       01 WS-REMIT-VALID PIC X VALUE "Y".
           88 REMIT-VALID VALUE "Y".
       01 WS-REF-SUB PIC 9 VALUE ZERO.
       01 WS-REF-COUNT PIC 9 VALUE ZERO.
       01 WS-EXC-REASON PIC X(2) VALUE SPACES.
       01 WS-EXC-KEY PIC X(10) VALUE SPACES.
      *>   ACCTCHK parameters - WS-CHECK-ACCOUNT is the account the
      *>   receipt posts to once any old number has been translated.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       01 WS-ITEM-COUNT PIC 9(9) VALUE ZERO.
       01 WS-POSTED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-POSTED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HELD-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-REMIT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NO-REMIT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "LOCKBOX " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM ProveLockboxFile
           IF FILE-FAILS
               DISPLAY "LOCKBOX QUARANTINED - FILE TOTALS DO NOT "
                   "AGREE WITH TRAILER"
               PERFORM WriteQuarantineException
      *>        Nothing posted, but every record on the file is
      *>        counted in, so the control line cannot reconcile and
      *>        the gate holds.
               MOVE WS-FILE-RECORDS TO WS-ITEM-COUNT
               PERFORM WriteControlRecord
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
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
           OPEN EXTEND REMIT-FILE
           IF WS-REMIT-FILE-STATUS NOT = "00"
                   AND WS-REMIT-FILE-STATUS NOT = "05"
               OPEN OUTPUT REMIT-FILE
           END-IF
           MOVE SPACES TO WS-LOCKBOX-FILE-STATUS
           OPEN INPUT LOCKBOX-FILE
           IF NOT WS-LOCKBOX-FILE-OK
               SET WS-LOCKBOX-FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-LOCKBOX-FILE-EOF
               READ LOCKBOX-FILE
                   AT END SET WS-LOCKBOX-FILE-EOF TO TRUE
                   NOT AT END
                       IF LX-DETAIL
                           PERFORM PostOneReceipt
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE CUSTOMER-MASTER TRANSACTION-FILE
               REMIT-FILE
           DISPLAY "---------- LOCKBOX IMPORT TOTALS ----------"
           DISPLAY "BATCHES ON FILE    : " BATCH-COUNT
           DISPLAY "BATCHES NOT PROVED : " WS-UNPROVED-BATCHES
           DISPLAY "RECEIPTS READ      : " WS-ITEM-COUNT
           DISPLAY "RECEIPTS POSTED    : " WS-POSTED-COUNT
           MOVE WS-POSTED-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT POSTED      : " WS-EDITED-AMOUNT
           DISPLAY "REMITTANCE LINES   : " WS-REMIT-COUNT
           DISPLAY "POSTED, NO REMIT   : " WS-NO-REMIT-COUNT
           DISPLAY "RECEIPTS REJECTED  : " WS-REJECT-COUNT
           DISPLAY "RECEIPTS HELD      : " WS-HELD-COUNT
           MOVE WS-HELD-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT HELD        : " WS-EDITED-AMOUNT
           PERFORM WriteControlRecord
           IF WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>----------------------------------------------------------------
      *> ProveLockboxFile - pre-scan the whole file before anything
      *> posts.  Each batch's item count and total must equal its
      *> batch trailer; a batch with no trailer, or a detail outside
      *> any batch, leaves the batch unproved.  The file's batch
      *> count, item count and grand total must equal the file
      *> trailer, and a file with no trailer (a truncated
      *> transmission) fails outright.  No file at all is an empty,
      *> proven import.
      *>----------------------------------------------------------------
       ProveLockboxFile.
           SET FILE-PROVES TO TRUE
           MOVE ZEROS TO BATCH-COUNT WS-FILE-ITEMS WS-FILE-TOTAL
               WS-FILE-RECORDS
           OPEN INPUT LOCKBOX-FILE
           IF NOT WS-LOCKBOX-FILE-OK
               IF WS-LOCKBOX-FILE-STATUS = "05"
                   CLOSE LOCKBOX-FILE
               ELSE
                   DISPLAY "LOCKBOX NOT AVAILABLE, STATUS = "
                       WS-LOCKBOX-FILE-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOCKBOX-FILE-EOF
               READ LOCKBOX-FILE
                   AT END SET WS-LOCKBOX-FILE-EOF TO TRUE
                   NOT AT END PERFORM ProveOneRecord
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           IF BATCH-OPEN
               PERFORM CloseUnprovedBatch
           END-IF
           IF WS-FILE-ITEMS = ZERO AND BATCH-COUNT = ZERO
                   AND NOT TRAILER-SEEN
               EXIT PARAGRAPH
           END-IF
           IF NOT TRAILER-SEEN
               DISPLAY "LOCKBOX FILE TRAILER MISSING"
               SET FILE-FAILS TO TRUE
           END-IF
           .

       ProveOneRecord.
           ADD 1 TO WS-FILE-RECORDS
           EVALUATE TRUE
               WHEN LX-BATCH-HEADER
                   IF BATCH-OPEN
                       PERFORM CloseUnprovedBatch
                   END-IF
                   PERFORM OpenBatch
               WHEN LX-DETAIL
                   ADD 1 TO WS-FILE-ITEMS
                   IF LD-AMOUNT-TEXT NUMERIC
                       ADD LD-AMOUNT TO WS-FILE-TOTAL
                   END-IF
                   IF BATCH-OPEN AND LD-BATCH-NO
                           = BT-BATCH-NO (BATCH-COUNT)
                       ADD 1 TO WS-BATCH-ITEMS
                       IF LD-AMOUNT-TEXT NUMERIC
                           ADD LD-AMOUNT TO WS-BATCH-TOTAL
                       END-IF
                   ELSE
                       DISPLAY "LOCKBOX ITEM " LD-BATCH-NO "/"
                           LD-ITEM-NO " OUTSIDE ITS BATCH"
                       SET FILE-FAILS TO TRUE
                   END-IF
               WHEN LX-BATCH-TRAILER
                   IF BATCH-OPEN AND LT-BATCH-NO
                           = BT-BATCH-NO (BATCH-COUNT)
                       IF LT-ITEM-COUNT NUMERIC
                               AND LT-BATCH-TOTAL NUMERIC
                               AND LT-ITEM-COUNT = WS-BATCH-ITEMS
                               AND LT-BATCH-TOTAL = WS-BATCH-TOTAL
                           MOVE "Y" TO BT-PROVED (BATCH-COUNT)
                       ELSE
                           PERFORM CountUnprovedBatch
                       END-IF
                       MOVE "N" TO WS-BATCH-OPEN
                   ELSE
                       DISPLAY "LOCKBOX BATCH TRAILER " LT-BATCH-NO
                           " HAS NO MATCHING BATCH HEADER"
                       SET FILE-FAILS TO TRUE
                   END-IF
               WHEN LX-FILE-TRAILER
                   MOVE "Y" TO WS-TRAILER-SEEN
                   MOVE LOCKBOX-FILE-RECORD TO WS-TRAILER-IMAGE
                   IF LZ-BATCH-COUNT NOT NUMERIC
                           OR LZ-ITEM-COUNT NOT NUMERIC
                           OR LZ-GRAND-TOTAL NOT NUMERIC
                           OR LZ-BATCH-COUNT NOT = BATCH-COUNT
                           OR LZ-ITEM-COUNT NOT = WS-FILE-ITEMS
                           OR LZ-GRAND-TOTAL NOT = WS-FILE-TOTAL
                       SET FILE-FAILS TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       OpenBatch.
           IF BATCH-COUNT >= 200
               DISPLAY "LOCKBOX BATCH TABLE FULL AT " LB-BATCH-NO
               SET FILE-FAILS TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BATCH-COUNT
           MOVE LB-BATCH-NO TO BT-BATCH-NO (BATCH-COUNT)
           MOVE "N" TO BT-PROVED (BATCH-COUNT)
           MOVE "Y" TO WS-BATCH-OPEN
           MOVE ZEROS TO WS-BATCH-ITEMS WS-BATCH-TOTAL
           .

       CloseUnprovedBatch.
           DISPLAY "LOCKBOX BATCH " BT-BATCH-NO (BATCH-COUNT)
               " HAS NO BATCH TRAILER"
           PERFORM CountUnprovedBatch
           MOVE "N" TO WS-BATCH-OPEN
           .

       CountUnprovedBatch.
           ADD 1 TO WS-UNPROVED-BATCHES
           DISPLAY "LOCKBOX BATCH " BT-BATCH-NO (BATCH-COUNT)
               " DOES NOT PROVE - ITEMS HELD"
           .

      *>----------------------------------------------------------------
      *> PostOneReceipt - items of an unproved batch are held, not
      *> rejected; the rest post unless the account or amount is bad.
      *>----------------------------------------------------------------
       PostOneReceipt.
           ADD 1 TO WS-ITEM-COUNT
      *>    Items are known by their place on the bank's file - the
      *>    same key the posted receipt carries as its reference.
           MOVE "LB" TO WS-EXC-KEY (1:2)
           MOVE LD-BATCH-NO TO WS-EXC-KEY (3:4)
           MOVE LD-ITEM-NO TO WS-EXC-KEY (7:4)
           MOVE "N" TO WS-ITEM-BATCH-PROVED
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BATCH-COUNT
               IF BT-BATCH-NO (BT-IDX) = LD-BATCH-NO
                   MOVE BT-PROVED (BT-IDX) TO WS-ITEM-BATCH-PROVED
               END-IF
           END-PERFORM
           IF NOT ITEM-BATCH-PROVED
               ADD 1 TO WS-HELD-COUNT
               IF LD-AMOUNT-TEXT NUMERIC
                   ADD LD-AMOUNT TO WS-HELD-TOTAL
               END-IF
               MOVE "LB" TO WS-EXC-REASON
               PERFORM WriteItemException
               EXIT PARAGRAPH
           END-IF
           IF LD-ACCOUNT-NO NOT NUMERIC
               MOVE "LA" TO WS-EXC-REASON
               PERFORM RejectReceipt
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WS-CHECK-FUNCTION
           MOVE LD-ACCOUNT-NO TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           IF WS-CHECK-RC = 2 OR WS-CHECK-RC = 7
               MOVE "CD" TO WS-EXC-REASON
               PERFORM RejectReceipt
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-ACCOUNT TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               MOVE "LA" TO WS-EXC-REASON
               PERFORM RejectReceipt
               EXIT PARAGRAPH
           END-IF
           IF LD-AMOUNT-TEXT NOT NUMERIC
               MOVE "LN" TO WS-EXC-REASON
               PERFORM RejectReceipt
               EXIT PARAGRAPH
           END-IF
           IF LD-AMOUNT = ZERO
               MOVE "LN" TO WS-EXC-REASON
               PERFORM RejectReceipt
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TRN-RECORD
           SET TRN-PAYMENT TO TRUE
           MOVE WS-CHECK-ACCOUNT TO TRN-ACCOUNT-NO
           MOVE WS-RUN-DATE TO TRN-DATE
           MOVE LD-AMOUNT TO TRN-AMOUNT
      *>    The reference ties the remittance lines to this receipt
      *>    and traces it back to its place on the bank's file.
           MOVE WS-EXC-KEY TO TRN-REFERENCE
           MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
           WRITE TRANSACTION-FILE-RECORD FROM TRN-RECORD
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           ADD LD-AMOUNT TO WS-POSTED-TOTAL
           PERFORM BuildRemittance
           .

      *>----------------------------------------------------------------
      *> BuildRemittance - one REMITADV line per invoice quoted.  A
      *> single invoice quoted with no amount takes the whole
      *> receipt; with more than one, every amount must be given.
      *> References that cannot be read are not guessed at: the
      *> receipt stays posted without remittance and an LR exception
      *> goes to the back office.
      *>----------------------------------------------------------------
       BuildRemittance.
           MOVE "Y" TO WS-REMIT-VALID
           MOVE ZERO TO WS-REF-COUNT
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > 4
               IF LD-INVOICE-TEXT (WS-REF-SUB) NOT = SPACES
                   ADD 1 TO WS-REF-COUNT
                   IF LD-INVOICE-TEXT (WS-REF-SUB) NOT NUMERIC
                       MOVE "N" TO WS-REMIT-VALID
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REF-COUNT = ZERO
               ADD 1 TO WS-NO-REMIT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > 4
               IF LD-INVOICE-TEXT (WS-REF-SUB) NOT = SPACES
                   IF LD-PAID-TEXT (WS-REF-SUB) = SPACES
                       IF WS-REF-COUNT > 1
                           MOVE "N" TO WS-REMIT-VALID
                       END-IF
                   ELSE
                       IF LD-PAID-TEXT (WS-REF-SUB) NOT NUMERIC
                           MOVE "N" TO WS-REMIT-VALID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT REMIT-VALID
               ADD 1 TO WS-NO-REMIT-COUNT
               MOVE "LR" TO WS-EXC-REASON
               PERFORM WriteItemException
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > 4
               IF LD-INVOICE-TEXT (WS-REF-SUB) NOT = SPACES
                   MOVE TRN-ACCOUNT-NO TO RA-ACCOUNT-NO
                   MOVE TRN-REFERENCE TO RA-REFERENCE
                   MOVE LD-INVOICE-NO (WS-REF-SUB) TO RA-INVOICE-NO
                   IF LD-PAID-TEXT (WS-REF-SUB) = SPACES
                       MOVE LD-AMOUNT TO RA-AMOUNT
                   ELSE
                       MOVE LD-PAID-AMOUNT (WS-REF-SUB) TO RA-AMOUNT
                   END-IF
                   WRITE REMIT-FILE-RECORD FROM RA-RECORD
                   IF WS-REMIT-FILE-STATUS NOT = "00"
                       DISPLAY "REMITADV WRITE FAILED, STATUS = "
                           WS-REMIT-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-REMIT-COUNT
                   END-IF
               END-IF
           END-PERFORM
           .

       RejectReceipt.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "LOCKBOX RECEIPT REJECTED, REASON " WS-EXC-REASON
               " ITEM " WS-EXC-KEY
           PERFORM WriteItemException
           .

      *>----------------------------------------------------------------
      *> WriteItemException - the receipt as received goes to the
      *> exception repository keyed by batch and item: LA
      *> account bad or not on file, CD account fails its check
      *> digit, LN amount bad, LB batch did not
      *> prove (held), LR invoice references unreadable (posted).
      *>----------------------------------------------------------------
       WriteItemException.
           OPEN EXTEND EXCEPTION-REPOSITORY
           IF WS-EXCEPTION-STATUS NOT = "00"
                   AND WS-EXCEPTION-STATUS NOT = "05"
               OPEN OUTPUT EXCEPTION-REPOSITORY
           END-IF
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-PROGRAM-ID TO EXC-SOURCE
           MOVE WS-RUN-DATE TO EXC-DATE
           MOVE WS-EXC-KEY TO EXC-KEY
           MOVE WS-EXC-REASON TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE LOCKBOX-FILE-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-EXCEPTION-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

       WriteQuarantineException.
           OPEN EXTEND EXCEPTION-REPOSITORY
           IF WS-EXCEPTION-STATUS NOT = "00"
                   AND WS-EXCEPTION-STATUS NOT = "05"
               OPEN OUTPUT EXCEPTION-REPOSITORY
           END-IF
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-PROGRAM-ID TO EXC-SOURCE
           MOVE WS-RUN-DATE TO EXC-DATE
           MOVE "LOCKBOX" TO EXC-KEY
           MOVE "LZ" TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE WS-TRAILER-IMAGE TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-EXCEPTION-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

      *>----------------------------------------------------------------
      *> WriteControlRecord - held items are deliberately counted in
      *> but not out, so an import that did not prove never
      *> reconciles and JOBGATE holds CASHAPP.
      *>----------------------------------------------------------------
       WriteControlRecord.
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-ITEM-COUNT TO CTL-INPUT-COUNT
           MOVE WS-POSTED-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM LOCKBOX.
