      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly credit bureau extract - report every account
      *          on CUSTMAST to the credit bureau in the bureau's
      *          fixed 120 character layout (CRBREC) on CRBOUT: a
      *          header, one D record per account with its balance,
      *          credit limit, days-past-due bucket off AGEDBAL,
      *          account status and dispute indicator, and a trailer
      *          carrying the record counts and balance hash.  The
      *          status is written-off when WOFHIST holds a
      *          completed write-off, agency when the account is
      *          placed for collection, closed, held (CM-HOLD-FLAG),
      *          or open, in that order; any open dispute on
      *          DISPUTES sets the dispute indicator.  An account
      *          corrected since the last extract - changed through
      *          CUSTMNT on CUSTAUD or a dispute credited in the
      *          customer's favour - is re-reported with a C
      *          correction record against the date of the report
      *          it corrects, read off CRBLAST (last month's D
      *          records).  This month's D records go to CRBLASTO
      *          for the operator to swap in as next month's
      *          CRBLAST.  The CRBOUTM manifest travels with the
      *          file - record count, balance hash and checksum.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBEXTR.
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
           SELECT OPTIONAL AGED-BALANCE-FILE ASSIGN TO "AGEDBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGED-BALANCE-STATUS.
           SELECT OPTIONAL WRITEOFF-HISTORY ASSIGN TO "WOFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-HISTORY-STATUS.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPTIONAL LAST-REPORT-FILE ASSIGN TO "CRBLAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-REPORT-STATUS.
           SELECT NEW-LAST-REPORT-FILE ASSIGN TO "CRBLASTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-LAST-REPORT-STATUS.
           SELECT BUREAU-FILE ASSIGN TO "CRBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "CRBOUTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  AGED-BALANCE-FILE.
       01  AGED-BALANCE-RECORD PIC X(58).
       FD  WRITEOFF-HISTORY.
       01  WRITEOFF-HISTORY-RECORD PIC X(39).
       FD  DISPUTE-FILE.
       01  DISPUTE-FILE-RECORD PIC X(49).
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           05 AU-PROGRAM PIC X(8).
           05 AU-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AU-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 AU-ACCOUNT PIC 9(10).
           05 FILLER PIC X(91).
       FD  LAST-REPORT-FILE.
       01  LAST-REPORT-RECORD PIC X(120).
       FD  NEW-LAST-REPORT-FILE.
       01  NEW-LAST-REPORT-RECORD PIC X(120).
       FD  BUREAU-FILE.
       01  BUREAU-FILE-RECORD PIC X(120).
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MF-REC-COUNT PIC 9(9).
           05 FILLER PIC X(1).
           05 MF-HASH-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 MF-CHECKSUM PIC 9(9).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY CRBREC.
       COPY WOFREC.
       COPY DSPREC.
      *>   Predecessor gate: the days-past-due buckets come off the
      *>   AGEDBAL file, so the aging run must have completed clean
      *>   for this business date before the bureau is told anything.
       01 WS-GATE-REQUEST.
           05 WS-GATE-CALLER-ID PIC X(8) VALUE "CRBEXTR".
           05 WS-GATE-DATE PIC 9(8) VALUE ZEROS.
           05 WS-GATE-PRED-COUNT PIC 9 VALUE 1.
           05 WS-GATE-PRED-ID PIC X(8) OCCURS 5 TIMES.
       01 WS-GATE-RC PIC 9 VALUE ZERO.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
           88 CM-STATUS-END VALUE "10".
       01 WS-AGED-BALANCE-STATUS PIC XX VALUE SPACES.
           88 WS-AGED-BALANCE-OK VALUE "00".
           88 WS-AGED-BALANCE-EOF VALUE "10".
       01 WS-WRITEOFF-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-WRITEOFF-HISTORY-OK VALUE "00".
           88 WS-WRITEOFF-HISTORY-EOF VALUE "10".
       01 WS-DISPUTE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-DISPUTE-FILE-OK VALUE "00".
           88 WS-DISPUTE-FILE-EOF VALUE "10".
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-AUDIT-FILE-OK VALUE "00".
           88 WS-AUDIT-FILE-EOF VALUE "10".
       01 WS-LAST-REPORT-STATUS PIC XX VALUE SPACES.
           88 WS-LAST-REPORT-OK VALUE "00".
           88 WS-LAST-REPORT-EOF VALUE "10".
       01 WS-NEW-LAST-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-BUREAU-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-BUREAU-FILE-OK VALUE "00".
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 AGED-BALANCE-LINE.
           05 AB-ACCOUNT-NO PIC 9(10).
           05 AB-BUCKET PIC S9(9)V99 SIGN LEADING SEPARATE
               OCCURS 4 TIMES.
      *>   Days-past-due bucket per account off AGEDBAL - the oldest
      *>   aged bucket with money in it.
       01 DPD-TABLE.
           05 DPD-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON DPD-COUNT
               INDEXED BY DPD-IDX.
               10 DP-ACCOUNT-NO PIC 9(10).
               10 DP-BUCKET PIC 9(1).
       01 DPD-COUNT PIC 9(4) VALUE ZERO.
      *>   Accounts with a completed write-off on WOFHIST.
       01 WRITEOFF-TABLE.
           05 WRITEOFF-ENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON WRITEOFF-COUNT
               INDEXED BY WOF-IDX.
               10 WF-ACCOUNT-NO PIC 9(10).
       01 WRITEOFF-COUNT PIC 9(4) VALUE ZERO.
      *>   Accounts with any dispute still open.
       01 DISPUTE-TABLE.
           05 DISPUTE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON DISPUTE-COUNT
               INDEXED BY DS-IDX.
               10 DT-ACCOUNT-NO PIC 9(10).
       01 DISPUTE-COUNT PIC 9(4) VALUE ZERO.
      *>   What was reported last month, and when.
       01 LAST-TABLE.
           05 LAST-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON LAST-COUNT
               INDEXED BY LST-IDX.
               10 LT-ACCOUNT-NO PIC 9(10).
               10 LT-PERIOD-DATE PIC 9(8).
       01 LAST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LAST-EXTRACT-DATE PIC 9(8) VALUE ZERO.
      *>   Accounts corrected since the last extract.
       01 CORRECTION-TABLE.
           05 CORRECTION-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON CORRECTION-COUNT
               INDEXED BY COR-IDX.
               10 CR-ACCOUNT-NO PIC 9(10).
       01 CORRECTION-COUNT PIC 9(4) VALUE ZERO.
       01 WS-WORK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-FOUND PIC X VALUE "N".
       01 WS-CORRECTED-DATE PIC 9(8) VALUE ZERO.
       01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CORRECTION-OUT PIC 9(9) VALUE ZERO.
       01 WS-DISPUTED-OUT PIC 9(9) VALUE ZERO.
       01 WS-BALANCE-HASH PIC S9(11)V99 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
      *>   Transmission manifest work: the bureau proves the file
      *>   arrived whole before a single record loads.
       01 WS-MANIFEST-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CHECKSUM-CENTS PIC 9(13) VALUE ZERO.
       01 WS-CHECKSUM-WORK PIC 9(13) VALUE ZERO.
       01 WS-CHECKSUM PIC 9(9) VALUE ZERO.
       01 WS-RUN-DATE-R PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-R.
           05 WS-RUN-PERIOD PIC 9(6).
           05 FILLER PIC 9(2).
       01 BUREAU-HEADER.
           05 BH-RECORD-TYPE PIC X VALUE "H".
           05 BH-REPORTER-ID PIC X(8).
           05 BH-PERIOD PIC 9(6).
           05 BH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(97) VALUE SPACES.
       01 BUREAU-TRAILER.
           05 BT-RECORD-TYPE PIC X VALUE "T".
           05 BT-DETAIL-COUNT PIC 9(9).
           05 BT-CORRECTION-COUNT PIC 9(9).
           05 BT-BALANCE-HASH PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(87) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CRBEXTR " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           MOVE WS-RUN-DATE TO WS-GATE-DATE
           MOVE "AGERECV " TO WS-GATE-PRED-ID (1)
           CALL "JOBGATE" USING WS-GATE-REQUEST, WS-GATE-RC
           IF WS-GATE-RC NOT = 0
               DISPLAY "CRBEXTR REFUSED BY PREDECESSOR GATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-R
           PERFORM LoadAgedBuckets
           PERFORM LoadWriteOffHistory
           PERFORM LoadDisputes
           PERFORM LoadLastReport
           PERFORM LoadCorrections
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BUREAU-FILE
           IF NOT WS-BUREAU-FILE-OK
               DISPLAY "CRBOUT OPEN FAILED, STATUS = "
                   WS-BUREAU-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-LAST-REPORT-FILE
           MOVE WS-RUN-PROGRAM-ID TO BH-REPORTER-ID
           MOVE WS-RUN-PERIOD TO BH-PERIOD
           MOVE WS-RUN-DATE TO BH-RUN-DATE
           WRITE BUREAU-FILE-RECORD FROM BUREAU-HEADER
           PERFORM UNTIL CM-STATUS-END
               READ CUSTOMER-MASTER NEXT
                   AT END SET CM-STATUS-END TO TRUE
                   NOT AT END
                       PERFORM ReportOneAccount
               END-READ
           END-PERFORM
           MOVE WS-DETAIL-COUNT TO BT-DETAIL-COUNT
           MOVE WS-CORRECTION-OUT TO BT-CORRECTION-COUNT
           MOVE WS-BALANCE-HASH TO BT-BALANCE-HASH
           WRITE BUREAU-FILE-RECORD FROM BUREAU-TRAILER
           IF NOT WS-BUREAU-FILE-OK
               DISPLAY "CRBOUT WRITE FAILED, STATUS = "
                   WS-BUREAU-FILE-STATUS
           END-IF
           CLOSE CUSTOMER-MASTER BUREAU-FILE NEW-LAST-REPORT-FILE
           PERFORM WriteManifest
           DISPLAY "---------- CREDIT BUREAU EXTRACT TOTALS ----------"
           DISPLAY "REPORTING PERIOD   : " WS-RUN-PERIOD
           DISPLAY "ACCOUNTS READ      : " WS-READ-COUNT
           DISPLAY "ACCOUNTS REPORTED  : " WS-DETAIL-COUNT
           DISPLAY "IN DISPUTE         : " WS-DISPUTED-OUT
           DISPLAY "CORRECTIONS        : " WS-CORRECTION-OUT
           MOVE WS-BALANCE-HASH TO WS-EDITED-AMOUNT
           DISPLAY "BALANCE HASH       : " WS-EDITED-AMOUNT
           PERFORM WriteControlRecord
           STOP RUN.

       LoadAgedBuckets.
           OPEN INPUT AGED-BALANCE-FILE
           IF WS-AGED-BALANCE-OK
               PERFORM UNTIL WS-AGED-BALANCE-EOF
                   READ AGED-BALANCE-FILE
                       AT END SET WS-AGED-BALANCE-EOF TO TRUE
                       NOT AT END
                           MOVE AGED-BALANCE-RECORD
                               TO AGED-BALANCE-LINE
                           PERFORM AddOneAgedAccount
                   END-READ
               END-PERFORM
               CLOSE AGED-BALANCE-FILE
           ELSE
               DISPLAY "AGEDBAL NOT AVAILABLE - ALL ACCOUNTS "
                   "REPORTED CURRENT"
               IF WS-AGED-BALANCE-STATUS = "05"
                   CLOSE AGED-BALANCE-FILE
               END-IF
           END-IF
           .

       AddOneAgedAccount.
           IF DPD-COUNT >= 2000
               DISPLAY "AGED TABLE FULL - " AB-ACCOUNT-NO
                   " REPORTED CURRENT"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DPD-COUNT
           SET DPD-IDX TO DPD-COUNT
           MOVE AB-ACCOUNT-NO TO DP-ACCOUNT-NO (DPD-IDX)
           EVALUATE TRUE
               WHEN AB-BUCKET (4) > ZERO
                   MOVE 3 TO DP-BUCKET (DPD-IDX)
               WHEN AB-BUCKET (3) > ZERO
                   MOVE 2 TO DP-BUCKET (DPD-IDX)
               WHEN AB-BUCKET (2) > ZERO
                   MOVE 1 TO DP-BUCKET (DPD-IDX)
               WHEN OTHER
                   MOVE 0 TO DP-BUCKET (DPD-IDX)
           END-EVALUATE
           .

       LoadWriteOffHistory.
           OPEN INPUT WRITEOFF-HISTORY
           IF WS-WRITEOFF-HISTORY-OK
               PERFORM UNTIL WS-WRITEOFF-HISTORY-EOF
                   READ WRITEOFF-HISTORY
                       AT END SET WS-WRITEOFF-HISTORY-EOF TO TRUE
                       NOT AT END
                           MOVE WRITEOFF-HISTORY-RECORD TO WO-RECORD
                           IF WO-DONE
                                   AND WRITEOFF-COUNT < 1000
                               ADD 1 TO WRITEOFF-COUNT
                               SET WOF-IDX TO WRITEOFF-COUNT
                               MOVE WO-ACCOUNT-NO
                                   TO WF-ACCOUNT-NO (WOF-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-HISTORY
           ELSE
               IF WS-WRITEOFF-HISTORY-STATUS = "05"
                   CLOSE WRITEOFF-HISTORY
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadDisputes - any dispute still open sets the indicator on
      *> the account's record; credited disputes are picked up as
      *> corrections in LoadCorrections.
      *>----------------------------------------------------------------
       LoadDisputes.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-FILE-OK
               PERFORM UNTIL WS-DISPUTE-FILE-EOF
                   READ DISPUTE-FILE
                       AT END SET WS-DISPUTE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE DISPUTE-FILE-RECORD TO DS-RECORD
                           IF DS-OPEN-DISPUTE
                                   AND DISPUTE-COUNT < 500
                               ADD 1 TO DISPUTE-COUNT
                               SET DS-IDX TO DISPUTE-COUNT
                               MOVE DS-ACCOUNT-NO
                                   TO DT-ACCOUNT-NO (DS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           ELSE
               IF WS-DISPUTE-FILE-STATUS = "05"
                   CLOSE DISPUTE-FILE
               END-IF
           END-IF
           .

       LoadLastReport.
           OPEN INPUT LAST-REPORT-FILE
           IF WS-LAST-REPORT-OK
               PERFORM UNTIL WS-LAST-REPORT-EOF
                   READ LAST-REPORT-FILE
                       AT END SET WS-LAST-REPORT-EOF TO TRUE
                       NOT AT END
                           MOVE LAST-REPORT-RECORD TO CB-RECORD
                           IF CB-DETAIL AND LAST-COUNT < 2000
                               ADD 1 TO LAST-COUNT
                               SET LST-IDX TO LAST-COUNT
                               MOVE CB-ACCOUNT-NO
                                   TO LT-ACCOUNT-NO (LST-IDX)
                               MOVE CB-PERIOD-DATE
                                   TO LT-PERIOD-DATE (LST-IDX)
                               IF CB-PERIOD-DATE
                                       > WS-LAST-EXTRACT-DATE
                                   MOVE CB-PERIOD-DATE
                                       TO WS-LAST-EXTRACT-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAST-REPORT-FILE
           ELSE
               DISPLAY "CRBLAST NOT AVAILABLE - NO CORRECTIONS"
               IF WS-LAST-REPORT-STATUS = "05"
                   CLOSE LAST-REPORT-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadCorrections - nothing can be corrected before anything
      *> was reported, so without a CRBLAST there is nothing to do.
      *> A CUSTMNT change or a credited dispute dated after the last
      *> extract marks the account.
      *>----------------------------------------------------------------
       LoadCorrections.
           IF WS-LAST-EXTRACT-DATE = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-OK
               PERFORM UNTIL WS-AUDIT-FILE-EOF
                   READ AUDIT-FILE
                       AT END SET WS-AUDIT-FILE-EOF TO TRUE
                       NOT AT END
                           IF AU-PROGRAM = "CUSTMNT "
                                   AND AU-ACTION = "C"
                                   AND AU-DATE NUMERIC
                                   AND AU-DATE > WS-LAST-EXTRACT-DATE
                                   AND AU-ACCOUNT NUMERIC
                               MOVE AU-ACCOUNT TO WS-WORK-ACCOUNT
                               PERFORM AddOneCorrection
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               IF WS-AUDIT-FILE-STATUS = "05"
                   CLOSE AUDIT-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-DISPUTE-FILE-STATUS
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-FILE-OK
               PERFORM UNTIL WS-DISPUTE-FILE-EOF
                   READ DISPUTE-FILE
                       AT END SET WS-DISPUTE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE DISPUTE-FILE-RECORD TO DS-RECORD
                           IF DS-CREDITED
                                   AND DS-RESOLVED-DATE
                                       > WS-LAST-EXTRACT-DATE
                               MOVE DS-ACCOUNT-NO TO WS-WORK-ACCOUNT
                               PERFORM AddOneCorrection
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           ELSE
               IF WS-DISPUTE-FILE-STATUS = "05"
                   CLOSE DISPUTE-FILE
               END-IF
           END-IF
           .

       AddOneCorrection.
           SET COR-IDX TO 1
           SEARCH CORRECTION-ENTRY
               AT END
                   IF CORRECTION-COUNT >= 500
                       DISPLAY "CORRECTION TABLE FULL - "
                           WS-WORK-ACCOUNT " DROPPED"
                   ELSE
                       ADD 1 TO CORRECTION-COUNT
                       SET COR-IDX TO CORRECTION-COUNT
                       MOVE WS-WORK-ACCOUNT TO CR-ACCOUNT-NO (COR-IDX)
                   END-IF
               WHEN CR-ACCOUNT-NO (COR-IDX) = WS-WORK-ACCOUNT
                   CONTINUE
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> ReportOneAccount - build the account's record once; a
      *> correction goes out ahead of the month's D record carrying
      *> the date of the report it replaces.
      *>----------------------------------------------------------------
       ReportOneAccount.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO CB-RECORD
           MOVE CM-ACCOUNT-NO TO CB-ACCOUNT-NO
           MOVE CM-CUSTOMER-NAME TO CB-CUSTOMER-NAME
           MOVE CM-ADDRESS TO CB-ADDRESS
           MOVE CM-PROVINCE-CODE TO CB-PROVINCE-CODE
           MOVE CM-BALANCE TO CB-BALANCE
           MOVE CM-CREDIT-LIMIT TO CB-CREDIT-LIMIT
           MOVE 0 TO CB-DPD-BUCKET
           PERFORM VARYING DPD-IDX FROM 1 BY 1
                   UNTIL DPD-IDX > DPD-COUNT
               IF DP-ACCOUNT-NO (DPD-IDX) = CM-ACCOUNT-NO
                   MOVE DP-BUCKET (DPD-IDX) TO CB-DPD-BUCKET
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WOF-IDX FROM 1 BY 1
                   UNTIL WOF-IDX > WRITEOFF-COUNT
               IF WF-ACCOUNT-NO (WOF-IDX) = CM-ACCOUNT-NO
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FOUND = "Y"
                   SET CB-STATUS-WRITTEN-OFF TO TRUE
               WHEN CM-ACCT-PLACED
                   SET CB-STATUS-AGENCY TO TRUE
               WHEN CM-ACCT-CLOSED
                   SET CB-STATUS-CLOSED TO TRUE
               WHEN CM-ON-HOLD
                   SET CB-STATUS-HELD TO TRUE
               WHEN OTHER
                   SET CB-STATUS-OPEN TO TRUE
           END-EVALUATE
           MOVE "N" TO CB-DISPUTE-IND
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > DISPUTE-COUNT
               IF DT-ACCOUNT-NO (DS-IDX) = CM-ACCOUNT-NO
                   SET CB-IN-DISPUTE TO TRUE
               END-IF
           END-PERFORM
           IF CB-IN-DISPUTE
               ADD 1 TO WS-DISPUTED-OUT
           END-IF
           PERFORM WriteCorrectionIfDue
           SET CB-DETAIL TO TRUE
           MOVE WS-RUN-DATE TO CB-PERIOD-DATE
           PERFORM WriteBureauRecord
           ADD 1 TO WS-DETAIL-COUNT
           ADD CM-BALANCE TO WS-BALANCE-HASH
           WRITE NEW-LAST-REPORT-RECORD FROM CB-RECORD
           IF WS-NEW-LAST-REPORT-STATUS NOT = "00"
               DISPLAY "CRBLASTO WRITE FAILED, STATUS = "
                   WS-NEW-LAST-REPORT-STATUS
           END-IF
           .

       WriteCorrectionIfDue.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING COR-IDX FROM 1 BY 1
                   UNTIL COR-IDX > CORRECTION-COUNT
               IF CR-ACCOUNT-NO (COR-IDX) = CM-ACCOUNT-NO
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
      *>    Only an account the bureau already holds a report for
      *>    can be corrected; a new account simply reports.
           MOVE ZEROS TO WS-CORRECTED-DATE
           PERFORM VARYING LST-IDX FROM 1 BY 1
                   UNTIL LST-IDX > LAST-COUNT
               IF LT-ACCOUNT-NO (LST-IDX) = CM-ACCOUNT-NO
                   MOVE LT-PERIOD-DATE (LST-IDX) TO WS-CORRECTED-DATE
               END-IF
           END-PERFORM
           IF WS-CORRECTED-DATE = ZEROS
               EXIT PARAGRAPH
           END-IF
           SET CB-CORRECTION TO TRUE
           MOVE WS-CORRECTED-DATE TO CB-PERIOD-DATE
           PERFORM WriteBureauRecord
           ADD 1 TO WS-CORRECTION-OUT
           .

       WriteBureauRecord.
           WRITE BUREAU-FILE-RECORD FROM CB-RECORD
           IF NOT WS-BUREAU-FILE-OK
               DISPLAY "CRBOUT WRITE FAILED, STATUS = "
                   WS-BUREAU-FILE-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> WriteManifest - the checksum folds the record count and the
      *> balance hash's cents together, the same fold the bank
      *> extract uses, so a truncated file fails on count and a
      *> corrupted one on hash.
      *>----------------------------------------------------------------
       WriteManifest.
           OPEN OUTPUT MANIFEST-FILE
           COMPUTE WS-MANIFEST-COUNT =
               WS-DETAIL-COUNT + WS-CORRECTION-OUT
           MOVE WS-MANIFEST-COUNT TO MF-REC-COUNT
           MOVE WS-BALANCE-HASH TO MF-HASH-TOTAL
           IF WS-BALANCE-HASH < ZERO
               COMPUTE WS-CHECKSUM-CENTS = ZERO - WS-BALANCE-HASH * 100
                   ON SIZE ERROR MOVE ZEROS TO WS-CHECKSUM-CENTS
               END-COMPUTE
           ELSE
               COMPUTE WS-CHECKSUM-CENTS = WS-BALANCE-HASH * 100
                   ON SIZE ERROR MOVE ZEROS TO WS-CHECKSUM-CENTS
               END-COMPUTE
           END-IF
           COMPUTE WS-CHECKSUM-WORK =
               WS-CHECKSUM-CENTS + WS-MANIFEST-COUNT
           DIVIDE WS-CHECKSUM-WORK BY 999999999
               GIVING WS-CHECKSUM-CENTS
               REMAINDER WS-CHECKSUM
           MOVE WS-CHECKSUM TO MF-CHECKSUM
           WRITE MANIFEST-RECORD
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "CRBOUTM WRITE FAILED, STATUS = "
                   WS-MANIFEST-STATUS
           END-IF
           CLOSE MANIFEST-FILE
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
           MOVE WS-READ-COUNT TO CTL-INPUT-COUNT
           MOVE WS-DETAIL-COUNT TO CTL-OUTPUT-COUNT
           COMPUTE CTL-REJECT-COUNT =
               WS-READ-COUNT - WS-DETAIL-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM CRBEXTR.
