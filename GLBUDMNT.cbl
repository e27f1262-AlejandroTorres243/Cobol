      ******************************************************************
      * Author:
      * Date:
      * Purpose: General-ledger budget maintenance batch - apply a
      *          file of ADD / CHANGE / DELETE transactions against
      *          the GLBUDGET budget file (one amount per account and
      *          period), rejecting accounts not active on GLCHART,
      *          invalid periods and amounts, duplicate adds and
      *          unknown rows to the GLBUDREJ report.  Every applied
      *          change appends a before/after line to the GLBUDAUD
      *          audit trail, and the maintained file writes to
      *          GLBUDGTO for the operator to swap in.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-FILE ASSIGN TO "GLBUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT OPTIONAL BUDGET-TRANS-FILE ASSIGN TO "GLBUDTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-TRANS-STATUS.
           SELECT OPTIONAL CHART-FILE ASSIGN TO "GLCHART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.
           SELECT NEW-BUDGET-FILE ASSIGN TO "GLBUDGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-BUDGET-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "GLBUDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REJECT-REPORT ASSIGN TO "GLBUDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-REPORT-STATUS.
           SELECT OPTIONAL GENERATION-COUNT-FILE
               ASSIGN TO "GENCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COUNT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY GBREC.
       FD  BUDGET-TRANS-FILE.
       01  BUDGET-TRANS-RECORD.
           05  BT-ACTION PIC X(1).
               88  BT-ADD    VALUE "A".
               88  BT-CHANGE VALUE "C".
               88  BT-DELETE VALUE "D".
           05  BT-ACCOUNT-CODE PIC X(8).
           05  BT-PERIOD PIC X(6).
           05  BT-PERIOD-R REDEFINES BT-PERIOD.
               10  BT-YEAR PIC 9(4).
               10  BT-MONTH PIC 9(2).
           05  BT-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
       FD  CHART-FILE.
       COPY COAREC.
       FD  NEW-BUDGET-FILE.
       01  NEW-BUDGET-RECORD PIC X(28).
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD PIC X(80).
       FD  REJECT-REPORT.
       01  REJECT-REPORT-RECORD PIC X(60).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-BUDGET-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-BUDGET-FILE-OK VALUE "00".
           88 WS-BUDGET-FILE-EOF VALUE "10".
       01 WS-BUDGET-TRANS-STATUS PIC XX VALUE SPACES.
           88 WS-BUDGET-TRANS-OK VALUE "00".
           88 WS-BUDGET-TRANS-EOF VALUE "10".
       01 WS-CHART-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CHART-FILE-OK VALUE "00".
           88 WS-CHART-FILE-EOF VALUE "10".
       01 WS-NEW-BUDGET-STATUS PIC XX VALUE SPACES.
           88 WS-NEW-BUDGET-OK VALUE "00".
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   Twelve periods for two hundred accounts, this year's and
      *>   next year's budgets side by side.
       01 BUDGET-TABLE.
           05 BUDGET-ENTRY OCCURS 4800 TIMES INDEXED BY BUD-IDX.
               10 BB-RECORD PIC X(28).
       01 BUDGET-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
      *>   Active GLCHART codes; an empty or missing chart validates
      *>   nothing, the same rule GLPOST applies.
       01 CHART-TABLE.
           05 CHART-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON CHART-COUNT
               INDEXED BY CHT-IDX.
               10 CH-CODE PIC X(8).
       01 CHART-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CHART-ON-FILE PIC X VALUE "N".
       01 WS-ACCOUNT-FOUND PIC X VALUE "N".
       01 WS-HOLD-RECORD.
           05 WH-ACCOUNT-CODE PIC X(8).
           05 WH-PERIOD PIC 9(6).
           05 WH-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
       01 WS-BEFORE-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-TRANS-COUNT PIC 9(9) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-REJECT-LINE.
           05 FILLER PIC X(7) VALUE "REJECT ".
           05 RJ-ACTION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-ACCOUNT-CODE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-PERIOD PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-REASON PIC X(30).
       01 WS-AUDIT-LINE.
           05 AU-PROGRAM PIC X(8) VALUE "GLBUDMNT".
           05 AU-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AU-ACTION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AU-ACCOUNT-CODE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AU-PERIOD PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 AU-BEFORE-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 AU-AFTER-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "GLBUDMNT" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadChartCodes
           PERFORM LoadBudgetTable
           OPEN OUTPUT REJECT-REPORT
           OPEN EXTEND AUDIT-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
                   AND WS-AUDIT-FILE-STATUS NOT = "05"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN INPUT BUDGET-TRANS-FILE
           IF NOT WS-BUDGET-TRANS-OK
               DISPLAY "GLBUDTRN NOT AVAILABLE, STATUS = "
                   WS-BUDGET-TRANS-STATUS
               SET WS-BUDGET-TRANS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BUDGET-TRANS-EOF
               READ BUDGET-TRANS-FILE
                   AT END SET WS-BUDGET-TRANS-EOF TO TRUE
                   NOT AT END PERFORM ApplyOneTransaction
               END-READ
           END-PERFORM
           CLOSE BUDGET-TRANS-FILE
           CLOSE REJECT-REPORT
           MOVE "GLBUDREJ" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           CLOSE AUDIT-FILE
           PERFORM WriteNewBudgetFile
           DISPLAY "---------- GL BUDGET MAINTENANCE TOTALS ----------"
           DISPLAY "TRANSACTIONS READ : " WS-TRANS-COUNT
           DISPLAY "APPLIED           : " WS-APPLIED-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT
           DISPLAY "BUDGET ROWS       : " BUDGET-TABLE-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

       LoadChartCodes.
           OPEN INPUT CHART-FILE
           IF WS-CHART-FILE-OK
               PERFORM UNTIL WS-CHART-FILE-EOF
                   READ CHART-FILE
                       AT END SET WS-CHART-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE "Y" TO WS-CHART-ON-FILE
                           IF CA-IS-ACTIVE AND CHART-COUNT < 100
                               ADD 1 TO CHART-COUNT
                               SET CHT-IDX TO CHART-COUNT
                               MOVE CA-ACCOUNT-CODE
                                   TO CH-CODE (CHT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           ELSE
               IF WS-CHART-FILE-STATUS = "05"
                   CLOSE CHART-FILE
               END-IF
           END-IF
           .

       LoadBudgetTable.
           MOVE ZERO TO BUDGET-TABLE-COUNT
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-OK
               PERFORM UNTIL WS-BUDGET-FILE-EOF
                   READ BUDGET-FILE
                       AT END SET WS-BUDGET-FILE-EOF TO TRUE
                       NOT AT END
                           IF BUDGET-TABLE-COUNT >= 4800
                               DISPLAY "BUDGET TABLE FULL - RUN "
                                   "REFUSED"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO BUDGET-TABLE-COUNT
                           MOVE GB-RECORD
                               TO BB-RECORD (BUDGET-TABLE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           ELSE
               DISPLAY "GLBUDGET NOT AVAILABLE, STATUS = "
                   WS-BUDGET-FILE-STATUS
               IF WS-BUDGET-FILE-STATUS = "05"
                   CLOSE BUDGET-FILE
               END-IF
           END-IF
           .

       ApplyOneTransaction.
           ADD 1 TO WS-TRANS-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM ValidateTransaction
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM RejectTransaction
           ELSE
               EVALUATE TRUE
                   WHEN BT-ADD    PERFORM AddBudget
                   WHEN BT-CHANGE PERFORM ChangeBudget
                   WHEN BT-DELETE PERFORM DeleteBudget
               END-EVALUATE
           END-IF
           .

       ValidateTransaction.
           IF NOT BT-ADD AND NOT BT-CHANGE AND NOT BT-DELETE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND (BT-PERIOD NOT NUMERIC
                       OR BT-MONTH < 1 OR BT-MONTH > 12)
               MOVE "PERIOD NOT A VALID YYYYMM" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND (BT-ADD OR BT-CHANGE)
                   AND BT-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
      *>    Only an add or change needs a live account; a budget row
      *>    for an account since retired may still be deleted.
           IF WS-REJECT-REASON = SPACES
                   AND (BT-ADD OR BT-CHANGE)
               PERFORM CheckChartCode
               IF WS-ACCOUNT-FOUND = "N"
                   MOVE "ACCOUNT NOT ACTIVE ON GLCHART"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM FindBudget
               IF BT-ADD AND WS-FOUND-SUB NOT = ZERO
                   MOVE "BUDGET ALREADY ON FILE" TO WS-REJECT-REASON
               END-IF
               IF (BT-CHANGE OR BT-DELETE) AND WS-FOUND-SUB = ZERO
                   MOVE "BUDGET NOT ON FILE" TO WS-REJECT-REASON
               END-IF
           END-IF
           .

       CheckChartCode.
           MOVE "N" TO WS-ACCOUNT-FOUND
           IF WS-CHART-ON-FILE = "N"
               MOVE "Y" TO WS-ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > CHART-COUNT
               IF CH-CODE (CHT-IDX) = BT-ACCOUNT-CODE
                   MOVE "Y" TO WS-ACCOUNT-FOUND
               END-IF
           END-PERFORM
           .

       FindBudget.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING BUD-IDX FROM 1 BY 1
                   UNTIL BUD-IDX > BUDGET-TABLE-COUNT
               IF BB-RECORD (BUD-IDX) (1:8) = BT-ACCOUNT-CODE
                       AND BB-RECORD (BUD-IDX) (9:6) = BT-PERIOD
                   SET WS-FOUND-SUB TO BUD-IDX
                   SET BUD-IDX TO BUDGET-TABLE-COUNT
               END-IF
           END-PERFORM
           .

       AddBudget.
           IF BUDGET-TABLE-COUNT >= 4800
               MOVE "BUDGET TABLE FULL" TO WS-REJECT-REASON
               PERFORM RejectTransaction
           ELSE
               MOVE BT-ACCOUNT-CODE TO WH-ACCOUNT-CODE
               MOVE BT-PERIOD TO WH-PERIOD
               MOVE BT-AMOUNT TO WH-AMOUNT
               ADD 1 TO BUDGET-TABLE-COUNT
               MOVE WS-HOLD-RECORD TO BB-RECORD (BUDGET-TABLE-COUNT)
               MOVE ZERO TO WS-BEFORE-AMOUNT
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WriteAuditLine
           END-IF
           .

       ChangeBudget.
           MOVE BB-RECORD (WS-FOUND-SUB) TO WS-HOLD-RECORD
           MOVE WH-AMOUNT TO WS-BEFORE-AMOUNT
           MOVE BT-AMOUNT TO WH-AMOUNT
           MOVE WS-HOLD-RECORD TO BB-RECORD (WS-FOUND-SUB)
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WriteAuditLine
           .

      *>    The table closes up over the deleted row.
       DeleteBudget.
           MOVE BB-RECORD (WS-FOUND-SUB) TO WS-HOLD-RECORD
           MOVE WH-AMOUNT TO WS-BEFORE-AMOUNT
           MOVE ZERO TO WH-AMOUNT
           PERFORM VARYING BUD-IDX FROM WS-FOUND-SUB BY 1
                   UNTIL BUD-IDX >= BUDGET-TABLE-COUNT
               MOVE BB-RECORD (BUD-IDX + 1) TO BB-RECORD (BUD-IDX)
           END-PERFORM
           SUBTRACT 1 FROM BUDGET-TABLE-COUNT
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WriteAuditLine
           .

       WriteAuditLine.
           MOVE WS-RUN-DATE TO AU-DATE
           MOVE BT-ACTION TO AU-ACTION
           MOVE WH-ACCOUNT-CODE TO AU-ACCOUNT-CODE
           MOVE WH-PERIOD TO AU-PERIOD
           MOVE WS-BEFORE-AMOUNT TO AU-BEFORE-AMOUNT
           MOVE WH-AMOUNT TO AU-AFTER-AMOUNT
           WRITE AUDIT-FILE-RECORD FROM WS-AUDIT-LINE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "GLBUDAUD WRITE FAILED, STATUS = "
                   WS-AUDIT-FILE-STATUS
           END-IF
           .

       RejectTransaction.
           ADD 1 TO WS-REJECT-COUNT
           MOVE BT-ACTION TO RJ-ACTION
           MOVE BT-ACCOUNT-CODE TO RJ-ACCOUNT-CODE
           MOVE BT-PERIOD TO RJ-PERIOD
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE REJECT-REPORT-RECORD FROM WS-REJECT-LINE
           IF WS-REJECT-REPORT-STATUS NOT = "00"
               DISPLAY "GLBUDREJ WRITE FAILED, STATUS = "
                   WS-REJECT-REPORT-STATUS
           END-IF
           .

       WriteNewBudgetFile.
           OPEN OUTPUT NEW-BUDGET-FILE
           IF NOT WS-NEW-BUDGET-OK
               DISPLAY "GLBUDGTO OPEN FAILED, STATUS = "
                   WS-NEW-BUDGET-STATUS
           ELSE
               PERFORM VARYING BUD-IDX FROM 1 BY 1
                       UNTIL BUD-IDX > BUDGET-TABLE-COUNT
                   WRITE NEW-BUDGET-RECORD FROM BB-RECORD (BUD-IDX)
                   IF NOT WS-NEW-BUDGET-OK
                       DISPLAY "GLBUDGTO WRITE FAILED, STATUS = "
                           WS-NEW-BUDGET-STATUS
                   END-IF
               END-PERFORM
               CLOSE NEW-BUDGET-FILE
               MOVE "GLBUDGTO" TO WS-GEN-FILE-NAME
               MOVE BUDGET-TABLE-COUNT TO WS-GEN-RECORDS
               PERFORM WriteGenerationCount
           END-IF
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
           MOVE WS-TRANS-COUNT TO CTL-INPUT-COUNT
           MOVE WS-APPLIED-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

      *>----------------------------------------------------------------
      *> WriteGenerationCount - the record count of the new
      *> generation appends to the shared GENCOUNT file; that count,
      *> not the CTLFILE transaction count, is what the promotion
      *> utility verifies the file against before swapping it live.
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
           MOVE SPACES TO GN-RECORD
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

       COPY RUNDATE.
       END PROGRAM GLBUDMNT.
