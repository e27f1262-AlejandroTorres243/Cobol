      ******************************************************************
      * Author:
      * Date:
      * Purpose: Insolvency claim-filing report - list, case by case,
      *          the provable debt to lodge with each trustee for
      *          every insolvency in force on the INSOLV file.  Per
      *          account the claim is the pre-filing balance recorded
      *          with the notice plus the installments still unbilled
      *          on the account's SCHEDULE plans (agreed before the
      *          filing, so part of the debt the stay covers); the
      *          post-filing balance beside it is the new business
      *          that is billed and collected outside the claim.
      *          Accounts sharing a case number are grouped under
      *          the case with a case total; the report goes to
      *          INSCLMRP.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCLAIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INSOLVENCY-FILE ASSIGN TO "INSOLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSOLVENCY-FILE-STATUS.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "SCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT CLAIM-REPORT ASSIGN TO "INSCLMRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSOLVENCY-FILE.
       01  INSOLVENCY-FILE-RECORD PIC X(88).
       FD  SCHEDULE-FILE.
       01  SCHEDULE-FILE-RECORD PIC X(34).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  CLAIM-REPORT.
       01  CLAIM-REPORT-RECORD PIC X(132).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY INSREC.
       COPY SCHEDREC.
       01 WS-INSOLVENCY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-INSOLVENCY-FILE-OK VALUE "00".
           88 WS-INSOLVENCY-FILE-EOF VALUE "10".
       01 WS-SCHEDULE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-SCHEDULE-FILE-OK VALUE "00".
           88 WS-SCHEDULE-FILE-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-CLAIM-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-OPEN PIC X VALUE "N".
      *>   The case in force per account - the last INSOLV line for
      *>   the account wins - sorted into case order for printing.
       01 CASE-TABLE.
           05 CASE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON CASE-COUNT
               INDEXED BY CS-IDX.
               10 CS-CASE-NO PIC X(15).
               10 CS-ACCOUNT-NO PIC 9(10).
               10 CS-FILING-DATE PIC 9(8).
               10 CS-TRUSTEE PIC X(30).
               10 CS-PRE-FILING-BAL PIC S9(9)V99.
               10 CS-PLAN-AMOUNT PIC S9(9)V99.
               10 CS-STATUS PIC X(1).
       01 CASE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SWAP-ENTRY PIC X(86) VALUE SPACES.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-SORT-I PIC 9(4) VALUE ZERO.
       01 WS-SORT-J PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CASES-PRINTED PIC 9(9) VALUE ZERO.
       01 WS-ACCOUNTS-PRINTED PIC 9(9) VALUE ZERO.
       01 WS-PREVIOUS-CASE PIC X(15) VALUE HIGH-VALUES.
       01 WS-PROVABLE PIC S9(11)V99 VALUE ZERO.
       01 WS-POST-FILING PIC S9(11)V99 VALUE ZERO.
       01 WS-CASE-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(32) VALUE
               "INSOLVENCY CLAIM FILING REPORT  ".
           05 RH-RUN-DATE PIC 9(8).
       01 WS-CASE-HEADING.
           05 FILLER PIC X(5) VALUE "CASE ".
           05 CH-CASE-NO PIC X(15).
           05 FILLER PIC X(8) VALUE "  FILED ".
           05 CH-FILING-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "  TRUSTEE ".
           05 CH-TRUSTEE PIC X(30).
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(11) VALUE "  ACCOUNT  ".
           05 FILLER PIC X(31) VALUE "CUSTOMER".
           05 FILLER PIC X(15) VALUE "     PRE-FILING".
           05 FILLER PIC X(15) VALUE "   UNBILLED PLN".
           05 FILLER PIC X(15) VALUE "  PROVABLE DEBT".
           05 FILLER PIC X(15) VALUE "    POST-FILING".
       01 WS-REPORT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-ACCOUNT-NO PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-PRE-FILING PIC -(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-PLAN-AMOUNT PIC -(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-PROVABLE PIC -(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-POST-FILING PIC -(10)9.99.
       01 WS-CASE-TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(71) VALUE "CASE TOTAL".
           05 CT-PROVABLE PIC -(10)9.99.
       01 WS-GRAND-TOTAL-LINE.
           05 FILLER PIC X(13) VALUE "CASES FILED: ".
           05 GT-CASES PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  ACCOUNTS: ".
           05 GT-ACCOUNTS PIC ZZZZ9.
           05 FILLER PIC X(38) VALUE SPACES.
           05 GT-PROVABLE PIC -(10)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "INSCLAIM" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadCases
           PERFORM LoadUnbilledInstallments
           PERFORM SortCasesByCaseNumber
           OPEN INPUT CUSTOMER-MASTER
           IF CM-STATUS-OK
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               IF WS-CUSTOMER-MASTER-STATUS = "05"
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF
           OPEN OUTPUT CLAIM-REPORT
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE CLAIM-REPORT-RECORD FROM WS-REPORT-TITLE
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > CASE-COUNT
               IF CS-STATUS (CS-IDX) = "A"
                   PERFORM PrintOneAccount
               END-IF
           END-PERFORM
           IF WS-CASES-PRINTED > ZERO
               PERFORM PrintCaseTotal
           END-IF
           MOVE SPACES TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           MOVE WS-CASES-PRINTED TO GT-CASES
           MOVE WS-ACCOUNTS-PRINTED TO GT-ACCOUNTS
           MOVE WS-GRAND-TOTAL TO GT-PROVABLE
           WRITE CLAIM-REPORT-RECORD FROM WS-GRAND-TOTAL-LINE
           IF WS-CLAIM-REPORT-STATUS NOT = "00"
               DISPLAY "INSCLMRP WRITE FAILED, STATUS = "
                   WS-CLAIM-REPORT-STATUS
           END-IF
           CLOSE CLAIM-REPORT
           MOVE "INSCLMRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           IF WS-MASTER-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           DISPLAY "---------- INSOLVENCY CLAIM TOTALS ----------"
           DISPLAY "INSOLV LINES READ  : " WS-LINE-COUNT
           DISPLAY "CASES IN FORCE     : " WS-CASES-PRINTED
           DISPLAY "ACCOUNTS CLAIMED   : " WS-ACCOUNTS-PRINTED
           MOVE WS-GRAND-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "PROVABLE DEBT      : " WS-EDITED-AMOUNT
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> LoadCases - INSOLV is appended in date order, so a later
      *> line for an account replaces the earlier one in place.
      *>----------------------------------------------------------------
       LoadCases.
           OPEN INPUT INSOLVENCY-FILE
           IF WS-INSOLVENCY-FILE-OK
               PERFORM UNTIL WS-INSOLVENCY-FILE-EOF
                   READ INSOLVENCY-FILE
                       AT END SET WS-INSOLVENCY-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-COUNT
                           MOVE INSOLVENCY-FILE-RECORD TO INS-RECORD
                           PERFORM KeepLatestCase
                   END-READ
               END-PERFORM
               CLOSE INSOLVENCY-FILE
           ELSE
               DISPLAY "INSOLV NOT AVAILABLE - NO CLAIMS TO FILE"
               IF WS-INSOLVENCY-FILE-STATUS = "05"
                   CLOSE INSOLVENCY-FILE
               END-IF
           END-IF
           .

       KeepLatestCase.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > CASE-COUNT
               IF CS-ACCOUNT-NO (CS-IDX) = INS-ACCOUNT-NO
                   SET WS-FOUND-SUB TO CS-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF CASE-COUNT >= 500
                   DISPLAY "CASE TABLE FULL - " INS-ACCOUNT-NO
                       " NOT CLAIMED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CASE-COUNT
               MOVE CASE-COUNT TO WS-FOUND-SUB
           END-IF
           MOVE INS-CASE-NO TO CS-CASE-NO (WS-FOUND-SUB)
           MOVE INS-ACCOUNT-NO TO CS-ACCOUNT-NO (WS-FOUND-SUB)
           MOVE INS-FILING-DATE TO CS-FILING-DATE (WS-FOUND-SUB)
           MOVE INS-TRUSTEE TO CS-TRUSTEE (WS-FOUND-SUB)
           MOVE INS-PRE-FILING-BAL TO CS-PRE-FILING-BAL (WS-FOUND-SUB)
           MOVE ZEROS TO CS-PLAN-AMOUNT (WS-FOUND-SUB)
           MOVE INS-STATUS TO CS-STATUS (WS-FOUND-SUB)
           .

       LoadUnbilledInstallments.
           IF CASE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-OK
               PERFORM UNTIL WS-SCHEDULE-FILE-EOF
                   READ SCHEDULE-FILE
                       AT END SET WS-SCHEDULE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SCHEDULE-FILE-RECORD TO SCH-RECORD
                           IF SCH-OPEN
                               PERFORM AddUnbilledInstallment
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           ELSE
               IF WS-SCHEDULE-FILE-STATUS = "05"
                   CLOSE SCHEDULE-FILE
               END-IF
           END-IF
           .

       AddUnbilledInstallment.
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > CASE-COUNT
               IF CS-ACCOUNT-NO (CS-IDX) = SCH-ACCOUNT-NO
                   ADD SCH-AMOUNT TO CS-PLAN-AMOUNT (CS-IDX)
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> SortCasesByCaseNumber - an exchange sort on case number then
      *> account; the table is small and the report runs on demand.
      *>----------------------------------------------------------------
       SortCasesByCaseNumber.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= CASE-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > CASE-COUNT - WS-SORT-I
                   IF CS-CASE-NO (WS-SORT-J)
                               > CS-CASE-NO (WS-SORT-J + 1)
                           OR (CS-CASE-NO (WS-SORT-J)
                                   = CS-CASE-NO (WS-SORT-J + 1)
                               AND CS-ACCOUNT-NO (WS-SORT-J)
                                   > CS-ACCOUNT-NO (WS-SORT-J + 1))
                       MOVE CASE-ENTRY (WS-SORT-J) TO WS-SWAP-ENTRY
                       MOVE CASE-ENTRY (WS-SORT-J + 1)
                           TO CASE-ENTRY (WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                           TO CASE-ENTRY (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       PrintOneAccount.
           IF CS-CASE-NO (CS-IDX) NOT = WS-PREVIOUS-CASE
               IF WS-CASES-PRINTED > ZERO
                   PERFORM PrintCaseTotal
               END-IF
               PERFORM PrintCaseHeading
           END-IF
           MOVE SPACES TO RL-NAME
           MOVE ZEROS TO WS-POST-FILING
           IF WS-MASTER-OPEN = "Y"
               MOVE CS-ACCOUNT-NO (CS-IDX) TO CM-ACCOUNT-NO
               READ CUSTOMER-MASTER
               IF CM-STATUS-OK
                   MOVE CM-CUSTOMER-NAME TO RL-NAME
                   COMPUTE WS-POST-FILING =
                       CM-BALANCE - CS-PRE-FILING-BAL (CS-IDX)
               ELSE
                   MOVE "*** NOT ON CUSTMAST ***" TO RL-NAME
               END-IF
           END-IF
      *>    The post-filing figure is what the account owes beyond
      *>    the claim; a negative figure means receipts (a trustee
      *>    dividend, say) have already come off the claimed debt.
           COMPUTE WS-PROVABLE = CS-PRE-FILING-BAL (CS-IDX)
               + CS-PLAN-AMOUNT (CS-IDX)
           MOVE CS-ACCOUNT-NO (CS-IDX) TO RL-ACCOUNT-NO
           MOVE CS-PRE-FILING-BAL (CS-IDX) TO RL-PRE-FILING
           MOVE CS-PLAN-AMOUNT (CS-IDX) TO RL-PLAN-AMOUNT
           MOVE WS-PROVABLE TO RL-PROVABLE
           MOVE WS-POST-FILING TO RL-POST-FILING
           WRITE CLAIM-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-CLAIM-REPORT-STATUS NOT = "00"
               DISPLAY "INSCLMRP WRITE FAILED, STATUS = "
                   WS-CLAIM-REPORT-STATUS
           END-IF
           ADD 1 TO WS-ACCOUNTS-PRINTED
           ADD WS-PROVABLE TO WS-CASE-TOTAL
           ADD WS-PROVABLE TO WS-GRAND-TOTAL
           .

       PrintCaseHeading.
           ADD 1 TO WS-CASES-PRINTED
           MOVE CS-CASE-NO (CS-IDX) TO WS-PREVIOUS-CASE
           MOVE ZEROS TO WS-CASE-TOTAL
           MOVE SPACES TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           MOVE CS-CASE-NO (CS-IDX) TO CH-CASE-NO
           MOVE CS-FILING-DATE (CS-IDX) TO CH-FILING-DATE
           MOVE CS-TRUSTEE (CS-IDX) TO CH-TRUSTEE
           WRITE CLAIM-REPORT-RECORD FROM WS-CASE-HEADING
           WRITE CLAIM-REPORT-RECORD FROM WS-COLUMN-HEADING
           .

       PrintCaseTotal.
           MOVE WS-CASE-TOTAL TO CT-PROVABLE
           WRITE CLAIM-REPORT-RECORD FROM WS-CASE-TOTAL-LINE
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
           MOVE WS-LINE-COUNT TO CTL-INPUT-COUNT
           MOVE WS-ACCOUNTS-PRINTED TO CTL-OUTPUT-COUNT
           MOVE ZEROS TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM INSCLAIM.
