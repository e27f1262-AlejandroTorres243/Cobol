      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer account number check-digit service.  An
      *          account number is ten digits: the high-order digit
      *          is a check digit over the nine that follow (the
      *          base), weighted two-one from the right with the
      *          doubled digits cast out by nines, so a single wrong
      *          digit and almost every transposition of neighbours
      *          fail.  The check rides at the front so the trailing
      *          six digits stay the member-id form the membership
      *          and invoice files carry.  Validation answers an old
      *          pre-check-digit number through the ACCTXREF
      *          cross-reference the ACCTCNV conversion wrote (loaded
      *          on first need), so old numbers still in the field
      *          find their account instead of failing.  A number
      *          that verifies but is on ACCTXREF as an old number was
      *          given up by the conversion to a member's account, so
      *          it is answered for referral rather than as good.
      *          New account numbers are issued from the ACCTCTL
      *          control file in the INVNUM manner - the control
      *          record is rewritten before the number is returned.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT OPTIONAL NUMBER-CONTROL-FILE ASSIGN TO "ACCTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUMBER-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-FILE-RECORD PIC X(28).
       FD  NUMBER-CONTROL-FILE.
       01  NUMBER-CONTROL-RECORD.
           05 NC-LAST-BASE PIC 9(9).
       WORKING-STORAGE SECTION.
       COPY AXRREC.
       01 WS-XREF-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-XREF-FILE-OK VALUE "00".
           88 WS-XREF-FILE-EOF VALUE "10".
       01 WS-NUMBER-CONTROL-STATUS PIC XX VALUE SPACES.
           88 WS-NUMBER-CONTROL-OK VALUE "00".
       01 WS-TABLE-LOADED PIC X VALUE "N".
           88 TABLE-IS-LOADED VALUE "Y".
      *>    ACCTCNV writes ACCTXREF in old-number order, the order it
      *>    reads CUSTMAST in, so the table is searched by key.
       01 XREF-TABLE.
           05 XREF-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON XREF-COUNT
               ASCENDING KEY IS XT-OLD-ACCOUNT
               INDEXED BY XRF-IDX.
               10 XT-OLD-ACCOUNT PIC 9(10).
               10 XT-NEW-ACCOUNT PIC 9(10).
       01 XREF-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FOUND-XREF PIC X VALUE "N".
           88 WS-XREF-FOUND VALUE "Y".
       01 WS-XREF-NEW-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-NUMBER PIC 9(10) VALUE ZERO.
       01 WS-CHECK-NUMBER-DIGITS REDEFINES WS-CHECK-NUMBER.
           05 WS-CHECK-POSITION PIC 9 OCCURS 10 TIMES.
       01 WS-DIGIT-SUB PIC 9(2) VALUE ZERO.
       01 WS-DIGIT-SUM PIC 9(4) VALUE ZERO.
       01 WS-DIGIT-WEIGHT PIC 9 VALUE ZERO.
       01 WS-WEIGHTED-DIGIT PIC 9(2) VALUE ZERO.
       01 WS-SUM-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-SUM-REMAINDER PIC 9 VALUE ZERO.
       01 WS-CHECK-EXPECT PIC 9 VALUE ZERO.
       01 WS-NEXT-BASE PIC 9(9) VALUE ZERO.
      ******************************************************************
      * LK-CHK-FUNCTION  "V" = validate LK-CHK-ACCOUNT; an old number
      *                        found on ACCTXREF comes back as its
      *                        new number
      *                  "G" = put the check digit on the nine-digit
      *                        base in LK-CHK-ACCOUNT (digits 2-10)
      *                  "N" = issue the next new account number,
      *                        check digit attached, into
      *                        LK-CHK-ACCOUNT
      * LK-CHK-RC        0 = OK (valid / digit attached / issued)
      *                  1 = old number translated through ACCTXREF
      *                  2 = check digit fails, not an old number
      *                  3 = account not numeric, or zero
      *                  4 = ACCTCTL could not be read/rewritten
      *                  5 = number series exhausted (999999999)
      *                  6 = unrecognized function code
      *                  7 = check digit good, but the number is an
      *                      old one the conversion renumbered and
      *                      now belongs to another account - refer
      ******************************************************************
       LINKAGE SECTION.
       01 LK-CHK-FUNCTION PIC X.
       01 LK-CHK-ACCOUNT PIC 9(10).
       01 LK-CHK-RC PIC 9.
       PROCEDURE DIVISION USING LK-CHK-FUNCTION, LK-CHK-ACCOUNT,
           LK-CHK-RC.
       CheckAccount.
           MOVE 0 TO LK-CHK-RC
           EVALUATE LK-CHK-FUNCTION
               WHEN "V"
                   PERFORM ValidateAccount
               WHEN "G"
                   PERFORM AttachCheckDigit
               WHEN "N"
                   PERFORM IssueAccountNumber
               WHEN OTHER
                   MOVE 6 TO LK-CHK-RC
           END-EVALUATE
           GOBACK.

       ValidateAccount.
           IF LK-CHK-ACCOUNT NOT NUMERIC OR LK-CHK-ACCOUNT = ZERO
               MOVE 3 TO LK-CHK-RC
               EXIT PARAGRAPH
           END-IF
           MOVE LK-CHK-ACCOUNT TO WS-CHECK-NUMBER
           PERFORM ComputeCheckDigit
           PERFORM FindOldAccount
      *>    A good check digit is not enough on its own: an old number
      *>    that happened to verify was renumbered only because a
      *>    member's account claimed it, so whoever quotes it may mean
      *>    either account.
           IF WS-CHECK-POSITION (1) = WS-CHECK-EXPECT
               IF WS-XREF-FOUND
                   MOVE 7 TO LK-CHK-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-XREF-FOUND
               MOVE WS-XREF-NEW-ACCOUNT TO LK-CHK-ACCOUNT
               MOVE 1 TO LK-CHK-RC
           ELSE
               MOVE 2 TO LK-CHK-RC
           END-IF
           .

       FindOldAccount.
           IF NOT TABLE-IS-LOADED
               PERFORM LoadXrefTable
           END-IF
           MOVE "N" TO WS-FOUND-XREF
           IF XREF-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL XREF-ENTRY
               WHEN XT-OLD-ACCOUNT (XRF-IDX) = LK-CHK-ACCOUNT
                   MOVE XT-NEW-ACCOUNT (XRF-IDX) TO WS-XREF-NEW-ACCOUNT
                   MOVE "Y" TO WS-FOUND-XREF
           END-SEARCH
           .

       AttachCheckDigit.
           IF LK-CHK-ACCOUNT NOT NUMERIC
               MOVE 3 TO LK-CHK-RC
               EXIT PARAGRAPH
           END-IF
           MOVE LK-CHK-ACCOUNT TO WS-CHECK-NUMBER
           MOVE ZERO TO WS-CHECK-POSITION (1)
           IF WS-CHECK-NUMBER = ZERO
               MOVE 3 TO LK-CHK-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM ComputeCheckDigit
           MOVE WS-CHECK-EXPECT TO WS-CHECK-POSITION (1)
           MOVE WS-CHECK-NUMBER TO LK-CHK-ACCOUNT
           .

      *>----------------------------------------------------------------
      *> ComputeCheckDigit - over digits 2-10 of WS-CHECK-NUMBER,
      *> rightmost first, weights alternating two and one; a doubled
      *> digit over nine has nine cast out.  The check digit brings
      *> the weighted sum up to the next multiple of ten.
      *>----------------------------------------------------------------
       ComputeCheckDigit.
           MOVE ZERO TO WS-DIGIT-SUM
           MOVE 2 TO WS-DIGIT-WEIGHT
           PERFORM VARYING WS-DIGIT-SUB FROM 10 BY -1
                   UNTIL WS-DIGIT-SUB < 2
               COMPUTE WS-WEIGHTED-DIGIT =
                   WS-CHECK-POSITION (WS-DIGIT-SUB) * WS-DIGIT-WEIGHT
               IF WS-WEIGHTED-DIGIT > 9
                   SUBTRACT 9 FROM WS-WEIGHTED-DIGIT
               END-IF
               ADD WS-WEIGHTED-DIGIT TO WS-DIGIT-SUM
               IF WS-DIGIT-WEIGHT = 2
                   MOVE 1 TO WS-DIGIT-WEIGHT
               ELSE
                   MOVE 2 TO WS-DIGIT-WEIGHT
               END-IF
           END-PERFORM
           DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-SUM-QUOTIENT
               REMAINDER WS-SUM-REMAINDER
           IF WS-SUM-REMAINDER = ZERO
               MOVE ZERO TO WS-CHECK-EXPECT
           ELSE
               COMPUTE WS-CHECK-EXPECT = 10 - WS-SUM-REMAINDER
           END-IF
           .

       LoadXrefTable.
           MOVE "Y" TO WS-TABLE-LOADED
           OPEN INPUT XREF-FILE
           IF WS-XREF-FILE-OK
               PERFORM UNTIL WS-XREF-FILE-EOF
                   READ XREF-FILE
                       AT END SET WS-XREF-FILE-EOF TO TRUE
                       NOT AT END
                           IF XREF-COUNT >= 20000
                               DISPLAY "ACCTXREF TABLE FULL AT 20000"
                               SET WS-XREF-FILE-EOF TO TRUE
                           ELSE
                               MOVE XREF-FILE-RECORD TO AX-RECORD
                               ADD 1 TO XREF-COUNT
                               MOVE AX-OLD-ACCOUNT TO
                                   XT-OLD-ACCOUNT (XREF-COUNT)
                               MOVE AX-NEW-ACCOUNT TO
                                   XT-NEW-ACCOUNT (XREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE XREF-FILE
           .

      *>----------------------------------------------------------------
      *> IssueAccountNumber - the next base from ACCTCTL with its
      *> check digit.  The series starts at base 100000000, clear of
      *> the member-form bases (000 and a member id).  The caller
      *> still proves the number free on CUSTMAST: a converted
      *> account may already hold a base in the series.
      *>----------------------------------------------------------------
       IssueAccountNumber.
           OPEN I-O NUMBER-CONTROL-FILE
      *>    Status "05" means the OPTIONAL control file was just
      *>    created empty - the READ below then hits end-of-file and
      *>    the series is seeded.
           IF WS-NUMBER-CONTROL-STATUS NOT = "00"
                   AND WS-NUMBER-CONTROL-STATUS NOT = "05"
               MOVE 4 TO LK-CHK-RC
               EXIT PARAGRAPH
           END-IF
           READ NUMBER-CONTROL-FILE
               AT END
                   CLOSE NUMBER-CONTROL-FILE
                   PERFORM SeedControlFile
               NOT AT END
                   PERFORM RollControlForward
           END-READ
           IF LK-CHK-RC = 0
               MOVE WS-NEXT-BASE TO LK-CHK-ACCOUNT
               PERFORM AttachCheckDigit
           END-IF
           .

       SeedControlFile.
           OPEN OUTPUT NUMBER-CONTROL-FILE
           IF NOT WS-NUMBER-CONTROL-OK
               MOVE 4 TO LK-CHK-RC
           ELSE
               MOVE 100000000 TO WS-NEXT-BASE
               MOVE WS-NEXT-BASE TO NC-LAST-BASE
               WRITE NUMBER-CONTROL-RECORD
               IF NOT WS-NUMBER-CONTROL-OK
                   MOVE 4 TO LK-CHK-RC
               END-IF
               CLOSE NUMBER-CONTROL-FILE
           END-IF
           .

       RollControlForward.
           IF NC-LAST-BASE NOT NUMERIC
               MOVE 4 TO LK-CHK-RC
               CLOSE NUMBER-CONTROL-FILE
           ELSE
               IF NC-LAST-BASE >= 999999999
                   MOVE 5 TO LK-CHK-RC
                   CLOSE NUMBER-CONTROL-FILE
               ELSE
                   COMPUTE WS-NEXT-BASE = NC-LAST-BASE + 1
                   MOVE WS-NEXT-BASE TO NC-LAST-BASE
                   REWRITE NUMBER-CONTROL-RECORD
                   IF NOT WS-NUMBER-CONTROL-OK
                       MOVE 4 TO LK-CHK-RC
                   END-IF
                   CLOSE NUMBER-CONTROL-FILE
               END-IF
           END-IF
           .
       END PROGRAM ACCTCHK.
