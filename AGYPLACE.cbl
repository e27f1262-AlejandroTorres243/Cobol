      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collection agency placement run - select the
      *          accounts dunning has already taken past its final
      *          stage and hand them to the external collection
      *          agency.  An account qualifies when AGEDBAL still
      *          shows money past 90 days, its last final notice on
      *          the DUNHIST letter history is at least the AGYPARM
      *          notice period old (default 14 days, the period the
      *          final letter promises), CUSTMAST still carries a
      *          balance, and it is neither under an open dispute on
      *          DISPUTES nor holding a current promise-to-pay on
      *          PROMISES.  Each placed account goes to the AGYPLOUT
      *          outbound file for the agency and is marked placed
      *          (CM-STATUS "P") on CUSTMAST, which keeps dunning,
      *          interest accrual and the collections workqueue off
      *          it until the agency recalls it through AGYSETL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYPLACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AGED-BALANCE-FILE ASSIGN TO "AGEDBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGED-BALANCE-STATUS.
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
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OPTIONAL PROMISE-FILE ASSIGN TO "PROMISES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMISE-FILE-STATUS.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT PLACEMENT-FILE ASSIGN TO "AGYPLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACEMENT-FILE-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGED-BALANCE-FILE.
       01  AGED-BALANCE-RECORD PIC X(58).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 AP-NOTICE-DAYS PIC 9(3).
           05 FILLER PIC X(1).
           05 AP-COMMISSION-PCT PIC 9(2)V99.
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD PIC X(20).
       FD  PROMISE-FILE.
       01  PROMISE-FILE-RECORD PIC X(55).
       FD  DISPUTE-FILE.
       01  DISPUTE-FILE-RECORD PIC X(49).
       FD  PLACEMENT-FILE.
       01  PLACEMENT-FILE-RECORD PIC X(120).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY DNHREC.
       COPY PTPREC.
       COPY DSPREC.
       COPY AGPREC.
      *>   Predecessor gate: placement selects off the AGEDBAL file,
      *>   so the aging run must have completed clean for this
      *>   business date before anything is handed to the agency.
       01 WS-GATE-REQUEST.
           05 WS-GATE-CALLER-ID PIC X(8) VALUE "AGYPLACE".
           05 WS-GATE-DATE PIC 9(8) VALUE ZEROS.
           05 WS-GATE-PRED-COUNT PIC 9 VALUE 1.
           05 WS-GATE-PRED-ID PIC X(8) OCCURS 5 TIMES.
       01 WS-GATE-RC PIC 9 VALUE ZERO.
       01 WS-AGED-BALANCE-STATUS PIC XX VALUE SPACES.
           88 WS-AGED-BALANCE-OK VALUE "00".
           88 WS-AGED-BALANCE-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-PARM-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PARM-FILE-OK VALUE "00".
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HISTORY-FILE-OK VALUE "00".
           88 WS-HISTORY-FILE-EOF VALUE "10".
       01 WS-PROMISE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PROMISE-FILE-OK VALUE "00".
           88 WS-PROMISE-FILE-EOF VALUE "10".
       01 WS-DISPUTE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-DISPUTE-FILE-OK VALUE "00".
           88 WS-DISPUTE-FILE-EOF VALUE "10".
       01 WS-PLACEMENT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 AGED-BALANCE-LINE.
           05 AB-ACCOUNT-NO PIC 9(10).
           05 AB-BUCKET PIC S9(9)V99 SIGN LEADING SEPARATE
               OCCURS 4 TIMES.
      *>   Days the final notice must have had to work before the
      *>   account goes to the agency.
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 14.
      *>   The latest final notice per account off DUNHIST.
       01 NOTICE-TABLE.
           05 NOTICE-ENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON NOTICE-COUNT
               INDEXED BY NT-IDX.
               10 NT-ACCOUNT-NO PIC 9(10).
               10 NT-NOTICE-DATE PIC 9(8).
       01 NOTICE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NOTICE-DATE PIC 9(8) VALUE ZERO.
      *>   Promises still current tonight - the customer has given
      *>   a date and it has not yet passed.
       01 PROMISE-TABLE.
           05 PROMISE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON PROMISE-COUNT
               INDEXED BY PT-IDX.
               10 PT-ACCOUNT-NO PIC 9(10).
               10 PT-STATUS PIC X.
               10 PT-PROMISE-DATE PIC 9(8).
       01 PROMISE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PROMISE-CURRENT PIC X VALUE "N".
      *>   Accounts with any dispute still open.
       01 DISPUTE-TABLE.
           05 DISPUTE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON DISPUTE-COUNT
               INDEXED BY DS-IDX.
               10 DT-ACCOUNT-NO PIC 9(10).
       01 DISPUTE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-IN-DISPUTE PIC X VALUE "N".
       01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NOT-DUE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NOTICE-RUNNING-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DISPUTE-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PROMISE-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ALREADY-PLACED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(9) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PLACED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PLACED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "AGYPLACE" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           MOVE WS-RUN-DATE TO WS-GATE-DATE
           MOVE "AGERECV " TO WS-GATE-PRED-ID (1)
           CALL "JOBGATE" USING WS-GATE-REQUEST, WS-GATE-RC
           IF WS-GATE-RC NOT = 0
               DISPLAY "AGYPLACE REFUSED BY PREDECESSOR GATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GetParameters
           PERFORM LoadFinalNotices
           PERFORM LoadPromises
           PERFORM LoadDisputes
           OPEN INPUT AGED-BALANCE-FILE
           IF NOT WS-AGED-BALANCE-OK
               DISPLAY "AGEDBAL NOT AVAILABLE, STATUS = "
                   WS-AGED-BALANCE-STATUS
               SET WS-AGED-BALANCE-EOF TO TRUE
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PLACEMENT-FILE
           PERFORM UNTIL WS-AGED-BALANCE-EOF
               READ AGED-BALANCE-FILE
                   AT END SET WS-AGED-BALANCE-EOF TO TRUE
                   NOT AT END
                       MOVE AGED-BALANCE-RECORD TO AGED-BALANCE-LINE
                       PERFORM JudgeOneAccount
               END-READ
           END-PERFORM
           CLOSE AGED-BALANCE-FILE CUSTOMER-MASTER PLACEMENT-FILE
           DISPLAY "---------- AGENCY PLACEMENT TOTALS ----------"
           DISPLAY "AGED ACCOUNTS READ : " WS-READ-COUNT
           DISPLAY "NOT PAST FINAL     : " WS-NOT-DUE-COUNT
           DISPLAY "NOTICE STILL OPEN  : " WS-NOTICE-RUNNING-COUNT
           DISPLAY "HELD ON DISPUTE    : " WS-DISPUTE-HELD-COUNT
           DISPLAY "HELD ON PROMISE    : " WS-PROMISE-HELD-COUNT
           DISPLAY "ALREADY PLACED     : " WS-ALREADY-PLACED-COUNT
           DISPLAY "NOT ON CUSTMAST    : " WS-MISSING-COUNT
           DISPLAY "FAILURES           : " WS-FAILED-COUNT
           DISPLAY "ACCOUNTS PLACED    : " WS-PLACED-COUNT
           MOVE WS-PLACED-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "BALANCE PLACED     : " WS-EDITED-AMOUNT
           PERFORM WriteControlRecord
           STOP RUN.

       GetParameters.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       DISPLAY "AGYPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF AP-NOTICE-DAYS NUMERIC
                           MOVE AP-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
               END-READ
           ELSE
               DISPLAY "AGYPARM NOT AVAILABLE - DEFAULTS USED"
           END-IF
           CLOSE PARM-FILE
           DISPLAY "FINAL NOTICE DAYS  : " WS-NOTICE-DAYS
           .

      *>----------------------------------------------------------------
      *> LoadFinalNotices - the latest severity-3 letter per account
      *> on DUNHIST.  An account never sent a final notice is not
      *> past the final stage, whatever its buckets say.
      *>----------------------------------------------------------------
       LoadFinalNotices.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-OK
               PERFORM UNTIL WS-HISTORY-FILE-EOF
                   READ HISTORY-FILE
                       AT END SET WS-HISTORY-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE HISTORY-FILE-RECORD TO DH-RECORD
                           IF DH-FINAL-NOTICE
                               PERFORM AddOneNotice
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HISTORY-FILE-STATUS = "05"
                   CLOSE HISTORY-FILE
               END-IF
           END-IF
           .

       AddOneNotice.
           SET NT-IDX TO 1
           SEARCH NOTICE-ENTRY
               AT END
                   IF NOTICE-COUNT >= 1000
                       DISPLAY "NOTICE TABLE FULL - "
                           DH-ACCOUNT-NO " DROPPED"
                   ELSE
                       ADD 1 TO NOTICE-COUNT
                       SET NT-IDX TO NOTICE-COUNT
                       MOVE DH-ACCOUNT-NO TO NT-ACCOUNT-NO (NT-IDX)
                       MOVE DH-LETTER-DATE TO NT-NOTICE-DATE (NT-IDX)
                   END-IF
               WHEN NT-ACCOUNT-NO (NT-IDX) = DH-ACCOUNT-NO
                   IF DH-LETTER-DATE > NT-NOTICE-DATE (NT-IDX)
                       MOVE DH-LETTER-DATE
                           TO NT-NOTICE-DATE (NT-IDX)
                   END-IF
           END-SEARCH
           .

       LoadPromises.
           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-FILE-OK
               PERFORM UNTIL WS-PROMISE-FILE-EOF
                   READ PROMISE-FILE
                       AT END SET WS-PROMISE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE PROMISE-FILE-RECORD TO PTP-RECORD
                           PERFORM AddOnePromise
                   END-READ
               END-PERFORM
               CLOSE PROMISE-FILE
           ELSE
               IF WS-PROMISE-FILE-STATUS = "05"
                   CLOSE PROMISE-FILE
               END-IF
           END-IF
           .

      *>    Only the latest promise on file for an account counts,
      *>    the same rule the dunning run applies.
       AddOnePromise.
           SET PT-IDX TO 1
           SEARCH PROMISE-ENTRY
               AT END
                   IF PROMISE-COUNT >= 500
                       DISPLAY "PROMISE TABLE FULL - "
                           PTP-ACCOUNT-NO " DROPPED"
                   ELSE
                       ADD 1 TO PROMISE-COUNT
                       SET PT-IDX TO PROMISE-COUNT
                       MOVE PTP-ACCOUNT-NO TO PT-ACCOUNT-NO (PT-IDX)
                       MOVE PTP-STATUS TO PT-STATUS (PT-IDX)
                       MOVE PTP-PROMISE-DATE
                           TO PT-PROMISE-DATE (PT-IDX)
                   END-IF
               WHEN PT-ACCOUNT-NO (PT-IDX) = PTP-ACCOUNT-NO
                   MOVE PTP-STATUS TO PT-STATUS (PT-IDX)
                   MOVE PTP-PROMISE-DATE TO PT-PROMISE-DATE (PT-IDX)
           END-SEARCH
           .

       LoadDisputes.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-FILE-OK
               PERFORM UNTIL WS-DISPUTE-FILE-EOF
                   READ DISPUTE-FILE
                       AT END SET WS-DISPUTE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE DISPUTE-FILE-RECORD TO DS-RECORD
                           IF DS-OPEN-DISPUTE
                               PERFORM AddOneDispute
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

       AddOneDispute.
           SET DS-IDX TO 1
           SEARCH DISPUTE-ENTRY
               AT END
                   IF DISPUTE-COUNT >= 500
                       DISPLAY "DISPUTE TABLE FULL - "
                           DS-ACCOUNT-NO " DROPPED"
                   ELSE
                       ADD 1 TO DISPUTE-COUNT
                       SET DS-IDX TO DISPUTE-COUNT
                       MOVE DS-ACCOUNT-NO TO DT-ACCOUNT-NO (DS-IDX)
                   END-IF
               WHEN DT-ACCOUNT-NO (DS-IDX) = DS-ACCOUNT-NO
                   CONTINUE
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> JudgeOneAccount - every test the account must pass, cheapest
      *> first; the master is only read once the files in memory have
      *> all said yes.
      *>----------------------------------------------------------------
       JudgeOneAccount.
           ADD 1 TO WS-READ-COUNT
           IF AB-BUCKET (4) NOT > ZERO
               ADD 1 TO WS-NOT-DUE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-NOTICE-DATE
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > NOTICE-COUNT
               IF NT-ACCOUNT-NO (NT-IDX) = AB-ACCOUNT-NO
                   MOVE NT-NOTICE-DATE (NT-IDX) TO WS-NOTICE-DATE
               END-IF
           END-PERFORM
           IF WS-NOTICE-DATE = ZEROS
               ADD 1 TO WS-NOT-DUE-COUNT
               EXIT PARAGRAPH
           END-IF
      *>    The final letter gives the customer the notice period
      *>    to pay; placement waits until it has run out.
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-NOTICE-DATE TO WS-DATE-1
           MOVE ZEROS TO WS-DATE-2
           MOVE WS-NOTICE-DAYS TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0 OR WS-DATE-RESULT > WS-RUN-DATE
               ADD 1 TO WS-NOTICE-RUNNING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IN-DISPUTE
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > DISPUTE-COUNT
               IF DT-ACCOUNT-NO (DS-IDX) = AB-ACCOUNT-NO
                   MOVE "Y" TO WS-IN-DISPUTE
               END-IF
           END-PERFORM
           IF WS-IN-DISPUTE = "Y"
               ADD 1 TO WS-DISPUTE-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROMISE-CURRENT
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PROMISE-COUNT
               IF PT-ACCOUNT-NO (PT-IDX) = AB-ACCOUNT-NO
                       AND PT-STATUS (PT-IDX) = "O"
                       AND PT-PROMISE-DATE (PT-IDX) >= WS-RUN-DATE
                   MOVE "Y" TO WS-PROMISE-CURRENT
               END-IF
           END-PERFORM
           IF WS-PROMISE-CURRENT = "Y"
               ADD 1 TO WS-PROMISE-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE AB-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "AGED ACCOUNT " AB-ACCOUNT-NO
                   " NOT ON CUSTMAST - NOT PLACED"
               EXIT PARAGRAPH
           END-IF
           IF CM-ACCT-PLACED
               ADD 1 TO WS-ALREADY-PLACED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF CM-ACCT-CLOSED OR CM-BALANCE NOT > ZERO
               ADD 1 TO WS-NOT-DUE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM PlaceOneAccount
           .

      *>----------------------------------------------------------------
      *> PlaceOneAccount - the master is marked first, so an account
      *> whose rewrite fails never reaches the agency's file.
      *>----------------------------------------------------------------
       PlaceOneAccount.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           SET CM-ACCT-PLACED TO TRUE
           REWRITE CUSTOMER-MASTER-RECORD
           IF NOT CM-STATUS-OK
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CUSTMAST REWRITE FAILED FOR "
                   CM-ACCOUNT-NO " STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
           CALL "CMJOURNL" USING WS-RUN-PROGRAM-ID,
               WS-RUN-DATE, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
               WS-JRNL-RC
           MOVE SPACES TO AGP-RECORD
           MOVE CM-ACCOUNT-NO TO AGP-ACCOUNT-NO
           MOVE WS-RUN-DATE TO AGP-PLACED-DATE
           MOVE CM-CUSTOMER-NAME TO AGP-CUSTOMER-NAME
           MOVE CM-ADDRESS TO AGP-ADDRESS
           MOVE CM-PROVINCE-CODE TO AGP-PROVINCE-CODE
           MOVE CM-BALANCE TO AGP-BALANCE
           MOVE AB-BUCKET (4) TO AGP-OVER-90
           MOVE WS-NOTICE-DATE TO AGP-NOTICE-DATE
           WRITE PLACEMENT-FILE-RECORD FROM AGP-RECORD
           IF WS-PLACEMENT-FILE-STATUS NOT = "00"
               DISPLAY "AGYPLOUT WRITE FAILED, STATUS = "
                   WS-PLACEMENT-FILE-STATUS
           END-IF
           ADD 1 TO WS-PLACED-COUNT
           ADD CM-BALANCE TO WS-PLACED-TOTAL
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
           MOVE WS-PLACED-COUNT TO CTL-OUTPUT-COUNT
      *>    Every aged account not placed - not due, held, already
      *>    placed, missing or failed - sits in the reject column.
           COMPUTE CTL-REJECT-COUNT =
               WS-READ-COUNT - WS-PLACED-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM AGYPLACE.
