      *          worked as paid, promised or disputed is left off the
      *          queue (payments land through CASHAPP, promises
      *          through PTPMON and disputes through their own flow),
      *          while a no-contact comes straight back on.  An
      *          account placed with the external collection agency
      *          (CM-STATUS "P" on CUSTMAST) is left off the queue
      *          until the agency recalls it.  An account under an
      *          insolvency in force (INSLOOK) is ranked on its
      *          post-filing money only - the stayed pre-filing
      *          balance comes off the oldest buckets first - and
      *          stays off the queue when nothing else is overdue.
      *          Within a bucket the worse payment behaviour band on
      *          CUSTMAST (CM-SCORE-BAND from the monthly PAYSCORE
      *          run) is worked first, then the bigger amount; an
      *          account not yet scored ranks as a middle band.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT WORKQUEUE-FILE ASSIGN TO "WORKQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKQUEUE-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       FD  AGED-BALANCE-FILE.
       01  AGED-BALANCE-RECORD PIC X(58).
       FD  PROFILE-FILE.
       COPY OPRREC.
       FD  OUTCOME-FILE.
       01  OUTCOME-FILE-RECORD PIC X(40).
       FD  WORKQUEUE-FILE.
       01  WORKQUEUE-RECORD PIC X(40).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
           88 WS-OUTCOME-FILE-EOF VALUE "10".
       01 WS-WORKQUEUE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-MASTER-OPEN PIC X VALUE "N".
       01 WS-PLACED-COUNT PIC 9(9) VALUE ZERO.
      *>   Insolvency in force: the pre-filing balance is stayed, so
      *>   it is stripped off the aged buckets oldest first and only
      *>   what is left is worked.
       COPY INSREC.
       01 WS-INS-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-INS-RC PIC 9 VALUE ZERO.
       01 WS-INSOLVENT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-STRIP-REMAINING PIC S9(9)V99 VALUE ZERO.
       01 WS-STRIP-SUB PIC 9 VALUE ZERO.
       01 AGED-BALANCE-LINE.
           05 AB-ACCOUNT-NO PIC 9(10).
           05 AB-BUCKET PIC S9(9)V99 SIGN LEADING SEPARATE
               OCCURS 4 TIMES.
      *>   The queue is built in rank order by inserting each overdue
      *>   account at its place: oldest bucket first, worst payment
      *>   score band first within a bucket, biggest overdue amount
      *>   first within a band.
       01 QUEUE-TABLE.
           05 QUEUE-ENTRY OCCURS 1000 TIMES INDEXED BY QU-IDX.
               10 QU-ACCOUNT-NO PIC 9(10).
               10 QU-BUCKET PIC 9(1).
               10 QU-BAND PIC X(1).
               10 QU-AMOUNT PIC S9(9)V99.
       01 QUEUE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-INSERT-AT PIC 9(4) VALUE ZERO.
       01 WS-SHIFT-SUB PIC 9(4) VALUE ZERO.
       01 WS-WORK-BUCKET PIC 9(1) VALUE ZERO.
       01 WS-WORK-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-WORK-BAND PIC X(1) VALUE "C".
      *>   Active collector ids off OPERPROF, dealt round-robin.
       01 COLLECTOR-TABLE.
           05 COLLECTOR-ID PIC 9(4) OCCURS 50 TIMES.
               STOP RUN
           END-IF
           PERFORM LoadWorkedAccounts
      *>    The master is only consulted for the agency placement
      *>    flag and the payment score band; without it the queue
      *>    builds on bucket and amount alone.
           OPEN INPUT CUSTOMER-MASTER
           IF CM-STATUS-OK
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               IF WS-CUSTOMER-MASTER-STATUS = "05"
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF
           OPEN INPUT AGED-BALANCE-FILE
           IF NOT WS-AGED-BALANCE-OK
               DISPLAY "AGEDBAL NOT AVAILABLE, STATUS = "
               END-READ
           END-PERFORM
           CLOSE AGED-BALANCE-FILE
           IF WS-MASTER-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           PERFORM WriteRankedQueue
           DISPLAY "AGED ACCOUNTS READ : " WS-READ-COUNT
           DISPLAY "CASES QUEUED       : " WS-QUEUED-COUNT
           DISPLAY "LEFT OFF QUEUE     : " WS-SKIPPED-COUNT
           DISPLAY "PLACED WITH AGENCY : " WS-PLACED-COUNT
           DISPLAY "STAYED INSOLVENCY  : " WS-INSOLVENT-COUNT
           DISPLAY "COLLECTORS         : " COLLECTOR-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

       RankOneAccount.
           ADD 1 TO WS-READ-COUNT
           PERFORM StripPreFilingDebt
           COMPUTE WS-WORK-AMOUNT = AB-BUCKET (2)
               + AB-BUCKET (3) + AB-BUCKET (4)
           EVALUATE TRUE
               WHEN AB-BUCKET (2) > ZERO MOVE 2 TO WS-WORK-BUCKET
               WHEN OTHER MOVE 0 TO WS-WORK-BUCKET
           END-EVALUATE
           IF WS-INS-RC = 0 AND WS-WORK-BUCKET = ZERO
               ADD 1 TO WS-INSOLVENT-COUNT
           END-IF
           MOVE "N" TO WS-ACCOUNT-WORKED
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WORKED-COUNT
                   MOVE "Y" TO WS-ACCOUNT-WORKED
               END-IF
           END-PERFORM
      *>    A placed account is the agency's case, not a collector's.
           MOVE "C" TO WS-WORK-BAND
           IF WS-MASTER-OPEN = "Y" AND WS-ACCOUNT-WORKED = "N"
               MOVE AB-ACCOUNT-NO TO CM-ACCOUNT-NO
               READ CUSTOMER-MASTER
               IF CM-STATUS-OK AND CM-ACCT-PLACED
                   MOVE "Y" TO WS-ACCOUNT-WORKED
                   ADD 1 TO WS-PLACED-COUNT
               END-IF
               IF CM-STATUS-OK AND NOT CM-NOT-SCORED
                   MOVE CM-SCORE-BAND TO WS-WORK-BAND
               END-IF
           END-IF
           IF WS-WORK-BUCKET = ZERO OR WS-ACCOUNT-WORKED = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
           END-IF
           .

      *>----------------------------------------------------------------
      *> StripPreFilingDebt - the stayed pre-filing balance is the
      *> oldest money on the account, so it comes off bucket 4 first
      *> and works forward; what is left is post-filing business.
      *>----------------------------------------------------------------
       StripPreFilingDebt.
           MOVE AB-ACCOUNT-NO TO WS-INS-ACCOUNT
           CALL "INSLOOK" USING WS-INS-ACCOUNT, INS-RECORD, WS-INS-RC
           IF WS-INS-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE INS-PRE-FILING-BAL TO WS-STRIP-REMAINING
           PERFORM VARYING WS-STRIP-SUB FROM 4 BY -1
                   UNTIL WS-STRIP-SUB < 1
                   OR WS-STRIP-REMAINING NOT > ZERO
               IF AB-BUCKET (WS-STRIP-SUB) > ZERO
                   IF AB-BUCKET (WS-STRIP-SUB) > WS-STRIP-REMAINING
                       SUBTRACT WS-STRIP-REMAINING
                           FROM AB-BUCKET (WS-STRIP-SUB)
                       MOVE ZEROS TO WS-STRIP-REMAINING
                   ELSE
                       SUBTRACT AB-BUCKET (WS-STRIP-SUB)
                           FROM WS-STRIP-REMAINING
                       MOVE ZEROS TO AB-BUCKET (WS-STRIP-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

       InsertIntoQueue.
           IF QUEUE-COUNT >= 1000
               DISPLAY "QUEUE TABLE FULL - " AB-ACCOUNT-NO " DROPPED"
           PERFORM VARYING QU-IDX FROM 1 BY 1
                   UNTIL QU-IDX > QUEUE-COUNT
                   OR WS-INSERT-AT NOT = ZERO
      *>        Band letters run A (best) to E (worst), so the
      *>        higher letter is worked first.
               IF WS-WORK-BUCKET > QU-BUCKET (QU-IDX)
                   OR (WS-WORK-BUCKET = QU-BUCKET (QU-IDX)
                       AND WS-WORK-BAND > QU-BAND (QU-IDX))
                   OR (WS-WORK-BUCKET = QU-BUCKET (QU-IDX)
                       AND WS-WORK-BAND = QU-BAND (QU-IDX)
                       AND WS-WORK-AMOUNT > QU-AMOUNT (QU-IDX))
                   SET WS-INSERT-AT TO QU-IDX
               END-IF
           END-PERFORM
           MOVE AB-ACCOUNT-NO TO QU-ACCOUNT-NO (WS-INSERT-AT)
           MOVE WS-WORK-BUCKET TO QU-BUCKET (WS-INSERT-AT)
           MOVE WS-WORK-BAND TO QU-BAND (WS-INSERT-AT)
           MOVE WS-WORK-AMOUNT TO QU-AMOUNT (WS-INSERT-AT)
           ADD 1 TO QUEUE-COUNT
           .
