      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dormant account review screen - an operator with the
      *          maintenance role works the closure candidates the
      *          DORMANT run listed on DORMPEND, seeing the customer's
      *          name, balance and dormancy class from CUSTMAST next
      *          to each one, and approves or rejects it.  An approved
      *          candidate is appended to CLOSEREQ as a closure
      *          request there and then, so ACCCLOSE picks it up that
      *          night without anyone keying it.  A candidate whose
      *          account is no longer dormant (or no longer on file)
      *          cannot be approved and is rejected.  Every candidate
      *          carries forward to the DORMPENDO new generation with
      *          its status advanced and the operator stamped on it.
      *          While the BATCHWIN batch window is open every
      *          candidate is shown but left pending, unless the
      *          operator holds an emergency override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CANDIDATE-FILE ASSIGN TO "DORMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT NEW-CANDIDATE-FILE ASSIGN TO "DORMPENDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CANDIDATE-STATUS.
           SELECT OPTIONAL REQUEST-FILE ASSIGN TO "CLOSEREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATE-FILE.
       01  CANDIDATE-FILE-RECORD PIC X(31).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  NEW-CANDIDATE-FILE.
       01  NEW-CANDIDATE-RECORD PIC X(31).
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 RQ-ACCOUNT-NO PIC 9(10).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY DRMREC.
       01 WS-SIGNON-ROLE PIC X VALUE "M".
       01 WS-SIGNON-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-CANDIDATE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CANDIDATE-FILE-OK VALUE "00".
           88 WS-CANDIDATE-FILE-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-NEW-CANDIDATE-STATUS PIC XX VALUE SPACES.
       01 WS-REQUEST-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-ACTION PIC X VALUE SPACE.
       01 WS-SHOWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EDIT-FORMAT PIC X VALUE "Z".
       01 WS-EDIT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EDIT-OUTPUT PIC X(15) VALUE SPACES.
       01 WS-EDIT-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DORMAPPR" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
      *>    Approving a candidate closes a customer's account, so the
      *>    operator needs the maintenance role.
           MOVE "M" TO WS-SIGNON-ROLE
           CALL "SIGNON" USING WS-RUN-PROGRAM-ID, WS-SIGNON-ROLE,
               WS-SIGNON-OPERATOR, WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               DISPLAY "DORMAPPR UNAVAILABLE WITHOUT SIGN-ON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           OPEN INPUT CANDIDATE-FILE
           IF NOT WS-CANDIDATE-FILE-OK
               DISPLAY "DORMPEND NOT AVAILABLE, STATUS = "
                   WS-CANDIDATE-FILE-STATUS
               SET WS-CANDIDATE-FILE-EOF TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
           END-IF
           OPEN OUTPUT NEW-CANDIDATE-FILE
           OPEN EXTEND REQUEST-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-REQUEST-FILE-STATUS NOT = "00"
                   AND WS-REQUEST-FILE-STATUS NOT = "05"
               OPEN OUTPUT REQUEST-FILE
           END-IF
           PERFORM UNTIL WS-CANDIDATE-FILE-EOF
               READ CANDIDATE-FILE
                   AT END SET WS-CANDIDATE-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE CANDIDATE-FILE-RECORD TO DC-RECORD
                       IF DC-PENDING
                           PERFORM WorkOneCandidate
                       END-IF
                       WRITE NEW-CANDIDATE-RECORD FROM DC-RECORD
                       IF WS-NEW-CANDIDATE-STATUS NOT = "00"
                           DISPLAY "DORMPENDO WRITE FAILED, STATUS = "
                               WS-NEW-CANDIDATE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANDIDATE-FILE CUSTOMER-MASTER NEW-CANDIDATE-FILE
               REQUEST-FILE
           DISPLAY "CANDIDATES SHOWN : " WS-SHOWN-COUNT
           DISPLAY "APPROVED         : " WS-APPROVED-COUNT
           DISPLAY "REJECTED         : " WS-REJECTED-COUNT
           DISPLAY "NO LONGER DORMANT: " WS-WITHDRAWN-COUNT
      *>    The session ends when the operator leaves, so the next
      *>    same-day sign-on is not refused as a duplicate.
           MOVE "E" TO WS-SESSION-FUNC
           CALL "SESSCHK" USING WS-SESSION-FUNC,
               WS-SIGNON-OPERATOR, WS-SESSION-RC
           STOP RUN.

       WorkOneCandidate.
           ADD 1 TO WS-SHOWN-COUNT
           DISPLAY "------------------------------------------"
           DISPLAY "ACCOUNT  : " DC-ACCOUNT-NO
           MOVE DC-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "NAME     : *** NOT ON CUSTMAST ***"
               PERFORM WithdrawCandidate
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NAME     : " CM-CUSTOMER-NAME
           DISPLAY "ADDRESS  : " CM-ADDRESS
           MOVE CM-BALANCE TO WS-EDIT-AMOUNT
           MOVE "Z" TO WS-EDIT-FORMAT
           CALL "MONEYFMT" USING WS-EDIT-FORMAT, WS-EDIT-AMOUNT,
               WS-EDIT-OUTPUT, WS-EDIT-RC
           DISPLAY "BALANCE  : " WS-EDIT-OUTPUT
           IF DC-LAST-ACTIVITY = ZEROS
               DISPLAY "LAST TRN : NONE ON FILE"
           ELSE
               DISPLAY "LAST TRN : " DC-LAST-ACTIVITY
           END-IF
           IF NOT CM-DORMANT OR CM-ACCT-CLOSED
               DISPLAY "*** ACCOUNT NO LONGER DORMANT ***"
               CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
                   WS-SIGNON-OPERATOR, WS-WINDOW-RC
               IF NOT WINDOW-INQUIRY-ONLY
                   PERFORM WithdrawCandidate
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DORMANT  : SINCE " CM-DORMANCY-DATE
           DISPLAY "ACTION (A-APPROVE CLOSURE R-REJECT S-SKIP) - "
               WITH NO ADVANCING
           ACCEPT WS-ACTION
      *>    The batch window is checked before every decision; while
      *>    it is open the item is only shown and stays pending.
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           IF WINDOW-INQUIRY-ONLY
                   AND (WS-ACTION = "A" OR WS-ACTION = "R")
               DISPLAY "BATCH WINDOW OPEN - LEFT PENDING"
               MOVE "S" TO WS-ACTION
           END-IF
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM RequestClosure
               WHEN "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   SET DC-REJECTED TO TRUE
                   MOVE WS-SIGNON-OPERATOR TO DC-APPROVED-BY
                   DISPLAY "REJECTED"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *>----------------------------------------------------------------
      *> RequestClosure - the candidate is only marked approved once
      *> its closure request is safely on CLOSEREQ.
      *>----------------------------------------------------------------
       RequestClosure.
           MOVE DC-ACCOUNT-NO TO RQ-ACCOUNT-NO
           WRITE REQUEST-RECORD
           IF WS-REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "CLOSEREQ WRITE FAILED, STATUS = "
                   WS-REQUEST-FILE-STATUS " - CANDIDATE LEFT PENDING"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPROVED-COUNT
           SET DC-APPROVED TO TRUE
           MOVE WS-SIGNON-OPERATOR TO DC-APPROVED-BY
           DISPLAY "APPROVED - CLOSURE REQUESTED"
           .

       WithdrawCandidate.
           ADD 1 TO WS-WITHDRAWN-COUNT
           SET DC-REJECTED TO TRUE
           MOVE WS-SIGNON-OPERATOR TO DC-APPROVED-BY
           DISPLAY "CANDIDATE WITHDRAWN"
           .

       COPY RUNDATE.
       END PROGRAM DORMAPPR.
