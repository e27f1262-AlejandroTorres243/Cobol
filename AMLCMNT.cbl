      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anti-money-laundering case disposition screen - a
      *          compliance officer with the maintenance role works
      *          the open cases the AMLSCRN cash screening opened on
      *          AMLCASE.  For each one the officer records the
      *          disposition (NS not suspicious, RF mandatory cash
      *          report filed, SF suspicious activity report filed,
      *          MN keep the account under monitoring) and a note;
      *          the case closes under the officer's number and
      *          today's date.  A case skipped stays open for another
      *          look.  Every case, open or closed, carries to the
      *          AMLCASEO new generation.  While the BATCHWIN batch
      *          window is open every open case is shown but left
      *          open, unless the operator holds an emergency
      *          override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLCMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASE-FILE ASSIGN TO "AMLCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT NEW-CASE-FILE ASSIGN TO "AMLCASEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CASE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-FILE-RECORD PIC X(113).
       FD  NEW-CASE-FILE.
       01  NEW-CASE-RECORD PIC X(113).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY AMLCREC.
       01 WS-SIGNON-ROLE PIC X VALUE "M".
       01 WS-SIGNON-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-CASE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CASE-FILE-OK VALUE "00".
           88 WS-CASE-FILE-EOF VALUE "10".
       01 WS-NEW-CASE-STATUS PIC XX VALUE SPACES.
       01 WS-DISPOSITION PIC XX VALUE SPACES.
       01 WS-NOTE PIC X(30) VALUE SPACES.
       01 WS-CASE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SHOWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LEFT-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EDIT-FORMAT PIC X VALUE "Z".
       01 WS-EDIT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EDIT-OUTPUT PIC X(15) VALUE SPACES.
       01 WS-EDIT-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "AMLCMNT " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
      *>    A disposition closes a compliance case, so the officer
      *>    needs the maintenance role.
           MOVE "M" TO WS-SIGNON-ROLE
           CALL "SIGNON" USING WS-RUN-PROGRAM-ID, WS-SIGNON-ROLE,
               WS-SIGNON-OPERATOR, WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               DISPLAY "AMLCMNT UNAVAILABLE WITHOUT SIGN-ON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           OPEN INPUT CASE-FILE
           IF NOT WS-CASE-FILE-OK
               DISPLAY "AMLCASE NOT AVAILABLE, STATUS = "
                   WS-CASE-FILE-STATUS
               SET WS-CASE-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-CASE-FILE
           PERFORM UNTIL WS-CASE-FILE-EOF
               READ CASE-FILE INTO AC-RECORD
                   AT END SET WS-CASE-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CASE-COUNT
                       IF AC-OPEN-CASE
                           PERFORM WorkOneCase
                       END-IF
                       PERFORM CarryOneCase
               END-READ
           END-PERFORM
           CLOSE CASE-FILE NEW-CASE-FILE
           DISPLAY "CASES ON FILE  : " WS-CASE-COUNT
           DISPLAY "OPEN CASES SHOWN: " WS-SHOWN-COUNT
           DISPLAY "CLOSED         : " WS-CLOSED-COUNT
           DISPLAY "LEFT OPEN      : " WS-LEFT-OPEN-COUNT
      *>    The session ends when the operator leaves, so the next
      *>    same-day sign-on is not refused as a duplicate.
           MOVE "E" TO WS-SESSION-FUNC
           CALL "SESSCHK" USING WS-SESSION-FUNC,
               WS-SIGNON-OPERATOR, WS-SESSION-RC
           STOP RUN.

       WorkOneCase.
           ADD 1 TO WS-SHOWN-COUNT
           DISPLAY "------------------------------------------"
           DISPLAY "CASE     : " AC-CASE-NO "  OPENED " AC-OPENED-DATE
           DISPLAY "ACCOUNT  : " AC-ACCOUNT-NO
           EVALUATE TRUE
               WHEN AC-LARGE-CASH
                   DISPLAY "FINDING  : LARGE CASH RECEIPT"
               WHEN AC-AGGREGATE-CASH
                   DISPLAY "FINDING  : DAILY CASH OVER THRESHOLD"
               WHEN AC-STRUCTURING
                   DISPLAY "FINDING  : POSSIBLE STRUCTURING"
               WHEN AC-REFUND-CYCLE
                   DISPLAY "FINDING  : CASH PAID IN THEN REFUNDED"
           END-EVALUATE
           MOVE AC-CASH-AMOUNT TO WS-EDIT-AMOUNT
           MOVE "Z" TO WS-EDIT-FORMAT
           CALL "MONEYFMT" USING WS-EDIT-FORMAT, WS-EDIT-AMOUNT,
               WS-EDIT-OUTPUT, WS-EDIT-RC
           DISPLAY "CASH     : " WS-EDIT-OUTPUT
               " IN " AC-RECEIPT-COUNT " RECEIPT(S) "
               AC-FIRST-DATE " TO " AC-LAST-DATE
           IF AC-REFUND-CYCLE
               MOVE AC-REFUND-AMOUNT TO WS-EDIT-AMOUNT
               CALL "MONEYFMT" USING WS-EDIT-FORMAT, WS-EDIT-AMOUNT,
                   WS-EDIT-OUTPUT, WS-EDIT-RC
               DISPLAY "REFUNDED : " WS-EDIT-OUTPUT
           END-IF
           DISPLAY "DISPOSITION (NS-NOT SUSPICIOUS RF-REPORT FILED "
               "SF-SAR FILED MN-MONITOR, BLANK-LEAVE OPEN) - "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DISPOSITION
           ACCEPT WS-DISPOSITION
      *>    The batch window is checked before every decision; while
      *>    it is open the case is only shown and left open.
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           IF WINDOW-INQUIRY-ONLY AND WS-DISPOSITION NOT = SPACES
               DISPLAY "BATCH WINDOW OPEN - LEFT OPEN"
               MOVE SPACES TO WS-DISPOSITION
           END-IF
           IF WS-DISPOSITION = SPACES
               ADD 1 TO WS-LEFT-OPEN-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DISPOSITION TO AC-DISPOSITION
           IF NOT AC-VALID-DISPOSITION
               DISPLAY "DISPOSITION NOT RECOGNISED - LEFT OPEN"
               MOVE SPACES TO AC-DISPOSITION
               ADD 1 TO WS-LEFT-OPEN-COUNT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOTE - " WITH NO ADVANCING
           MOVE SPACES TO WS-NOTE
           ACCEPT WS-NOTE
           MOVE WS-NOTE TO AC-NOTE
           MOVE WS-SIGNON-OPERATOR TO AC-REVIEWER
           MOVE WS-RUN-DATE TO AC-DISPOSED-DATE
           SET AC-CLOSED-CASE TO TRUE
           ADD 1 TO WS-CLOSED-COUNT
           DISPLAY "CASE CLOSED"
           .

      *>    Every case carries forward, closed ones with the
      *>    disposition that closed them.
       CarryOneCase.
           WRITE NEW-CASE-RECORD FROM AC-RECORD
           IF WS-NEW-CASE-STATUS NOT = "00"
               DISPLAY "AMLCASEO WRITE FAILED, STATUS = "
                   WS-NEW-CASE-STATUS
           END-IF
           .

       COPY RUNDATE.
       END PROGRAM AMLCMNT.
