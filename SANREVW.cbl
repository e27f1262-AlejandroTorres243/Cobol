      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sanctions and watch-list match review screen - a
      *          compliance officer with the maintenance role works
      *          the pending potential matches SANCHECK queued on
      *          SANQUEUE, in the order they were queued.  For each
      *          the customer's name is shown beside the listed
      *          name, list and score.  C-CONFIRM puts the account on
      *          sanctions hold (CM-HOLD-FLAG "S"), which every job
      *          that refuses a held account refuses and REFPAY will
      *          not credit; F-FALSE POSITIVE clears it and remembers
      *          the clearance on SANCLEAR so the same account, under
      *          the same name, never alerts on that entry again;
      *          S-SKIP leaves it pending.  Every match, decided or
      *          not, carries to the SANQUEUO new generation with the
      *          deciding operator and date.  While the BATCHWIN
      *          batch window is open every match is shown but left
      *          pending, unless the operator holds an emergency
      *          override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANREVW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUEUE-FILE ASSIGN TO "SANQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT NEW-QUEUE-FILE ASSIGN TO "SANQUEUO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-QUEUE-STATUS.
           SELECT OPTIONAL CLEARED-FILE ASSIGN TO "SANCLEAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD PIC X(166).
       FD  NEW-QUEUE-FILE.
       01  NEW-QUEUE-RECORD PIC X(166).
       FD  CLEARED-FILE.
       COPY SANCREC.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY SANQREC.
       01 WS-SIGNON-ROLE PIC X VALUE "M".
       01 WS-SIGNON-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-QUEUE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-QUEUE-FILE-OK VALUE "00".
           88 WS-QUEUE-FILE-EOF VALUE "10".
       01 WS-NEW-QUEUE-STATUS PIC XX VALUE SPACES.
       01 WS-CLEARED-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-ACTION PIC X VALUE SPACE.
       01 WS-SHOWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CONFIRMED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CLEARED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "SANREVW " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
      *>    Confirming a match holds a customer account, so the
      *>    officer needs the maintenance role.
           MOVE "M" TO WS-SIGNON-ROLE
           CALL "SIGNON" USING WS-RUN-PROGRAM-ID, WS-SIGNON-ROLE,
               WS-SIGNON-OPERATOR, WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               DISPLAY "SANREVW UNAVAILABLE WITHOUT SIGN-ON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           OPEN INPUT QUEUE-FILE
           IF NOT WS-QUEUE-FILE-OK
               DISPLAY "SANQUEUE NOT AVAILABLE, STATUS = "
                   WS-QUEUE-FILE-STATUS
               SET WS-QUEUE-FILE-EOF TO TRUE
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
                   " - MATCHES CAN BE CLEARED BUT NOT CONFIRMED"
           END-IF
           OPEN EXTEND CLEARED-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-CLEARED-FILE-STATUS NOT = "00"
                   AND WS-CLEARED-FILE-STATUS NOT = "05"
               OPEN OUTPUT CLEARED-FILE
           END-IF
           OPEN OUTPUT NEW-QUEUE-FILE
           PERFORM UNTIL WS-QUEUE-FILE-EOF
               READ QUEUE-FILE INTO SQ-RECORD
                   AT END SET WS-QUEUE-FILE-EOF TO TRUE
                   NOT AT END
                       IF SQ-PENDING
                           PERFORM WorkOneMatch
                       END-IF
                       WRITE NEW-QUEUE-RECORD FROM SQ-RECORD
                       IF WS-NEW-QUEUE-STATUS NOT = "00"
                           DISPLAY "SANQUEUO WRITE FAILED, STATUS = "
                               WS-NEW-QUEUE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE NEW-QUEUE-FILE CLEARED-FILE
               CUSTOMER-MASTER
           DISPLAY "MATCHES SHOWN  : " WS-SHOWN-COUNT
           DISPLAY "CONFIRMED      : " WS-CONFIRMED-COUNT
           DISPLAY "CLEARED        : " WS-CLEARED-COUNT
           DISPLAY "LEFT PENDING   : " WS-PENDING-COUNT
      *>    The session ends when the operator leaves, so the next
      *>    same-day sign-on is not refused as a duplicate.
           MOVE "E" TO WS-SESSION-FUNC
           CALL "SESSCHK" USING WS-SESSION-FUNC,
               WS-SIGNON-OPERATOR, WS-SESSION-RC
           STOP RUN.

       WorkOneMatch.
           ADD 1 TO WS-SHOWN-COUNT
           DISPLAY "------------------------------------------"
           DISPLAY "ACCOUNT  : " SQ-ACCOUNT-NO
           DISPLAY "CUSTOMER : " SQ-CUSTOMER-NAME
           DISPLAY "LISTED AS: " SQ-LIST-NAME
           DISPLAY "LIST     : " SQ-LIST-CODE "  ENTRY " SQ-ENTRY-ID
           DISPLAY "SCORE    : " SQ-SCORE "  QUEUED " SQ-QUEUED-DATE
               " BY " SQ-QUEUED-BY
           DISPLAY "ACTION (C-CONFIRM F-FALSE POSITIVE S-SKIP) - "
               WITH NO ADVANCING
           ACCEPT WS-ACTION
      *>    The batch window is checked before every decision; while
      *>    it is open the match is only shown and left pending.
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           IF WINDOW-INQUIRY-ONLY
                   AND (WS-ACTION = "C" OR WS-ACTION = "F")
               DISPLAY "BATCH WINDOW OPEN - LEFT PENDING"
               MOVE "S" TO WS-ACTION
           END-IF
           EVALUATE WS-ACTION
               WHEN "C"
                   PERFORM ConfirmOneMatch
               WHEN "F"
                   PERFORM ClearOneMatch
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE
           .

      *>----------------------------------------------------------------
      *> ConfirmOneMatch - the account goes on sanctions hold before
      *> the match is marked confirmed; a hold that could not be set
      *> leaves the match pending for another try.
      *>----------------------------------------------------------------
       ConfirmOneMatch.
           MOVE SQ-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "ACCOUNT NOT ON CUSTMAST, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS " - LEFT PENDING"
               ADD 1 TO WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           SET CM-SANCTIONS-HOLD TO TRUE
           REWRITE CUSTOMER-MASTER-RECORD
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTMAST REWRITE FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS " - LEFT PENDING"
               ADD 1 TO WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
           CALL "CMJOURNL" USING WS-RUN-PROGRAM-ID,
               WS-RUN-DATE, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
               WS-JRNL-RC
           SET SQ-CONFIRMED TO TRUE
           MOVE WS-RUN-DATE TO SQ-DECIDED-DATE
           MOVE WS-SIGNON-OPERATOR TO SQ-DECIDED-BY
           ADD 1 TO WS-CONFIRMED-COUNT
           DISPLAY "CONFIRMED - ACCOUNT ON SANCTIONS HOLD"
           .

       ClearOneMatch.
           MOVE SQ-ACCOUNT-NO TO SC-ACCOUNT-NO
           MOVE SQ-ENTRY-ID TO SC-ENTRY-ID
           MOVE SQ-NAME-KEY TO SC-NAME-KEY
           MOVE WS-RUN-DATE TO SC-CLEARED-DATE
           MOVE WS-SIGNON-OPERATOR TO SC-CLEARED-BY
           WRITE SC-RECORD
           IF WS-CLEARED-FILE-STATUS NOT = "00"
               DISPLAY "SANCLEAR WRITE FAILED, STATUS = "
                   WS-CLEARED-FILE-STATUS " - LEFT PENDING"
               ADD 1 TO WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF
           SET SQ-FALSE-POSITIVE TO TRUE
           MOVE WS-RUN-DATE TO SQ-DECIDED-DATE
           MOVE WS-SIGNON-OPERATOR TO SQ-DECIDED-BY
           ADD 1 TO WS-CLEARED-COUNT
           DISPLAY "CLEARED - WILL NOT ALERT AGAIN"
           .

       COPY RUNDATE.
       END PROGRAM SANREVW.
