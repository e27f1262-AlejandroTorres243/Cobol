      *          their resubmit file ahead of normal input).  A fixed
      *          exception is marked closed with who fixed it and
      *          when; the updated repository is written to EXCFILEO.
      *          No repair session starts while the BATCHWIN batch
      *          window is open, and one already running leaves the
      *          rest of the exceptions open once the window opens,
      *          unless the operator holds an emergency override.
      *          A corrected member record carries the payer account
      *          and termination reason too; a TERMINATE is refused
      *          without a keyable reason from the TERMRSN table.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  NEW-REPOSITORY.
       01  NEW-REPOSITORY-RECORD PIC X(215).
       FD  RESUBMIT-FILE.
       01  RESUBMIT-FILE-RECORD PIC X(36).
       FD  ACCT-RESUBMIT-FILE
           RECORD CONTAINS 170 CHARACTERS
           RECORDING MODE IS F
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-CORRECTED-RECORD.
           05  CR-ACTION PIC X(1).
           05  CR-MEMBER-ID PIC X(6).
           05  CR-CURRENCY-CODE PIC X(3).
           05  CR-PROVINCE-CODE PIC 9(2).
           05  CR-DD-FLAG PIC X(1).
           05  CR-PAYER-ACCOUNT PIC X(10).
           05  CR-TERM-REASON PIC X(2).
       01 WS-ACCT-RESUBMIT-STATUS PIC XX VALUE SPACES.
       01 WS-CORRECTED-ACCT-NO PIC X(8) VALUE SPACES.
       01 WS-REPAIRED-RECORD PIC X(170) VALUE SPACES.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
       01 WS-REASON-DESC PIC X(30) VALUE SPACES.
       01 WS-REASON-CATEGORY PIC X VALUE SPACE.
           88 WS-SYSTEM-REASON VALUE "S".
       01 WS-REASON-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "EXCFIX" TO WS-RUN-PROGRAM-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-SIGNON-PROGRAM,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           IF WINDOW-INQUIRY-ONLY
               DISPLAY "BATCH WINDOW OPEN - NO REPAIRS UNTIL IT CLOSES"
               MOVE 8 TO RETURN-CODE
               MOVE "E" TO WS-SESSION-FUNC
               CALL "SESSCHK" USING WS-SESSION-FUNC,
                   WS-SIGNON-OPERATOR, WS-SESSION-RC
               STOP RUN
           END-IF
           MOVE WS-SIGNON-OPERATOR TO W-OPERATOR
           OPEN OUTPUT NEW-REPOSITORY
           OPEN OUTPUT RESUBMIT-FILE
      *> the summary until its path exists.
      *>----------------------------------------------------------------
       WorkOneException.
      *>    The batch window is checked before every repair; once it
      *>    opens the exception is carried forward still open.
           IF EXC-OPEN
               CALL "BATCHWIN" USING WS-SIGNON-PROGRAM,
                   WS-SIGNON-OPERATOR, WS-WINDOW-RC
               IF WINDOW-INQUIRY-ONLY
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF EXC-OPEN AND EXC-REASON = "AC"
               PERFORM RepairAcctException
           END-IF
               ADD 1 TO WS-OPEN-COUNT
               DISPLAY "EXCEPTION FROM " EXC-SOURCE " DATED "
                   EXC-DATE
               DISPLAY "RECORD: " EXC-IMAGE (1:36)
               DISPLAY "ENTER CORRECTED RECORD (BLANK = SKIP) - "
                   WITH NO ADVANCING
               ACCEPT WS-CORRECTED-RECORD
                   END-IF
               END-IF
           END-IF
           IF WS-VALIDATION-ERROR = SPACES AND CR-ACTION = "T"
               IF CR-TERM-REASON = SPACES
                   MOVE "TERMINATION REASON REQUIRED"
                       TO WS-VALIDATION-ERROR
               ELSE
                   CALL "TRSLOOK" USING CR-TERM-REASON,
                       WS-REASON-DESC, WS-REASON-CATEGORY,
                       WS-REASON-RC
                   EVALUATE TRUE
                       WHEN WS-REASON-RC = 1
                           MOVE "UNKNOWN TERMINATION REASON"
                               TO WS-VALIDATION-ERROR
                       WHEN WS-REASON-RC = 2
                           MOVE "REASON TABLE NOT AVAILABLE"
                               TO WS-VALIDATION-ERROR
                       WHEN WS-SYSTEM-REASON
                           MOVE "SYSTEM REASON NOT KEYABLE"
                               TO WS-VALIDATION-ERROR
                   END-EVALUATE
               END-IF
           END-IF
           .

       COPY RUNDATE.
