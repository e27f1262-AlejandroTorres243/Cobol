      *          role, the department validates against DEPTDD, and
      *          every applied change writes a before/after audit
      *          line to BUDGAUD.  The maintained file writes to
      *          DEPTBUDO for the operator to swap in.  While the
      *          BATCHWIN batch window is open no add, change or
      *          delete is taken, unless the operator holds an
      *          emergency override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-BUDGET-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-BUDGET-FILE-OK VALUE "00".
           88 WS-BUDGET-FILE-EOF VALUE "10".
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           PERFORM LoadBudgetTable
           PERFORM LoadDepartmentCodes
           OPEN EXTEND AUDIT-FILE
               DISPLAY "ACTION (A-ADD C-CHANGE D-DELETE Q-QUIT) - "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION
      *>        The batch window is checked before every action.
               CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
                   WS-SIGNON-OPERATOR, WS-WINDOW-RC
               EVALUATE TRUE
                   WHEN ACTION-QUIT CONTINUE
                   WHEN WINDOW-INQUIRY-ONLY
                       DISPLAY "BATCH WINDOW OPEN - NO CHANGES UNTIL "
                           "IT CLOSES"
                   WHEN ACTION-ADD PERFORM AddBudget
                   WHEN ACTION-CHANGE PERFORM ChangeBudget
                   WHEN ACTION-DELETE PERFORM DeleteBudget
                   WHEN OTHER DISPLAY "UNRECOGNIZED ACTION "
                       WS-ACTION
               END-EVALUATE
