      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manual journal approval screen - an operator with
      *          the admin (approver) role works the entries JNLENTRY
      *          holds on GLJPEND.  The approver can never be the
      *          preparer.  Each entry is checked again before it can
      *          be released - still balanced, every account still
      *          active on GLCHART, its period still open on GLPERIOD
      *          - and a released entry goes through GLPOST line by
      *          line as GL-SOURCE MANUALJE.  A released or rejected
      *          entry leaves GLJPEND for the GLJHIST history with
      *          the approver and the verdict stamped on its lines,
      *          and either decision is journaled to SECJRNL with
      *          the time of day.  Skipped entries stay pending.
      *          While the BATCHWIN batch window is open every entry
      *          is shown but left pending, unless the operator holds
      *          an emergency override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JNLAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "GLJPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "GLJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OPTIONAL CHART-FILE ASSIGN TO "GLCHART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "SECJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-RECORD PIC X(66).
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD PIC X(66).
       FD  CHART-FILE.
       COPY COAREC.
       FD  PERIOD-FILE.
       01  PERIOD-FILE-RECORD.
           05 PF-PERIOD PIC 9(6).
       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD PIC X(50).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY JEREC.
       COPY GLREC.
       01 WS-SIGNON-ROLE PIC X VALUE "A".
       01 WS-SIGNON-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-PENDING-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PENDING-FILE-OK VALUE "00".
           88 WS-PENDING-FILE-EOF VALUE "10".
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CHART-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CHART-FILE-OK VALUE "00".
           88 WS-CHART-FILE-EOF VALUE "10".
       01 WS-PERIOD-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PERIOD-FILE-OK VALUE "00".
           88 WS-PERIOD-FILE-EOF VALUE "10".
       01 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GL-RC PIC 9 VALUE ZERO.
      *>   Every line on GLJPEND; a decided entry's lines are taken
      *>   out and the file written back after each decision.
       01 PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 0 TO 999 TIMES
               DEPENDING ON PENDING-COUNT
               INDEXED BY PND-IDX.
               10 PT-LINE PIC X(66).
       01 PENDING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-KEEP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-START PIC 9(4) VALUE ZERO.
       01 WS-ENTRY-END PIC 9(4) VALUE ZERO.
       01 WS-LINE-SUB PIC 9(4) VALUE ZERO.
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
       01 WS-CLOSED-THRU PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-NO PIC 9(6) VALUE ZERO.
       01 WS-PREPARED-BY PIC 9(4) VALUE ZERO.
       01 WS-DEBIT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-ENTRY-PROBLEM PIC X(40) VALUE SPACES.
       01 WS-ACTION PIC X VALUE SPACE.
       01 WS-VERDICT PIC X VALUE SPACE.
       01 WS-SHOWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CARRIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC --,---,--9.99.
       01 WS-EDITED-DEBIT PIC --,---,---,--9.99.
       01 WS-EDITED-CREDIT PIC --,---,---,--9.99.
       01 WS-JOURNAL-LINE.
           05 JL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-USER-ID PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-EVENT PIC X(12).
           05 JL-ENTRY-NO PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 JL-TIME PIC 9(6).
       01 WS-JOURNAL-TIME PIC 9(8) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "JNLAPPR " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
      *>    Releasing an entry into the ledger is the approver's act,
      *>    so only the admin role will do.
           MOVE "A" TO WS-SIGNON-ROLE
           CALL "SIGNON" USING WS-RUN-PROGRAM-ID, WS-SIGNON-ROLE,
               WS-SIGNON-OPERATOR, WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               DISPLAY "JNLAPPR UNAVAILABLE WITHOUT SIGN-ON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           PERFORM LoadPendingEntries
           PERFORM LoadChartCodes
           PERFORM LoadClosedPeriod
           MOVE 1 TO WS-ENTRY-START
           PERFORM UNTIL WS-ENTRY-START > PENDING-COUNT
               PERFORM WorkOneEntry
           END-PERFORM
           DISPLAY "ENTRIES SHOWN : " WS-SHOWN-COUNT
           DISPLAY "RELEASED      : " WS-RELEASED-COUNT
           DISPLAY "REJECTED      : " WS-REJECTED-COUNT
           DISPLAY "STILL PENDING : " WS-CARRIED-COUNT
      *>    The session ends when the operator leaves, so the next
      *>    same-day sign-on is not refused as a duplicate.
           MOVE "E" TO WS-SESSION-FUNC
           CALL "SESSCHK" USING WS-SESSION-FUNC,
               WS-SIGNON-OPERATOR, WS-SESSION-RC
           STOP RUN.

       LoadPendingEntries.
           MOVE ZERO TO PENDING-COUNT
           OPEN INPUT PENDING-FILE
           IF NOT WS-PENDING-FILE-OK
               DISPLAY "GLJPEND NOT AVAILABLE, STATUS = "
                   WS-PENDING-FILE-STATUS
               IF WS-PENDING-FILE-STATUS = "05"
                   CLOSE PENDING-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENDING-FILE-EOF
               READ PENDING-FILE
                   AT END SET WS-PENDING-FILE-EOF TO TRUE
                   NOT AT END
                       IF PENDING-COUNT < 999
                           ADD 1 TO PENDING-COUNT
                           MOVE PENDING-FILE-RECORD
                               TO PT-LINE (PENDING-COUNT)
                       ELSE
                           DISPLAY "GLJPEND HOLDS MORE THAN 999 "
                               "LINES - RUN REFUSED"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           .

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

       LoadClosedPeriod.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-FILE-OK
               PERFORM UNTIL WS-PERIOD-FILE-EOF
                   READ PERIOD-FILE
                       AT END SET WS-PERIOD-FILE-EOF TO TRUE
                       NOT AT END
                           IF PF-PERIOD NUMERIC
                                   AND PF-PERIOD > WS-CLOSED-THRU
                               MOVE PF-PERIOD TO WS-CLOSED-THRU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           ELSE
               IF WS-PERIOD-FILE-STATUS = "05"
                   CLOSE PERIOD-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> WorkOneEntry - the entry's lines run from WS-ENTRY-START to
      *> WS-ENTRY-END.  A decided entry is taken out of the table so
      *> the next one slides into WS-ENTRY-START; a skipped one is
      *> stepped over.
      *>----------------------------------------------------------------
       WorkOneEntry.
           ADD 1 TO WS-SHOWN-COUNT
           MOVE PT-LINE (WS-ENTRY-START) TO JE-RECORD
           MOVE JE-ENTRY-NO TO WS-ENTRY-NO
           MOVE JE-PREPARED-BY TO WS-PREPARED-BY
           MOVE JE-DATE (1:6) TO WS-ENTRY-PERIOD
           MOVE ZEROS TO WS-DEBIT-TOTAL WS-CREDIT-TOTAL
           MOVE SPACES TO WS-ENTRY-PROBLEM
           DISPLAY "------------------------------------------"
           DISPLAY "ENTRY    : " WS-ENTRY-NO "  DATED " JE-DATE
           DISPLAY "DESC     : " JE-DESC
           DISPLAY "PREPARED : " WS-PREPARED-BY
           MOVE WS-ENTRY-START TO WS-LINE-SUB
           PERFORM UNTIL WS-LINE-SUB > PENDING-COUNT
               MOVE PT-LINE (WS-LINE-SUB) TO JE-RECORD
               IF JE-ENTRY-NO NOT = WS-ENTRY-NO
                   EXIT PERFORM
               END-IF
               PERFORM CheckOneLine
               MOVE WS-LINE-SUB TO WS-ENTRY-END
               ADD 1 TO WS-LINE-SUB
           END-PERFORM
           MOVE WS-DEBIT-TOTAL TO WS-EDITED-DEBIT
           MOVE WS-CREDIT-TOTAL TO WS-EDITED-CREDIT
           DISPLAY "DEBITS " WS-EDITED-DEBIT "  CREDITS "
               WS-EDITED-CREDIT
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "ENTRY DOES NOT BALANCE" TO WS-ENTRY-PROBLEM
           END-IF
           IF WS-ENTRY-PERIOD NOT > WS-CLOSED-THRU
               MOVE "PERIOD CLOSED SINCE IT WAS KEYED"
                   TO WS-ENTRY-PROBLEM
           END-IF
      *>    The control itself: the preparer cannot release their
      *>    own entry, whatever their role.
           IF WS-PREPARED-BY = WS-SIGNON-OPERATOR
               DISPLAY "YOU PREPARED THIS ENTRY - ANOTHER "
                   "OPERATOR MUST APPROVE IT"
               PERFORM CarryOneEntry
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-PROBLEM NOT = SPACES
               DISPLAY "*** " WS-ENTRY-PROBLEM " - MAY ONLY BE "
                   "REJECTED ***"
               DISPLAY "ACTION (R-REJECT S-SKIP) - "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "ACTION (A-APPROVE R-REJECT S-SKIP) - "
                   WITH NO ADVANCING
           END-IF
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
           EVALUATE TRUE
               WHEN WS-ACTION = "A" AND WS-ENTRY-PROBLEM = SPACES
                   PERFORM ReleaseOneEntry
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE "A" TO WS-VERDICT
                   MOVE "JE-APPROVE" TO JL-EVENT
                   PERFORM CloseOneEntry
                   DISPLAY "RELEASED TO THE LEDGER"
               WHEN WS-ACTION = "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO WS-VERDICT
                   MOVE "JE-REJECT" TO JL-EVENT
                   PERFORM CloseOneEntry
                   DISPLAY "REJECTED"
               WHEN OTHER
                   PERFORM CarryOneEntry
           END-EVALUATE
           .

       CheckOneLine.
           MOVE JE-AMOUNT TO WS-EDITED-AMOUNT
           DISPLAY "  " JE-LINE-NO " " JE-ACCOUNT-CODE " " JE-DC " "
               WS-EDITED-AMOUNT
           IF JE-DEBIT
               ADD JE-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD JE-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           IF WS-CHART-ON-FILE = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACCOUNT-FOUND
           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > CHART-COUNT
               IF CH-CODE (CHT-IDX) = JE-ACCOUNT-CODE
                   MOVE "Y" TO WS-ACCOUNT-FOUND
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-FOUND = "N"
               MOVE SPACES TO WS-ENTRY-PROBLEM
               STRING "ACCOUNT " JE-ACCOUNT-CODE " NOT ACTIVE"
                   DELIMITED BY SIZE INTO WS-ENTRY-PROBLEM
           END-IF
           .

      *>    Every line goes through GLPOST like any other feed.
       ReleaseOneEntry.
           PERFORM VARYING WS-LINE-SUB FROM WS-ENTRY-START BY 1
                   UNTIL WS-LINE-SUB > WS-ENTRY-END
               MOVE PT-LINE (WS-LINE-SUB) TO JE-RECORD
               MOVE SPACES TO GL-RECORD
               MOVE JE-DATE TO GL-DATE
               MOVE "MANUALJE" TO GL-SOURCE
               MOVE JE-ACCOUNT-CODE TO GL-ACCOUNT-CODE
               MOVE JE-DC TO GL-DC
               MOVE JE-AMOUNT TO GL-AMOUNT
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
               IF WS-GL-RC NOT = 0
                   DISPLAY "*** LINE " JE-LINE-NO " NOT POSTED, RC "
                       WS-GL-RC " - SEE EXCFILE ***"
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> CloseOneEntry - the decided lines go to GLJHIST with the
      *> approver and verdict, leave the table, and GLJPEND is
      *> written back at once so a released entry can never be
      *> offered again.
      *>----------------------------------------------------------------
       CloseOneEntry.
           OPEN EXTEND HISTORY-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
                   AND WS-HISTORY-FILE-STATUS NOT = "05"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM WS-ENTRY-START BY 1
                   UNTIL WS-LINE-SUB > WS-ENTRY-END
               MOVE PT-LINE (WS-LINE-SUB) TO JE-RECORD
               MOVE WS-SIGNON-OPERATOR TO JE-APPROVED-BY
               MOVE WS-VERDICT TO JE-STATUS
               WRITE HISTORY-FILE-RECORD FROM JE-RECORD
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "GLJHIST WRITE FAILED, STATUS = "
                       WS-HISTORY-FILE-STATUS
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE ZERO TO WS-KEEP-COUNT
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PENDING-COUNT
               IF PND-IDX < WS-ENTRY-START OR PND-IDX > WS-ENTRY-END
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE PT-LINE (PND-IDX) TO PT-LINE (WS-KEEP-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO PENDING-COUNT
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PENDING-COUNT
               WRITE PENDING-FILE-RECORD FROM PT-LINE (PND-IDX)
               IF WS-PENDING-FILE-STATUS NOT = "00"
                   DISPLAY "GLJPEND WRITE FAILED, STATUS = "
                       WS-PENDING-FILE-STATUS
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE
           PERFORM WriteJournalLine
           .

       CarryOneEntry.
           ADD 1 TO WS-CARRIED-COUNT
           COMPUTE WS-ENTRY-START = WS-ENTRY-END + 1
           .

       WriteJournalLine.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   AND WS-JOURNAL-FILE-STATUS NOT = "05"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE WS-RUN-DATE TO JL-DATE
           MOVE WS-SIGNON-OPERATOR TO JL-USER-ID
           MOVE WS-RUN-PROGRAM-ID TO JL-PROGRAM
           MOVE WS-ENTRY-NO TO JL-ENTRY-NO
      *>    Wall-clock time of the event, for the out-of-hours
      *>    review SECREVW runs over the journal.
           ACCEPT WS-JOURNAL-TIME FROM TIME
           MOVE WS-JOURNAL-TIME (1:6) TO JL-TIME
           WRITE JOURNAL-FILE-RECORD FROM WS-JOURNAL-LINE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "SECJRNL WRITE FAILED, STATUS = "
                   WS-JOURNAL-FILE-STATUS
           END-IF
           CLOSE JOURNAL-FILE
           .

       COPY RUNDATE.
       END PROGRAM JNLAPPR.
