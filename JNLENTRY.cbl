      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manual journal entry screen - the controlled way to
      *          put an adjusting entry into the ledger instead of
      *          appending lines to GLPOSTF by hand.  A maintenance-
      *          role operator keys a multi-line entry; it must
      *          balance, every account must be active on GLCHART and
      *          the date must fall after the last period GLCLOSE
      *          locked on GLPERIOD.  A good entry is held on the
      *          GLJPEND pending file with the preparer stamped on
      *          every line until a different operator releases it
      *          through JNLAPPR.  The preparer may change a pending
      *          entry.  Every create and change is journaled to
      *          SECJRNL with the entry number and the time of day.
      *          While the BATCHWIN batch window is open the pending
      *          entries can be listed but none created or changed,
      *          unless the operator holds an emergency override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JNLENTRY.
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
       01 WS-SIGNON-ROLE PIC X VALUE "M".
       01 WS-SIGNON-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "C".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-PENDING-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PENDING-FILE-OK VALUE "00".
           88 WS-PENDING-FILE-EOF VALUE "10".
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HISTORY-FILE-OK VALUE "00".
           88 WS-HISTORY-FILE-EOF VALUE "10".
       01 WS-CHART-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CHART-FILE-OK VALUE "00".
           88 WS-CHART-FILE-EOF VALUE "10".
       01 WS-PERIOD-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PERIOD-FILE-OK VALUE "00".
           88 WS-PERIOD-FILE-EOF VALUE "10".
       01 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-OPTION PIC X VALUE SPACE.
           88 OPTION-CREATE VALUE "C".
           88 OPTION-CHANGE VALUE "M".
           88 OPTION-LIST   VALUE "L".
           88 OPTION-QUIT   VALUE "Q".
      *>   Every line on GLJPEND, held so a change can replace an
      *>   entry's lines and the file be written back whole.
       01 PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 0 TO 999 TIMES
               DEPENDING ON PENDING-COUNT
               INDEXED BY PND-IDX.
               10 PT-LINE PIC X(66).
       01 PENDING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-KEEP-COUNT PIC 9(3) VALUE ZERO.
      *>   Active GLCHART codes; an empty or missing chart validates
      *>   nothing, the same rule GLPOST applies.
       01 CHART-TABLE.
           05 CHART-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON CHART-COUNT
               INDEXED BY CHT-IDX.
               10 CH-CODE PIC X(8).
               10 CH-DESC PIC X(20).
       01 CHART-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CHART-ON-FILE PIC X VALUE "N".
       01 WS-ACCOUNT-FOUND PIC X VALUE "N".
       01 WS-CLOSED-THRU PIC 9(6) VALUE ZERO.
      *>   The entry being keyed.
       01 ENTRY-TABLE.
           05 ENTRY-LINE OCCURS 20 TIMES INDEXED BY ENT-IDX.
               10 EL-ACCOUNT PIC X(8).
               10 EL-DC PIC X(1).
               10 EL-AMOUNT PIC S9(9)V99.
       01 ENTRY-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-ENTRY-DATE PIC 9(8) VALUE ZERO.
       01 WS-ENTRY-DESC PIC X(20) VALUE SPACES.
       01 WS-ENTRY-NO PIC 9(6) VALUE ZERO.
       01 WS-NEXT-ENTRY-NO PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-VALID PIC X VALUE "Y".
           88 ENTRY-IS-VALID VALUE "Y".
       01 WS-MORE-LINES PIC X VALUE "Y".
       01 WS-DEBIT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-ENTRY-FOUND PIC X VALUE "N".
       01 WS-ACCOUNT-TEXT PIC X(8) VALUE SPACES.
       01 WS-DC-TEXT PIC X VALUE SPACE.
       01 WS-AMOUNT-TEXT PIC X(11) VALUE SPACES.
       01 WS-AMOUNT-CENTS PIC 9(11) VALUE ZERO.
       01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
       01 WS-ENTRY-NO-TEXT PIC X(6) VALUE SPACES.
       01 WS-ENTRY-PERIOD PIC 9(6) VALUE ZERO.
      *>   DATECALC parameter set, used to validate the entry date.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
       01 WS-CREATED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(5) VALUE ZERO.
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
           MOVE "JNLENTRY" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
      *>    Keying ledger entries changes the books, so the operator
      *>    needs the maintenance role; releasing them needs another.
           MOVE "M" TO WS-SIGNON-ROLE
           CALL "SIGNON" USING WS-RUN-PROGRAM-ID, WS-SIGNON-ROLE,
               WS-SIGNON-OPERATOR, WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               DISPLAY "JNLENTRY UNAVAILABLE WITHOUT SIGN-ON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           PERFORM LoadPendingEntries
           PERFORM FindNextEntryNumber
           PERFORM LoadChartCodes
           PERFORM LoadClosedPeriod
           PERFORM UNTIL OPTION-QUIT
               DISPLAY "JOURNAL (C-CREATE M-CHANGE L-LIST Q-QUIT) - "
                   WITH NO ADVANCING
               ACCEPT WS-OPTION
      *>        The session re-validates before every action; idle
      *>        too long means back through SIGNON or out.
               MOVE "C" TO WS-SESSION-FUNC
               CALL "SESSCHK" USING WS-SESSION-FUNC,
                   WS-SIGNON-OPERATOR, WS-SESSION-RC
               IF WS-SESSION-RC = 1
                   DISPLAY "SESSION TIMED OUT - SIGN ON AGAIN"
                   CALL "SIGNON" USING WS-RUN-PROGRAM-ID,
                       WS-SIGNON-ROLE, WS-SIGNON-OPERATOR,
                       WS-SIGNON-RC
                   IF WS-SIGNON-RC NOT = 0
                       SET OPTION-QUIT TO TRUE
                   END-IF
               END-IF
      *>        So is the batch window: while the overnight run holds
      *>        the ledger only the list is open.
               CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
                   WS-SIGNON-OPERATOR, WS-WINDOW-RC
               IF WINDOW-INQUIRY-ONLY
                       AND (OPTION-CREATE OR OPTION-CHANGE)
                   DISPLAY "BATCH WINDOW OPEN - NO ENTRIES CREATED OR "
                       "CHANGED UNTIL IT CLOSES"
                   MOVE "L" TO WS-OPTION
               END-IF
               EVALUATE TRUE
                   WHEN OPTION-CREATE PERFORM CreateOneEntry
                   WHEN OPTION-CHANGE PERFORM ChangeOneEntry
                   WHEN OPTION-LIST PERFORM ListPendingEntries
                   WHEN OPTION-QUIT CONTINUE
                   WHEN OTHER DISPLAY "UNRECOGNIZED OPTION "
                       WS-OPTION
               END-EVALUATE
           END-PERFORM
           DISPLAY "ENTRIES CREATED : " WS-CREATED-COUNT
           DISPLAY "ENTRIES CHANGED : " WS-CHANGED-COUNT
           MOVE "E" TO WS-SESSION-FUNC
           CALL "SESSCHK" USING WS-SESSION-FUNC,
               WS-SIGNON-OPERATOR, WS-SESSION-RC
           STOP RUN.

       LoadPendingEntries.
           MOVE ZERO TO PENDING-COUNT
           OPEN INPUT PENDING-FILE
           IF NOT WS-PENDING-FILE-OK
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
                               "LINES - RELEASE SOME FIRST"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           .

      *>----------------------------------------------------------------
      *> FindNextEntryNumber - entry numbers never repeat: the next
      *> one is past every number still pending and every number
      *> already released or rejected onto GLJHIST.
      *>----------------------------------------------------------------
       FindNextEntryNumber.
           MOVE ZERO TO WS-NEXT-ENTRY-NO
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PENDING-COUNT
               MOVE PT-LINE (PND-IDX) TO JE-RECORD
               IF JE-ENTRY-NO > WS-NEXT-ENTRY-NO
                   MOVE JE-ENTRY-NO TO WS-NEXT-ENTRY-NO
               END-IF
           END-PERFORM
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-OK
               PERFORM UNTIL WS-HISTORY-FILE-EOF
                   READ HISTORY-FILE
                       AT END SET WS-HISTORY-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE HISTORY-FILE-RECORD TO JE-RECORD
                           IF JE-ENTRY-NO NUMERIC
                                   AND JE-ENTRY-NO > WS-NEXT-ENTRY-NO
                               MOVE JE-ENTRY-NO TO WS-NEXT-ENTRY-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HISTORY-FILE-STATUS = "05"
                   CLOSE HISTORY-FILE
               END-IF
           END-IF
           ADD 1 TO WS-NEXT-ENTRY-NO
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
                               MOVE CA-DESC TO CH-DESC (CHT-IDX)
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

      *>    The latest period on GLPERIOD is locked through, as in
      *>    GLPOST; an entry must be dated after it.
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

       CreateOneEntry.
           PERFORM KeyOneEntry
           IF NOT ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF
           IF PENDING-COUNT + ENTRY-LINE-COUNT > 999
               DISPLAY "PENDING FILE FULL - ENTRY NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-ENTRY-NO TO WS-ENTRY-NO
           ADD 1 TO WS-NEXT-ENTRY-NO
           PERFORM AddEntryLines
           PERFORM SavePendingEntries
           ADD 1 TO WS-CREATED-COUNT
           MOVE "JE-CREATE" TO JL-EVENT
           PERFORM WriteJournalLine
           DISPLAY "ENTRY " WS-ENTRY-NO " HELD FOR APPROVAL"
           .

      *>----------------------------------------------------------------
      *> ChangeOneEntry - only the preparer may change a pending
      *> entry; the new lines replace the old ones under the same
      *> entry number and still need another operator's release.
      *>----------------------------------------------------------------
       ChangeOneEntry.
           DISPLAY "ENTRY NUMBER - " WITH NO ADVANCING
           ACCEPT WS-ENTRY-NO-TEXT
           IF WS-ENTRY-NO-TEXT NOT NUMERIC
               DISPLAY "ENTRY NUMBER MUST BE ALL DIGITS"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-NO-TEXT TO WS-ENTRY-NO
           MOVE "N" TO WS-ENTRY-FOUND
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PENDING-COUNT
               MOVE PT-LINE (PND-IDX) TO JE-RECORD
               IF JE-ENTRY-NO = WS-ENTRY-NO
                   IF WS-ENTRY-FOUND = "N"
                       MOVE "Y" TO WS-ENTRY-FOUND
                       IF JE-PREPARED-BY NOT = WS-SIGNON-OPERATOR
                           MOVE "X" TO WS-ENTRY-FOUND
                       END-IF
                   END-IF
                   PERFORM ShowOnePendingLine
               END-IF
           END-PERFORM
           EVALUATE WS-ENTRY-FOUND
               WHEN "N"
                   DISPLAY "ENTRY " WS-ENTRY-NO " IS NOT PENDING"
                   EXIT PARAGRAPH
               WHEN "X"
                   DISPLAY "ONLY THE PREPARER MAY CHANGE AN ENTRY"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "RE-KEY THE ENTRY"
           PERFORM KeyOneEntry
           IF NOT ENTRY-IS-VALID
               DISPLAY "ENTRY " WS-ENTRY-NO " LEFT UNCHANGED"
               EXIT PARAGRAPH
           END-IF
           PERFORM DropEntryLines
           IF PENDING-COUNT + ENTRY-LINE-COUNT > 999
               DISPLAY "PENDING FILE FULL - ENTRY NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           PERFORM AddEntryLines
           PERFORM SavePendingEntries
           ADD 1 TO WS-CHANGED-COUNT
           MOVE "JE-CHANGE" TO JL-EVENT
           PERFORM WriteJournalLine
           DISPLAY "ENTRY " WS-ENTRY-NO " CHANGED"
           .

      *>----------------------------------------------------------------
      *> KeyOneEntry - date, description and up to twenty lines; the
      *> entry is good only if every line is good, there are at
      *> least two, and the debits equal the credits.
      *>----------------------------------------------------------------
       KeyOneEntry.
           MOVE "Y" TO WS-ENTRY-VALID
           MOVE ZERO TO ENTRY-LINE-COUNT
           MOVE ZEROS TO WS-DEBIT-TOTAL WS-CREDIT-TOTAL
           DISPLAY "ENTRY DATE (YYYYMMDD) - " WITH NO ADVANCING
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT NOT NUMERIC
               DISPLAY "DATE MUST BE ALL DIGITS"
               MOVE "N" TO WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-TEXT TO WS-ENTRY-DATE
           MOVE "V" TO WS-DATE-FUNCTION
           MOVE WS-ENTRY-DATE TO WS-DATE-1
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0
               DISPLAY "DATE IS NOT A VALID CALENDAR DAY"
               MOVE "N" TO WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-DATE (1:6) TO WS-ENTRY-PERIOD
           IF WS-ENTRY-PERIOD NOT > WS-CLOSED-THRU
               DISPLAY "PERIOD " WS-ENTRY-PERIOD " IS CLOSED - "
                   "CLOSED THROUGH " WS-CLOSED-THRU
               MOVE "N" TO WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIPTION - " WITH NO ADVANCING
           ACCEPT WS-ENTRY-DESC
           IF WS-ENTRY-DESC = SPACES
               DISPLAY "DESCRIPTION MAY NOT BE BLANK"
               MOVE "N" TO WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-MORE-LINES
           PERFORM UNTIL WS-MORE-LINES = "N" OR NOT ENTRY-IS-VALID
               IF ENTRY-LINE-COUNT >= 20
                   MOVE "N" TO WS-MORE-LINES
               ELSE
                   PERFORM KeyOneLine
               END-IF
           END-PERFORM
           IF NOT ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEBIT-TOTAL TO WS-EDITED-DEBIT
           MOVE WS-CREDIT-TOTAL TO WS-EDITED-CREDIT
           DISPLAY "DEBITS " WS-EDITED-DEBIT "  CREDITS "
               WS-EDITED-CREDIT
           IF ENTRY-LINE-COUNT < 2
               DISPLAY "AN ENTRY NEEDS AT LEAST TWO LINES"
               MOVE "N" TO WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "ENTRY DOES NOT BALANCE - NOT SAVED"
               MOVE "N" TO WS-ENTRY-VALID
           END-IF
           .

       KeyOneLine.
           DISPLAY "LINE ACCOUNT (BLANK TO END) - "
               WITH NO ADVANCING
           ACCEPT WS-ACCOUNT-TEXT
           IF WS-ACCOUNT-TEXT = SPACES
               MOVE "N" TO WS-MORE-LINES
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckChartCode
           IF WS-ACCOUNT-FOUND = "N"
               DISPLAY "ACCOUNT " WS-ACCOUNT-TEXT
                   " NOT ACTIVE ON GLCHART"
               MOVE "N" TO WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DEBIT OR CREDIT (D/C) - " WITH NO ADVANCING
           ACCEPT WS-DC-TEXT
           IF WS-DC-TEXT NOT = "D" AND WS-DC-TEXT NOT = "C"
               DISPLAY "ENTER D OR C"
               MOVE "N" TO WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AMOUNT IN CENTS - " WITH NO ADVANCING
           ACCEPT WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT NOT NUMERIC
               DISPLAY "AMOUNT MUST BE ALL DIGITS"
               MOVE "N" TO WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT-TEXT TO WS-AMOUNT-CENTS
           IF WS-AMOUNT-CENTS = ZERO
               DISPLAY "AMOUNT MAY NOT BE ZERO"
               MOVE "N" TO WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENTRY-LINE-COUNT
           SET ENT-IDX TO ENTRY-LINE-COUNT
           MOVE WS-ACCOUNT-TEXT TO EL-ACCOUNT (ENT-IDX)
           MOVE WS-DC-TEXT TO EL-DC (ENT-IDX)
           COMPUTE EL-AMOUNT (ENT-IDX) = WS-AMOUNT-CENTS / 100
           IF WS-DC-TEXT = "D"
               ADD EL-AMOUNT (ENT-IDX) TO WS-DEBIT-TOTAL
           ELSE
               ADD EL-AMOUNT (ENT-IDX) TO WS-CREDIT-TOTAL
           END-IF
           .

       CheckChartCode.
           MOVE "N" TO WS-ACCOUNT-FOUND
           IF WS-CHART-ON-FILE = "N"
               MOVE "Y" TO WS-ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > CHART-COUNT
               IF CH-CODE (CHT-IDX) = WS-ACCOUNT-TEXT
                   MOVE "Y" TO WS-ACCOUNT-FOUND
                   DISPLAY "  " CH-DESC (CHT-IDX)
               END-IF
           END-PERFORM
           .

       AddEntryLines.
           PERFORM VARYING ENT-IDX FROM 1 BY 1
                   UNTIL ENT-IDX > ENTRY-LINE-COUNT
               MOVE SPACES TO JE-RECORD
               MOVE WS-ENTRY-NO TO JE-ENTRY-NO
               SET JE-LINE-NO TO ENT-IDX
               MOVE WS-ENTRY-DATE TO JE-DATE
               MOVE EL-ACCOUNT (ENT-IDX) TO JE-ACCOUNT-CODE
               MOVE EL-DC (ENT-IDX) TO JE-DC
               MOVE EL-AMOUNT (ENT-IDX) TO JE-AMOUNT
               MOVE WS-ENTRY-DESC TO JE-DESC
               MOVE WS-SIGNON-OPERATOR TO JE-PREPARED-BY
               MOVE ZEROS TO JE-APPROVED-BY
               SET JE-PENDING TO TRUE
               ADD 1 TO PENDING-COUNT
               MOVE JE-RECORD TO PT-LINE (PENDING-COUNT)
           END-PERFORM
           .

      *>    Closes the gap the entry's old lines leave in the table.
       DropEntryLines.
           MOVE ZERO TO WS-KEEP-COUNT
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PENDING-COUNT
               MOVE PT-LINE (PND-IDX) TO JE-RECORD
               IF JE-ENTRY-NO NOT = WS-ENTRY-NO
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE PT-LINE (PND-IDX) TO PT-LINE (WS-KEEP-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO PENDING-COUNT
           .

      *>    Written back whole after every action, so nothing keyed
      *>    is lost to a timed-out session.
       SavePendingEntries.
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
           .

       ListPendingEntries.
           IF PENDING-COUNT = ZERO
               DISPLAY "NO ENTRIES PENDING"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PENDING-COUNT
               MOVE PT-LINE (PND-IDX) TO JE-RECORD
               PERFORM ShowOnePendingLine
           END-PERFORM
           .

       ShowOnePendingLine.
           MOVE JE-AMOUNT TO WS-EDITED-AMOUNT
           DISPLAY JE-ENTRY-NO "/" JE-LINE-NO " " JE-DATE " "
               JE-ACCOUNT-CODE " " JE-DC " " WS-EDITED-AMOUNT " "
               JE-DESC " BY " JE-PREPARED-BY
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
       END PROGRAM JNLENTRY.
