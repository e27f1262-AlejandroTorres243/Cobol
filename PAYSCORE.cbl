      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly payment behaviour scoring run - score every
      *          open CUSTMAST account 0-100 on how it has paid over
      *          the SCORPARM scoring window, band it A (best) to E
      *          (worst), and write the score, band and the date it
      *          last moved to CM-PAY-SCORE / CM-SCORE-BAND /
      *          CM-SCORE-DATE for CUSTINQ and the WORKQBLD queue
      *          ranking.  Timeliness comes off the TRNIDX history
      *          index: the account's charges are settled oldest
      *          first by its payments (and credits), and each charge
      *          settled by its TERMSTAB due date counts on time,
      *          each settled late or still unpaid past due counts
      *          late.  Broken promises on PROMISES, direct debit
      *          returns and credit notes on the history, and
      *          disputes raised on DISPUTES inside the window each
      *          take points off.  The SCORERPT distribution report
      *          shows the book by band against the previous run
      *          (kept on the SCOREHST history) and how many accounts
      *          moved from each band to each other band.  Closed
      *          accounts are left alone.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL HISTORY-INDEX
               ASSIGN TO "TRNIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HISTORY-INDEX-STATUS.
           SELECT OPTIONAL TERMS-FILE ASSIGN TO "TERMSTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FILE-STATUS.
           SELECT OPTIONAL PROMISE-FILE ASSIGN TO "PROMISES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMISE-FILE-STATUS.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT OPTIONAL SCORE-PARM-FILE ASSIGN TO "SCORPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-PARM-STATUS.
           SELECT OPTIONAL SCORE-HISTORY ASSIGN TO "SCOREHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-HISTORY-STATUS.
           SELECT SCORE-REPORT ASSIGN TO "SCORERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  HISTORY-INDEX
           RECORD CONTAINS 72 CHARACTERS.
       COPY THREC.
       FD  TERMS-FILE.
       COPY TRMREC.
       FD  PROMISE-FILE.
       01  PROMISE-FILE-RECORD PIC X(55).
       FD  DISPUTE-FILE.
       01  DISPUTE-FILE-RECORD PIC X(49).
      *>   Scoring window, in days back from the run date.
       FD  SCORE-PARM-FILE.
       01  SCORE-PARM-RECORD.
           05 SP-WINDOW-DAYS PIC 9(4).
      *>   One line per band per run: the accounts in the band and
      *>   the balance they carry.
       FD  SCORE-HISTORY.
       01  SCORE-HISTORY-RECORD.
           05 SH-RUN-DATE PIC 9(8).
           05 SH-BAND PIC X(1).
           05 SH-COUNT PIC 9(7).
           05 SH-BALANCE PIC S9(11)V99 SIGN LEADING SEPARATE.
       FD  SCORE-REPORT.
       01  SCORE-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY TRNREC.
       COPY PTPREC.
       COPY DSPREC.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK  VALUE "00".
           88 CM-STATUS-END VALUE "10".
       01 WS-HISTORY-INDEX-STATUS PIC XX VALUE SPACES.
           88 TH-STATUS-OK  VALUE "00".
           88 TH-STATUS-END VALUE "10".
       01 WS-TERMS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-TERMS-FILE-OK VALUE "00".
           88 WS-TERMS-FILE-EOF VALUE "10".
       01 WS-PROMISE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PROMISE-FILE-OK VALUE "00".
           88 WS-PROMISE-FILE-EOF VALUE "10".
       01 WS-DISPUTE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-DISPUTE-FILE-OK VALUE "00".
           88 WS-DISPUTE-FILE-EOF VALUE "10".
       01 WS-SCORE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-SCORE-PARM-OK VALUE "00".
       01 WS-SCORE-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-SCORE-HISTORY-OK VALUE "00".
           88 WS-SCORE-HISTORY-EOF VALUE "10".
       01 WS-SCORE-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   A year of behaviour unless SCORPARM says otherwise.
       01 WS-WINDOW-DAYS PIC 9(4) VALUE 365.
       01 WS-WINDOW-START PIC 9(8) VALUE ZERO.
      *>   Score make-up: every account starts from the base, earns
      *>   up to the timeliness points in proportion to the charges
      *>   it settled on time (half of them when nothing settled in
      *>   the window), and loses points per adverse event up to a
      *>   cap for each kind.
       01 WS-BASE-POINTS PIC 9(3) VALUE 55.
       01 WS-TIMELY-POINTS PIC 9(3) VALUE 45.
       01 WS-NO-HISTORY-POINTS PIC 9(3) VALUE 22.
       01 WS-BROKEN-POINTS PIC 9(3) VALUE 10.
       01 WS-BROKEN-CAP PIC 9(3) VALUE 30.
       01 WS-RETURN-POINTS PIC 9(3) VALUE 8.
       01 WS-RETURN-CAP PIC 9(3) VALUE 24.
       01 WS-DISPUTE-POINTS PIC 9(3) VALUE 5.
       01 WS-DISPUTE-CAP PIC 9(3) VALUE 15.
       01 WS-CREDIT-POINTS PIC 9(3) VALUE 3.
       01 WS-CREDIT-CAP PIC 9(3) VALUE 9.
      *>   Band floors: A 80 and up, B 65, C 50, D 30, E below.
       01 BAND-FLOOR-VALUES.
           05 FILLER PIC X(4) VALUE "A080".
           05 FILLER PIC X(4) VALUE "B065".
           05 FILLER PIC X(4) VALUE "C050".
           05 FILLER PIC X(4) VALUE "D030".
           05 FILLER PIC X(4) VALUE "E000".
       01 BAND-FLOOR-TABLE REDEFINES BAND-FLOOR-VALUES.
           05 BAND-FLOOR-ENTRY OCCURS 5 TIMES.
               10 BF-BAND PIC X(1).
               10 BF-FLOOR PIC 9(3).
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
      *>   TERMSTAB due days per terms code; an account with no
      *>   terms (or a code not on the table) is due in 30 days.
       01 TERMS-TABLE.
           05 TERMS-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON TERMS-COUNT
               INDEXED BY TM-IDX.
               10 TT-TERMS-CODE PIC X(2).
               10 TT-DUE-DAYS PIC 9(3).
       01 TERMS-COUNT PIC 9(2) VALUE ZERO.
       01 WS-DUE-DAYS PIC 9(3) VALUE 30.
      *>   Broken promises and disputes raised inside the window,
      *>   counted per account.
       01 EVENT-TABLE.
           05 EVENT-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON EVENT-COUNT
               INDEXED BY EV-IDX.
               10 EV-ACCOUNT-NO PIC 9(10).
               10 EV-BROKEN PIC 9(3).
               10 EV-DISPUTES PIC 9(3).
       01 EVENT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EVENT-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-EVENT-FOUND PIC X VALUE "N".
      *>   The account's open charges, oldest first, as payments and
      *>   credits settle them.
       01 CHARGE-QUEUE.
           05 CHARGE-ENTRY OCCURS 200 TIMES.
               10 CQ-DUE-DATE PIC 9(8).
               10 CQ-REMAINING PIC S9(9)V99.
       01 WS-CQ-HEAD PIC 9(3) VALUE ZERO.
       01 WS-CQ-TAIL PIC 9(3) VALUE ZERO.
       01 WS-APPLY-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-APPLY-KIND PIC X VALUE SPACE.
           88 APPLY-PAYMENT VALUE "P".
           88 APPLY-CREDIT VALUE "C".
      *>   One account's behaviour over the window.
       01 WS-ON-TIME-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RETURN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CREDIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BROKEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DISPUTE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SETTLED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EARNED PIC 9(3) VALUE ZERO.
       01 WS-DEDUCTION PIC 9(3) VALUE ZERO.
       01 WS-DEDUCT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-SCORE PIC S9(4) VALUE ZERO.
       01 WS-NEW-SCORE PIC 9(3) VALUE ZERO.
       01 WS-NEW-BAND PIC X VALUE SPACE.
       01 WS-LOOKUP-BAND PIC X VALUE SPACE.
       01 WS-BAND-SUB PIC 9 VALUE ZERO.
       01 WS-FLOOR-SUB PIC 9 VALUE ZERO.
       01 WS-OLD-SUB PIC 9 VALUE ZERO.
      *>   Distribution this run and at the previous run, and the
      *>   band-to-band movement (row 6 = not scored before).
       01 DISTRIBUTION-TABLE.
           05 DISTRIBUTION-ENTRY OCCURS 5 TIMES.
               10 DT-COUNT PIC 9(7).
               10 DT-BALANCE PIC S9(11)V99.
               10 DT-PRIOR-COUNT PIC 9(7).
               10 DT-PRIOR-BALANCE PIC S9(11)V99.
       01 MIGRATION-TABLE.
           05 MIGRATION-ROW OCCURS 6 TIMES.
               10 MG-COUNT PIC 9(7) OCCURS 5 TIMES.
       01 WS-PRIOR-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-COL-SUB PIC 9 VALUE ZERO.
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       01 WS-SCANNED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CLOSED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SCORED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PERCENT PIC 9(3)V9 VALUE ZERO.
       01 WS-HEADING-LINE.
           05 FILLER PIC X(40)
               VALUE "PAYMENT SCORE DISTRIBUTION".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HL-RUN-DATE PIC 9(8).
       01 WS-PRIOR-LINE.
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "PREVIOUS: ".
           05 PL-PRIOR-DATE PIC X(8).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(9) VALUE "BAND".
           05 FILLER PIC X(10) VALUE "  ACCOUNTS".
           05 FILLER PIC X(7) VALUE "    PCT".
           05 FILLER PIC X(18) VALUE "           BALANCE".
           05 FILLER PIC X(10) VALUE "  PREVIOUS".
           05 FILLER PIC X(9) VALUE "   CHANGE".
       01 WS-DETAIL-LINE.
           05 DL-BAND PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-RANGE PIC X(7).
           05 DL-COUNT PIC Z(9)9.
           05 DL-PERCENT PIC ZZZZ9.9.
           05 DL-BALANCE PIC -(13)9.99.
           05 DL-PRIOR-COUNT PIC Z(9)9.
           05 DL-CHANGE PIC -(8)9.
       01 WS-MIGRATION-HEAD.
           05 FILLER PIC X(12) VALUE "FROM \ TO".
           05 FILLER PIC X(10) VALUE "         A".
           05 FILLER PIC X(10) VALUE "         B".
           05 FILLER PIC X(10) VALUE "         C".
           05 FILLER PIC X(10) VALUE "         D".
           05 FILLER PIC X(10) VALUE "         E".
       01 WS-MIGRATION-LINE.
           05 ML-FROM PIC X(12).
           05 ML-COUNT PIC Z(9)9 OCCURS 5 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PAYSCORE" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetScoreParms
           PERFORM LoadTermsTable
           PERFORM LoadBrokenPromises
           PERFORM LoadDisputes
           PERFORM LoadPriorDistribution
      *>    Without the history index there is no payment record to
      *>    judge, so nothing is scored.
           OPEN INPUT HISTORY-INDEX
           IF NOT TH-STATUS-OK
               DISPLAY "TRNIDX NOT AVAILABLE, STATUS = "
                   WS-HISTORY-INDEX-STATUS " - NOTHING SCORED"
               MOVE 8 TO RETURN-CODE
               PERFORM WriteControlRecord
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               CLOSE HISTORY-INDEX
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CM-STATUS-END
               READ CUSTOMER-MASTER NEXT
                   AT END SET CM-STATUS-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCANNED-COUNT
                       IF CM-ACCT-CLOSED
                           ADD 1 TO WS-CLOSED-COUNT
                       ELSE
                           PERFORM ScoreOneAccount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER HISTORY-INDEX
           PERFORM WriteDistributionReport
           PERFORM SaveDistribution
           DISPLAY "---------- SCORING TOTALS ----------"
           DISPLAY "ACCOUNTS SCANNED  : " WS-SCANNED-COUNT
           DISPLAY "  CLOSED (SKIPPED): " WS-CLOSED-COUNT
           DISPLAY "  SCORED          : " WS-SCORED-COUNT
           DISPLAY "SCORE CHANGES     : " WS-CHANGED-COUNT
           DISPLAY "REWRITE FAILURES  : " WS-FAILED-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

       GetScoreParms.
           OPEN INPUT SCORE-PARM-FILE
           IF WS-SCORE-PARM-OK
               READ SCORE-PARM-FILE
                   AT END
                       DISPLAY "SCORPARM EMPTY - DEFAULT "
                           "WINDOW USED"
                   NOT AT END
                       IF SP-WINDOW-DAYS NUMERIC
                               AND SP-WINDOW-DAYS > ZERO
                           MOVE SP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       ELSE
                           DISPLAY "SCORPARM NOT VALID - "
                               "DEFAULT WINDOW USED"
                       END-IF
               END-READ
           ELSE
               DISPLAY "SCORPARM NOT AVAILABLE - DEFAULT "
                   "WINDOW USED"
           END-IF
           CLOSE SCORE-PARM-FILE
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           COMPUTE WS-DAY-COUNT = ZERO - WS-WINDOW-DAYS
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-WINDOW-START
           DISPLAY "SCORING BEHAVIOUR SINCE: " WS-WINDOW-START
           .

       LoadTermsTable.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-FILE-OK
               PERFORM UNTIL WS-TERMS-FILE-EOF
                   READ TERMS-FILE
                       AT END SET WS-TERMS-FILE-EOF TO TRUE
                       NOT AT END
                           IF TERMS-COUNT < 20
                               ADD 1 TO TERMS-COUNT
                               SET TM-IDX TO TERMS-COUNT
                               MOVE TM-TERMS-CODE
                                   TO TT-TERMS-CODE (TM-IDX)
                               MOVE TM-DUE-DAYS
                                   TO TT-DUE-DAYS (TM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMS-FILE
           ELSE
               IF WS-TERMS-FILE-STATUS = "05"
                   CLOSE TERMS-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadBrokenPromises / LoadDisputes - the adverse events
      *> inside the window, counted against the account.  A promise
      *> counts by the date it fell due, a dispute by the date it was
      *> raised (however it was later resolved).
      *>----------------------------------------------------------------
       LoadBrokenPromises.
           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-FILE-OK
               PERFORM UNTIL WS-PROMISE-FILE-EOF
                   READ PROMISE-FILE
                       AT END SET WS-PROMISE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE PROMISE-FILE-RECORD TO PTP-RECORD
                           IF PTP-BROKEN
                                   AND PTP-PROMISE-DATE
                                       NOT < WS-WINDOW-START
                               MOVE PTP-ACCOUNT-NO TO WS-EVENT-ACCOUNT
                               PERFORM FindEventEntry
                               IF WS-EVENT-FOUND = "Y"
                                   ADD 1 TO EV-BROKEN (EV-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMISE-FILE
           ELSE
               IF WS-PROMISE-FILE-STATUS = "05"
                   CLOSE PROMISE-FILE
               END-IF
           END-IF
           .

       LoadDisputes.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-FILE-OK
               PERFORM UNTIL WS-DISPUTE-FILE-EOF
                   READ DISPUTE-FILE
                       AT END SET WS-DISPUTE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE DISPUTE-FILE-RECORD TO DS-RECORD
                           IF DS-OPEN-DATE NOT < WS-WINDOW-START
                               MOVE DS-ACCOUNT-NO TO WS-EVENT-ACCOUNT
                               PERFORM FindEventEntry
                               IF WS-EVENT-FOUND = "Y"
                                   ADD 1 TO EV-DISPUTES (EV-IDX)
                               END-IF
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

      *>    Finds the account's entry, adding one if there is room;
      *>    EV-IDX is left on it.
       FindEventEntry.
           MOVE "N" TO WS-EVENT-FOUND
           PERFORM VARYING EV-IDX FROM 1 BY 1
                   UNTIL EV-IDX > EVENT-COUNT
                   OR WS-EVENT-FOUND = "Y"
               IF EV-ACCOUNT-NO (EV-IDX) = WS-EVENT-ACCOUNT
                   MOVE "Y" TO WS-EVENT-FOUND
               END-IF
           END-PERFORM
           IF WS-EVENT-FOUND = "Y"
               SET EV-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF EVENT-COUNT < 5000
               ADD 1 TO EVENT-COUNT
               SET EV-IDX TO EVENT-COUNT
               MOVE WS-EVENT-ACCOUNT TO EV-ACCOUNT-NO (EV-IDX)
               MOVE ZERO TO EV-BROKEN (EV-IDX)
               MOVE ZERO TO EV-DISPUTES (EV-IDX)
               MOVE "Y" TO WS-EVENT-FOUND
           ELSE
               DISPLAY "EVENT TABLE FULL - " WS-EVENT-ACCOUNT
                   " NOT COUNTED"
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadPriorDistribution - the band lines of the latest earlier
      *> run on SCOREHST.  A rerun on the same day compares with the
      *> run before, not with itself.
      *>----------------------------------------------------------------
       LoadPriorDistribution.
           INITIALIZE DISTRIBUTION-TABLE MIGRATION-TABLE
           OPEN INPUT SCORE-HISTORY
           IF WS-SCORE-HISTORY-OK
               PERFORM UNTIL WS-SCORE-HISTORY-EOF
                   READ SCORE-HISTORY
                       AT END SET WS-SCORE-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF SH-RUN-DATE < WS-RUN-DATE
                                   AND SH-RUN-DATE > WS-PRIOR-RUN-DATE
                               MOVE SH-RUN-DATE TO WS-PRIOR-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORE-HISTORY
           ELSE
               IF WS-SCORE-HISTORY-STATUS = "05"
                   CLOSE SCORE-HISTORY
               END-IF
           END-IF
           IF WS-PRIOR-RUN-DATE = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCORE-HISTORY-STATUS
           OPEN INPUT SCORE-HISTORY
           PERFORM UNTIL WS-SCORE-HISTORY-EOF
               READ SCORE-HISTORY
                   AT END SET WS-SCORE-HISTORY-EOF TO TRUE
                   NOT AT END
                       IF SH-RUN-DATE = WS-PRIOR-RUN-DATE
                           MOVE SH-BAND TO WS-LOOKUP-BAND
                           PERFORM FindBandSub
                           IF WS-BAND-SUB > ZERO
                               MOVE SH-COUNT
                                   TO DT-PRIOR-COUNT (WS-BAND-SUB)
                               MOVE SH-BALANCE
                                   TO DT-PRIOR-BALANCE (WS-BAND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORE-HISTORY
           .

      *>----------------------------------------------------------------
      *> ScoreOneAccount - the score and band only move (and the
      *> date only changes) when the account's behaviour moves them,
      *> so the date says how long it has scored this way.
      *>----------------------------------------------------------------
       ScoreOneAccount.
           PERFORM GetAccountDueDays
           PERFORM ReadPaymentHistory
           MOVE ZERO TO WS-BROKEN-COUNT
           MOVE ZERO TO WS-DISPUTE-COUNT
           MOVE CM-ACCOUNT-NO TO WS-EVENT-ACCOUNT
           PERFORM VARYING EV-IDX FROM 1 BY 1
                   UNTIL EV-IDX > EVENT-COUNT
               IF EV-ACCOUNT-NO (EV-IDX) = WS-EVENT-ACCOUNT
                   MOVE EV-BROKEN (EV-IDX) TO WS-BROKEN-COUNT
                   MOVE EV-DISPUTES (EV-IDX) TO WS-DISPUTE-COUNT
                   SET EV-IDX TO EVENT-COUNT
               END-IF
           END-PERFORM
           PERFORM ComputeScore
           ADD 1 TO WS-SCORED-COUNT
           ADD 1 TO DT-COUNT (WS-BAND-SUB)
           ADD CM-BALANCE TO DT-BALANCE (WS-BAND-SUB)
      *>    Movement: the band it held coming in (or never scored)
      *>    against the band it holds now.
           MOVE WS-BAND-SUB TO WS-COL-SUB
           MOVE CM-SCORE-BAND TO WS-LOOKUP-BAND
           PERFORM FindBandSub
           MOVE WS-BAND-SUB TO WS-OLD-SUB
           IF WS-OLD-SUB = ZERO
               MOVE 6 TO WS-OLD-SUB
           END-IF
           ADD 1 TO MG-COUNT (WS-OLD-SUB WS-COL-SUB)
           IF CM-PAY-SCORE = WS-NEW-SCORE
                   AND CM-SCORE-BAND = WS-NEW-BAND
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-NEW-SCORE TO CM-PAY-SCORE
           MOVE WS-NEW-BAND TO CM-SCORE-BAND
           MOVE WS-RUN-DATE TO CM-SCORE-DATE
           REWRITE CUSTOMER-MASTER-RECORD
           IF NOT CM-STATUS-OK
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CUSTMAST REWRITE FAILED FOR "
                   CM-ACCOUNT-NO ", STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
           CALL "CMJOURNL" USING WS-RUN-PROGRAM-ID,
               WS-RUN-DATE, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
               WS-JRNL-RC
           ADD 1 TO WS-CHANGED-COUNT
           .

       GetAccountDueDays.
           MOVE 30 TO WS-DUE-DAYS
           IF CM-TERMS-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > TERMS-COUNT
               IF TT-TERMS-CODE (TM-IDX) = CM-TERMS-CODE
                   MOVE TT-DUE-DAYS (TM-IDX) TO WS-DUE-DAYS
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> ReadPaymentHistory - the index is keyed account, date,
      *> sequence, so the window reads in date order.  Charges join
      *> the queue with their due date; payments and credit notes
      *> settle the oldest first.  Direct debit returns come back
      *> from DDRETRN as reversals, credit notes from CRNOTE as
      *> negative adjustments.
      *>----------------------------------------------------------------
       ReadPaymentHistory.
           MOVE ZERO TO WS-ON-TIME-COUNT
           MOVE ZERO TO WS-LATE-COUNT
           MOVE ZERO TO WS-RETURN-COUNT
           MOVE ZERO TO WS-CREDIT-COUNT
           MOVE ZERO TO WS-CQ-HEAD
           MOVE ZERO TO WS-CQ-TAIL
           MOVE CM-ACCOUNT-NO TO TH-ACCOUNT-NO
           MOVE WS-WINDOW-START TO TH-DATE
           MOVE ZEROS TO TH-SEQ
           START HISTORY-INDEX KEY NOT < TH-KEY
           IF NOT TH-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TH-STATUS-END
               READ HISTORY-INDEX NEXT
                   AT END SET TH-STATUS-END TO TRUE
                   NOT AT END
                       IF TH-ACCOUNT-NO NOT = CM-ACCOUNT-NO
                           SET TH-STATUS-END TO TRUE
                       ELSE
                           MOVE TH-TRN-IMAGE TO TRN-RECORD
                           PERFORM TakeOneTransaction
                       END-IF
               END-READ
           END-PERFORM
      *>    Whatever is still owed and past its due date was not
      *>    paid on time either.
           PERFORM VARYING WS-CQ-HEAD FROM WS-CQ-HEAD BY 1
                   UNTIL WS-CQ-HEAD >= WS-CQ-TAIL
               IF CQ-DUE-DATE (WS-CQ-HEAD + 1) < WS-RUN-DATE
                   ADD 1 TO WS-LATE-COUNT
               END-IF
           END-PERFORM
           .

       TakeOneTransaction.
           EVALUATE TRUE
               WHEN TRN-CHARGE AND TRN-AMOUNT > ZERO
                   IF WS-CQ-TAIL < 200
                       ADD 1 TO WS-CQ-TAIL
                       MOVE "A" TO WS-DATE-FUNCTION
                       MOVE TRN-DATE TO WS-DATE-1
                       MOVE WS-DUE-DAYS TO WS-DAY-COUNT
                       CALL "DATECALC" USING WS-DATE-FUNCTION,
                           WS-DATE-1, WS-DATE-2, WS-DAY-COUNT,
                           WS-DATE-RESULT, WS-DATE-RC
                       MOVE WS-DATE-RESULT TO CQ-DUE-DATE (WS-CQ-TAIL)
                       MOVE TRN-AMOUNT TO CQ-REMAINING (WS-CQ-TAIL)
                   END-IF
               WHEN TRN-PAYMENT AND TRN-AMOUNT > ZERO
                   MOVE TRN-AMOUNT TO WS-APPLY-AMOUNT
                   SET APPLY-PAYMENT TO TRUE
                   PERFORM SettleCharges
               WHEN TRN-REVERSAL AND TRN-SOURCE = "DDRETRN"
                   ADD 1 TO WS-RETURN-COUNT
               WHEN TRN-ADJUSTMENT AND TRN-SOURCE = "CRNOTE"
                       AND TRN-AMOUNT < ZERO
                   ADD 1 TO WS-CREDIT-COUNT
                   COMPUTE WS-APPLY-AMOUNT = ZERO - TRN-AMOUNT
                   SET APPLY-CREDIT TO TRUE
                   PERFORM SettleCharges
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *>    A charge a credit note clears is neither on time nor late.
       SettleCharges.
           PERFORM UNTIL WS-APPLY-AMOUNT NOT > ZERO
                   OR WS-CQ-HEAD >= WS-CQ-TAIL
               IF CQ-REMAINING (WS-CQ-HEAD + 1) > WS-APPLY-AMOUNT
                   SUBTRACT WS-APPLY-AMOUNT
                       FROM CQ-REMAINING (WS-CQ-HEAD + 1)
                   MOVE ZERO TO WS-APPLY-AMOUNT
               ELSE
                   SUBTRACT CQ-REMAINING (WS-CQ-HEAD + 1)
                       FROM WS-APPLY-AMOUNT
                   ADD 1 TO WS-CQ-HEAD
                   IF APPLY-PAYMENT
                       IF TRN-DATE > CQ-DUE-DATE (WS-CQ-HEAD)
                           ADD 1 TO WS-LATE-COUNT
                       ELSE
                           ADD 1 TO WS-ON-TIME-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       ComputeScore.
           COMPUTE WS-SETTLED-COUNT = WS-ON-TIME-COUNT + WS-LATE-COUNT
           IF WS-SETTLED-COUNT = ZERO
               MOVE WS-NO-HISTORY-POINTS TO WS-EARNED
           ELSE
               COMPUTE WS-EARNED ROUNDED = WS-TIMELY-POINTS
                   * WS-ON-TIME-COUNT / WS-SETTLED-COUNT
           END-IF
           MOVE ZERO TO WS-DEDUCT-TOTAL
           COMPUTE WS-DEDUCTION = WS-BROKEN-POINTS * WS-BROKEN-COUNT
               ON SIZE ERROR MOVE WS-BROKEN-CAP TO WS-DEDUCTION
           END-COMPUTE
           IF WS-DEDUCTION > WS-BROKEN-CAP
               MOVE WS-BROKEN-CAP TO WS-DEDUCTION
           END-IF
           ADD WS-DEDUCTION TO WS-DEDUCT-TOTAL
           COMPUTE WS-DEDUCTION = WS-RETURN-POINTS * WS-RETURN-COUNT
               ON SIZE ERROR MOVE WS-RETURN-CAP TO WS-DEDUCTION
           END-COMPUTE
           IF WS-DEDUCTION > WS-RETURN-CAP
               MOVE WS-RETURN-CAP TO WS-DEDUCTION
           END-IF
           ADD WS-DEDUCTION TO WS-DEDUCT-TOTAL
           COMPUTE WS-DEDUCTION = WS-DISPUTE-POINTS * WS-DISPUTE-COUNT
               ON SIZE ERROR MOVE WS-DISPUTE-CAP TO WS-DEDUCTION
           END-COMPUTE
           IF WS-DEDUCTION > WS-DISPUTE-CAP
               MOVE WS-DISPUTE-CAP TO WS-DEDUCTION
           END-IF
           ADD WS-DEDUCTION TO WS-DEDUCT-TOTAL
           COMPUTE WS-DEDUCTION = WS-CREDIT-POINTS * WS-CREDIT-COUNT
               ON SIZE ERROR MOVE WS-CREDIT-CAP TO WS-DEDUCTION
           END-COMPUTE
           IF WS-DEDUCTION > WS-CREDIT-CAP
               MOVE WS-CREDIT-CAP TO WS-DEDUCTION
           END-IF
           ADD WS-DEDUCTION TO WS-DEDUCT-TOTAL
           COMPUTE WS-SCORE = WS-BASE-POINTS + WS-EARNED
               - WS-DEDUCT-TOTAL
           IF WS-SCORE < ZERO
               MOVE ZERO TO WS-SCORE
           END-IF
           MOVE WS-SCORE TO WS-NEW-SCORE
           MOVE ZERO TO WS-BAND-SUB
           PERFORM VARYING WS-FLOOR-SUB FROM 1 BY 1
                   UNTIL WS-FLOOR-SUB > 5 OR WS-BAND-SUB > ZERO
               IF WS-NEW-SCORE NOT < BF-FLOOR (WS-FLOOR-SUB)
                   MOVE WS-FLOOR-SUB TO WS-BAND-SUB
               END-IF
           END-PERFORM
           MOVE BF-BAND (WS-BAND-SUB) TO WS-NEW-BAND
           .

      *>    WS-LOOKUP-BAND in, its row in the band table out (zero
      *>    if it is not a band).
       FindBandSub.
           MOVE ZERO TO WS-BAND-SUB
           PERFORM VARYING WS-FLOOR-SUB FROM 1 BY 1
                   UNTIL WS-FLOOR-SUB > 5
               IF BF-BAND (WS-FLOOR-SUB) = WS-LOOKUP-BAND
                   MOVE WS-FLOOR-SUB TO WS-BAND-SUB
               END-IF
           END-PERFORM
           .

       WriteDistributionReport.
           OPEN OUTPUT SCORE-REPORT
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE SCORE-REPORT-RECORD FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           IF WS-PRIOR-RUN-DATE = ZEROS
               MOVE "NONE" TO PL-PRIOR-DATE
           ELSE
               MOVE WS-PRIOR-RUN-DATE TO PL-PRIOR-DATE
           END-IF
           WRITE SCORE-REPORT-RECORD FROM WS-PRIOR-LINE
               AFTER ADVANCING 1 LINE
           WRITE SCORE-REPORT-RECORD FROM WS-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 5
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE BF-BAND (WS-BAND-SUB) TO DL-BAND
               IF WS-BAND-SUB = 1
                   MOVE "080-100" TO DL-RANGE
               ELSE
                   MOVE SPACES TO DL-RANGE
                   STRING BF-FLOOR (WS-BAND-SUB) "-"
                       DELIMITED BY SIZE INTO DL-RANGE
                   COMPUTE WS-NEW-SCORE = BF-FLOOR (WS-BAND-SUB - 1)
                       - 1
                   MOVE WS-NEW-SCORE TO DL-RANGE (5:3)
               END-IF
               MOVE DT-COUNT (WS-BAND-SUB) TO DL-COUNT
               MOVE ZERO TO WS-PERCENT
               IF WS-SCORED-COUNT > ZERO
                   COMPUTE WS-PERCENT ROUNDED =
                       DT-COUNT (WS-BAND-SUB) * 100 / WS-SCORED-COUNT
               END-IF
               MOVE WS-PERCENT TO DL-PERCENT
               MOVE DT-BALANCE (WS-BAND-SUB) TO DL-BALANCE
               MOVE DT-PRIOR-COUNT (WS-BAND-SUB) TO DL-PRIOR-COUNT
               COMPUTE DL-CHANGE = DT-COUNT (WS-BAND-SUB)
                   - DT-PRIOR-COUNT (WS-BAND-SUB)
               WRITE SCORE-REPORT-RECORD FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE SPACES TO SCORE-REPORT-RECORD
           STRING "ACCOUNTS SCORED: " WS-SCORED-COUNT
               DELIMITED BY SIZE INTO SCORE-REPORT-RECORD
           WRITE SCORE-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO SCORE-REPORT-RECORD
           MOVE "BAND MOVEMENT SINCE LAST SCORED" TO SCORE-REPORT-RECORD
           WRITE SCORE-REPORT-RECORD AFTER ADVANCING 3 LINES
           WRITE SCORE-REPORT-RECORD FROM WS-MIGRATION-HEAD
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1 UNTIL WS-OLD-SUB > 6
               MOVE SPACES TO WS-MIGRATION-LINE
               IF WS-OLD-SUB = 6
                   MOVE "NEW" TO ML-FROM
               ELSE
                   MOVE BF-BAND (WS-OLD-SUB) TO ML-FROM
               END-IF
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > 5
                   MOVE MG-COUNT (WS-OLD-SUB WS-COL-SUB)
                       TO ML-COUNT (WS-COL-SUB)
               END-PERFORM
               WRITE SCORE-REPORT-RECORD FROM WS-MIGRATION-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           CLOSE SCORE-REPORT
           MOVE "SCORERPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           .

       SaveDistribution.
           OPEN EXTEND SCORE-HISTORY
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-SCORE-HISTORY-STATUS NOT = "00"
                   AND WS-SCORE-HISTORY-STATUS NOT = "05"
               OPEN OUTPUT SCORE-HISTORY
           END-IF
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 5
               MOVE WS-RUN-DATE TO SH-RUN-DATE
               MOVE BF-BAND (WS-BAND-SUB) TO SH-BAND
               MOVE DT-COUNT (WS-BAND-SUB) TO SH-COUNT
               MOVE DT-BALANCE (WS-BAND-SUB) TO SH-BALANCE
               WRITE SCORE-HISTORY-RECORD
               IF WS-SCORE-HISTORY-STATUS NOT = "00"
                   DISPLAY "SCOREHST WRITE FAILED, STATUS = "
                       WS-SCORE-HISTORY-STATUS
               END-IF
           END-PERFORM
           CLOSE SCORE-HISTORY
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
           MOVE WS-SCANNED-COUNT TO CTL-INPUT-COUNT
           MOVE WS-SCORED-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-FAILED-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM PAYSCORE.
