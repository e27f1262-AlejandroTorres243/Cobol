      ******************************************************************
      * Author:
      * Date:
      * Purpose: Disconnection for non-payment - take the metered
      *          accounts dunning has carried to its final stage and
      *          cut off their supply, but only after the warning the
      *          law requires has been given and its notice has run.
      *          An account qualifies when AGEDBAL still shows money
      *          past due, DUNHIST holds a final notice (sent since
      *          any earlier reconnection), it has a live meter on
      *          METERMST, it is under no open dispute on DISPUTES,
      *          holds no current promise-to-pay on PROMISES, has no
      *          insolvency in force (INSLOOK), and CUSTMAST still
      *          carries a balance.  The first time through the
      *          account is sent a disconnection warning on DISCWARN
      *          naming the earliest disconnection date (the DISCPARM
      *          notice period, default 14 days, from the letter);
      *          the warning is logged on DISCHIST.  Once that notice
      *          has run, a field disconnection order goes to DISCORD
      *          for each live meter, in ROUTEMST route and walk
      *          order (meters on no route last), each meter is
      *          logged on DISCHIST and set disconnected (MM-STATUS
      *          "D") on a new METERMSO generation for promotion, so
      *          METEREST stops estimating it.  A warning to a
      *          customer flagged gone away is held through MAILHOLD,
      *          logged as held and does not start the notice.  Every
      *          account the run acts on or holds back is listed on
      *          DISCRPT, which is copied to the report repository
      *          through RPTARCH as it closes.  CASHAPP raises the
      *          reconnection when a payment clears the arrears.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCONN.
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
           SELECT OPTIONAL PARM-FILE ASSIGN TO "DISCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OPTIONAL PROMISE-FILE ASSIGN TO "PROMISES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMISE-FILE-STATUS.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT OPTIONAL METER-MASTER ASSIGN TO "METERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METER-MASTER-STATUS.
           SELECT NEW-METER-MASTER ASSIGN TO "METERMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-METER-STATUS.
           SELECT OPTIONAL ROUTE-MASTER ASSIGN TO "ROUTEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-MASTER-STATUS.
           SELECT OPTIONAL DISCONNECT-HISTORY ASSIGN TO "DISCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCONNECT-HISTORY-STATUS.
           SELECT OPTIONAL WARNING-FILE ASSIGN TO "DISCWARN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARNING-FILE-STATUS.
           SELECT OPTIONAL ORDER-FILE ASSIGN TO "DISCORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT DISCONNECT-REPORT ASSIGN TO "DISCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCONNECT-REPORT-STATUS.
           SELECT OPTIONAL GENERATION-COUNT-FILE
               ASSIGN TO "GENCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COUNT-STATUS.
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
           05 DP-NOTICE-DAYS PIC 9(3).
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD PIC X(20).
       FD  PROMISE-FILE.
       01  PROMISE-FILE-RECORD PIC X(55).
       FD  DISPUTE-FILE.
       01  DISPUTE-FILE-RECORD PIC X(49).
       FD  METER-MASTER.
       COPY MTRREC.
       FD  NEW-METER-MASTER.
       01  NEW-METER-RECORD PIC X(33).
       FD  ROUTE-MASTER.
       COPY RTEREC.
       FD  DISCONNECT-HISTORY.
       01  DISCONNECT-HISTORY-RECORD PIC X(41).
       FD  WARNING-FILE.
       01  WARNING-FILE-RECORD PIC X(80).
       FD  ORDER-FILE.
       01  ORDER-FILE-RECORD PIC X(48).
       FD  DISCONNECT-REPORT.
       01  DISCONNECT-REPORT-RECORD PIC X(80).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY DNHREC.
       COPY PTPREC.
       COPY DSPREC.
       COPY INSREC.
       COPY DCHREC.
       COPY DCOREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
      *>   Predecessor gate: the run selects off the AGEDBAL file, so
      *>   the aging run must have completed clean for this business
      *>   date before anyone's supply is touched.
       01 WS-GATE-REQUEST.
           05 WS-GATE-CALLER-ID PIC X(8) VALUE "DISCONN ".
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
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HISTORY-FILE-OK VALUE "00".
           88 WS-HISTORY-FILE-EOF VALUE "10".
       01 WS-PROMISE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PROMISE-FILE-OK VALUE "00".
           88 WS-PROMISE-FILE-EOF VALUE "10".
       01 WS-DISPUTE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-DISPUTE-FILE-OK VALUE "00".
           88 WS-DISPUTE-FILE-EOF VALUE "10".
       01 WS-METER-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-METER-MASTER-OK VALUE "00".
           88 WS-METER-MASTER-EOF VALUE "10".
       01 WS-NEW-METER-STATUS PIC XX VALUE SPACES.
       01 WS-ROUTE-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-ROUTE-MASTER-OK VALUE "00".
           88 WS-ROUTE-MASTER-EOF VALUE "10".
       01 WS-DISCONNECT-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-DISCONNECT-HISTORY-OK VALUE "00".
           88 WS-DISCONNECT-HISTORY-EOF VALUE "10".
       01 WS-WARNING-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-ORDER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-DISCONNECT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 AGED-BALANCE-LINE.
           05 AB-ACCOUNT-NO PIC 9(10).
           05 AB-BUCKET PIC S9(9)V99 SIGN LEADING SEPARATE
               OCCURS 4 TIMES.
      *>   Days the disconnection warning must have had to work
      *>   before the supply is cut off.
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 14.
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
       01 WS-EARLIEST-TEXT PIC X(30) VALUE SPACES.
       01 WS-EARLIEST-COLUMN PIC X(12) VALUE SPACES.
      *>   The latest final notice per account off DUNHIST.
       01 NOTICE-TABLE.
           05 NOTICE-ENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON NOTICE-COUNT
               INDEXED BY NT-IDX.
               10 NT-ACCOUNT-NO PIC 9(10).
               10 NT-NOTICE-DATE PIC 9(8).
       01 NOTICE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NOTICE-DATE PIC 9(8) VALUE ZERO.
      *>   Promises still current tonight.
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
      *>   The meter master, held whole: the live meters of an
      *>   account come off it, and it is written back out as the
      *>   new generation with tonight's disconnections marked.
       01 METER-TABLE.
           05 METER-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON METER-COUNT
               INDEXED BY MTB-IDX.
               10 MB-RECORD.
                   15 MB-METER-ID PIC X(10).
                   15 MB-ACCOUNT-NO PIC 9(10).
                   15 MB-INSTALL-DATE PIC 9(8).
                   15 MB-STATUS PIC X(1).
                   15 MB-REGISTER-LAYOUT PIC X(4).
       01 METER-COUNT PIC 9(4) VALUE ZERO.
      *>   Route and walk position per meter off ROUTEMST.
       01 ROUTE-TABLE.
           05 ROUTE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON ROUTE-COUNT
               INDEXED BY RTE-IDX.
               10 RX-METER-ID PIC X(10).
               10 RX-ROUTE PIC X(3).
               10 RX-WALK-SEQ PIC 9(4).
       01 ROUTE-COUNT PIC 9(4) VALUE ZERO.
      *>   Disconnection history by account - the dates of the last
      *>   warning sent, warning held and reconnection - and the
      *>   last event on file for each meter ("D" = already ordered
      *>   off, whether or not the new meter generation is live).
       01 ACCOUNT-HISTORY-TABLE.
           05 ACCOUNT-HISTORY-ENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON ACCOUNT-HISTORY-COUNT
               INDEXED BY AH-IDX.
               10 AH-ACCOUNT-NO PIC 9(10).
               10 AH-WARNING-DATE PIC 9(8).
               10 AH-HELD-DATE PIC 9(8).
               10 AH-RECONNECT-DATE PIC 9(8).
       01 ACCOUNT-HISTORY-COUNT PIC 9(4) VALUE ZERO.
       01 METER-HISTORY-TABLE.
           05 METER-HISTORY-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON METER-HISTORY-COUNT
               INDEXED BY MH-IDX.
               10 MH-METER-ID PIC X(10).
               10 MH-EVENT PIC X(1).
       01 METER-HISTORY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-WARNING-DATE PIC 9(8) VALUE ZERO.
       01 WS-HELD-DATE PIC 9(8) VALUE ZERO.
       01 WS-RECONNECT-DATE PIC 9(8) VALUE ZERO.
       01 WS-METER-EVENT PIC X(1) VALUE SPACE.
      *>   Disconnection orders, sorted into route and walk order by
      *>   insertion; a meter on no route sorts after every route.
       01 ORDER-TABLE.
           05 ORDER-ENTRY OCCURS 500 TIMES INDEXED BY ORD-IDX.
               10 OT-SORT-ROUTE PIC X(3).
               10 OT-ROUTE PIC X(3).
               10 OT-WALK-SEQ PIC 9(4).
               10 OT-METER-ID PIC X(10).
               10 OT-ACCOUNT-NO PIC 9(10).
               10 OT-AMOUNT PIC S9(9)V99.
       01 ORDER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-INSERT-AT PIC 9(4) VALUE ZERO.
       01 WS-SHIFT-SUB PIC 9(4) VALUE ZERO.
       01 WS-SORT-ROUTE PIC X(3) VALUE SPACES.
       01 WS-ROUTE PIC X(3) VALUE SPACES.
       01 WS-WALK-SEQ PIC 9(4) VALUE ZERO.
      *>   The account being judged.
       01 WS-OVERDUE-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-LIVE-METERS PIC 9(4) VALUE ZERO.
       01 WS-OFF-METERS PIC 9(4) VALUE ZERO.
       01 WS-EARLIEST-DATE PIC 9(8) VALUE ZERO.
       01 WS-REPORT-ACTION PIC X(30) VALUE SPACES.
       01 WS-REPORT-METER PIC X(10) VALUE SPACES.
       01 WS-INS-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-INS-RC PIC 9 VALUE ZERO.
      *>   Warning letter work.
       01 WS-LETTER-HELD PIC X VALUE "N".
       01 WS-LETTER-TEXT PIC X(80) VALUE SPACES.
       01 WS-HOLD-LINE PIC X(80) VALUE SPACES.
       01 WS-HOLD-RC PIC 9 VALUE ZERO.
       01 WS-EDIT-FORMAT PIC X VALUE "D".
       01 WS-EDIT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EDIT-OUTPUT PIC X(15) VALUE SPACES.
       01 WS-EDIT-RC PIC 9 VALUE ZERO.
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
      *>   Counts.
       01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NOT-DUE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-UNMETERED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ALREADY-OFF-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DISPUTE-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PROMISE-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-INSOLVENT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(9) VALUE ZERO.
       01 WS-WARNING-COUNT PIC 9(9) VALUE ZERO.
       01 WS-GONE-AWAY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NOTICE-RUNNING-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DISCONNECTED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ORDER-WRITTEN PIC 9(9) VALUE ZERO.
       01 WS-DISCONNECTED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(29) VALUE "DISCONNECTION FOR NON-PAYMENT".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RT-HEAD-TEXT PIC X(30).
       01 WS-REPORT-HEADING PIC X(80) VALUE
           "ACCOUNT    METER      ACTION
      -    "         OVERDUE".
       01 WS-REPORT-LINE.
           05 RL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-METER PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-ACTION PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-AMOUNT PIC ---,---,--9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DISCONN" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           MOVE WS-RUN-DATE TO WS-GATE-DATE
           MOVE "AGERECV " TO WS-GATE-PRED-ID (1)
           CALL "JOBGATE" USING WS-GATE-REQUEST, WS-GATE-RC
           IF WS-GATE-RC NOT = 0
               DISPLAY "DISCONN REFUSED BY PREDECESSOR GATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GetParameters
           PERFORM GetReportHeading
           PERFORM LoadFinalNotices
           PERFORM LoadPromises
           PERFORM LoadDisputes
           PERFORM LoadMeters
           PERFORM LoadRoutes
           PERFORM LoadDisconnectHistory
           OPEN INPUT AGED-BALANCE-FILE
           IF NOT WS-AGED-BALANCE-OK
               DISPLAY "AGEDBAL NOT AVAILABLE, STATUS = "
                   WS-AGED-BALANCE-STATUS
               SET WS-AGED-BALANCE-EOF TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND DISCONNECT-HISTORY
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-DISCONNECT-HISTORY-STATUS NOT = "00"
                   AND WS-DISCONNECT-HISTORY-STATUS NOT = "05"
               OPEN OUTPUT DISCONNECT-HISTORY
           END-IF
      *>    The warnings and orders append: a rerun finds tonight's
      *>    events already on DISCHIST and raises nothing twice, so
      *>    it must not empty what the first run wrote either.
           OPEN EXTEND WARNING-FILE
           IF WS-WARNING-FILE-STATUS NOT = "00"
                   AND WS-WARNING-FILE-STATUS NOT = "05"
               OPEN OUTPUT WARNING-FILE
           END-IF
           OPEN OUTPUT DISCONNECT-REPORT
           MOVE WS-HEAD-TEXT TO RT-HEAD-TEXT
           WRITE DISCONNECT-REPORT-RECORD FROM WS-REPORT-TITLE
               AFTER ADVANCING 1 LINE
           WRITE DISCONNECT-REPORT-RECORD FROM WS-REPORT-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM UNTIL WS-AGED-BALANCE-EOF
               READ AGED-BALANCE-FILE
                   AT END SET WS-AGED-BALANCE-EOF TO TRUE
                   NOT AT END
                       MOVE AGED-BALANCE-RECORD TO AGED-BALANCE-LINE
                       PERFORM JudgeOneAccount
               END-READ
           END-PERFORM
           CLOSE AGED-BALANCE-FILE CUSTOMER-MASTER WARNING-FILE
           CLOSE DISCONNECT-HISTORY
           PERFORM WriteOrders
           IF WS-DISCONNECTED-COUNT > ZERO
               PERFORM WriteNewMeterMaster
           END-IF
           CLOSE DISCONNECT-REPORT
           MOVE "DISCRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- DISCONNECTION TOTALS ----------"
           DISPLAY "AGED ACCOUNTS READ : " WS-READ-COUNT
           DISPLAY "NOT PAST FINAL     : " WS-NOT-DUE-COUNT
           DISPLAY "NO LIVE METER      : " WS-UNMETERED-COUNT
           DISPLAY "ALREADY OFF        : " WS-ALREADY-OFF-COUNT
           DISPLAY "HELD ON DISPUTE    : " WS-DISPUTE-HELD-COUNT
           DISPLAY "HELD ON PROMISE    : " WS-PROMISE-HELD-COUNT
           DISPLAY "HELD INSOLVENCY    : " WS-INSOLVENT-COUNT
           DISPLAY "NOT ON CUSTMAST    : " WS-MISSING-COUNT
           DISPLAY "WARNINGS SENT      : " WS-WARNING-COUNT
           DISPLAY "HELD - GONE AWAY   : " WS-GONE-AWAY-COUNT
           DISPLAY "NOTICE STILL OPEN  : " WS-NOTICE-RUNNING-COUNT
           DISPLAY "ACCOUNTS CUT OFF   : " WS-DISCONNECTED-COUNT
           DISPLAY "ORDERS WRITTEN     : " WS-ORDER-WRITTEN
           MOVE WS-DISCONNECTED-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "ARREARS CUT OFF    : " WS-EDITED-AMOUNT
           PERFORM WriteControlRecord
           STOP RUN.

       GetParameters.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       DISPLAY "DISCPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF DP-NOTICE-DAYS NUMERIC
                           MOVE DP-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
               END-READ
           ELSE
               DISPLAY "DISCPARM NOT AVAILABLE - DEFAULTS USED"
           END-IF
           CLOSE PARM-FILE
           DISPLAY "WARNING NOTICE DAYS: " WS-NOTICE-DAYS
           .

      *>----------------------------------------------------------------
      *> GetReportHeading - the LANGPARM language code and the shared
      *> RPTHEAD service turn the business date into the dated
      *> heading the register and the warnings carry.
      *>----------------------------------------------------------------
       GetReportHeading.
           OPEN INPUT LANGUAGE-PARM
           IF WS-LANGUAGE-PARM-OK
               READ LANGUAGE-PARM
                   NOT AT END MOVE LP-LANGUAGE TO WS-LANGUAGE
               END-READ
               CLOSE LANGUAGE-PARM
           ELSE
               IF WS-LANGUAGE-PARM-STATUS = "05"
                   CLOSE LANGUAGE-PARM
               END-IF
           END-IF
           CALL "RPTHEAD" USING WS-RUN-DATE, WS-LANGUAGE,
               WS-HEAD-TEXT, WS-COLUMN-DATE
           .

      *>----------------------------------------------------------------
      *> LoadFinalNotices - the latest severity-3 letter per account
      *> on DUNHIST.  An account never sent a final notice is not at
      *> the final stage, whatever its buckets say.
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

       LoadMeters.
           OPEN INPUT METER-MASTER
           IF WS-METER-MASTER-OK
               PERFORM UNTIL WS-METER-MASTER-EOF
                   READ METER-MASTER
                       AT END SET WS-METER-MASTER-EOF TO TRUE
                       NOT AT END
                           IF METER-COUNT >= 500
                               DISPLAY "METER TABLE FULL - REMAINING"
                                   " METERS NOT LOADED"
                               SET WS-METER-MASTER-EOF TO TRUE
                           ELSE
                               ADD 1 TO METER-COUNT
                               SET MTB-IDX TO METER-COUNT
                               MOVE MM-RECORD TO MB-RECORD (MTB-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METER-MASTER
           ELSE
               IF WS-METER-MASTER-STATUS = "05"
                   CLOSE METER-MASTER
               END-IF
               DISPLAY "METERMST NOT AVAILABLE - NOTHING DISCONNECTED"
           END-IF
           .

       LoadRoutes.
           OPEN INPUT ROUTE-MASTER
           IF WS-ROUTE-MASTER-OK
               PERFORM UNTIL WS-ROUTE-MASTER-EOF
                   READ ROUTE-MASTER
                       AT END SET WS-ROUTE-MASTER-EOF TO TRUE
                       NOT AT END
                           IF ROUTE-COUNT < 500
                               ADD 1 TO ROUTE-COUNT
                               SET RTE-IDX TO ROUTE-COUNT
                               MOVE RT-METER-ID TO RX-METER-ID (RTE-IDX)
                               MOVE RT-ROUTE TO RX-ROUTE (RTE-IDX)
                               MOVE RT-WALK-SEQ
                                   TO RX-WALK-SEQ (RTE-IDX)
                           ELSE
                               DISPLAY "ROUTE TABLE FULL - "
                                   RT-METER-ID " DROPPED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROUTE-MASTER
           ELSE
               IF WS-ROUTE-MASTER-STATUS = "05"
                   CLOSE ROUTE-MASTER
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadDisconnectHistory - DISCHIST is appended in date order,
      *> so the last event on file for a meter is its current state.
      *>----------------------------------------------------------------
       LoadDisconnectHistory.
           OPEN INPUT DISCONNECT-HISTORY
           IF WS-DISCONNECT-HISTORY-OK
               PERFORM UNTIL WS-DISCONNECT-HISTORY-EOF
                   READ DISCONNECT-HISTORY
                       AT END SET WS-DISCONNECT-HISTORY-EOF TO TRUE
                       NOT AT END
                           MOVE DISCONNECT-HISTORY-RECORD TO DC-RECORD
                           PERFORM AddAccountHistory
                           IF DC-METER-ID NOT = SPACES
                               PERFORM AddMeterHistory
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCONNECT-HISTORY
           ELSE
               IF WS-DISCONNECT-HISTORY-STATUS = "05"
                   CLOSE DISCONNECT-HISTORY
               END-IF
           END-IF
           MOVE SPACES TO WS-DISCONNECT-HISTORY-STATUS
           .

       AddAccountHistory.
           SET AH-IDX TO 1
           SEARCH ACCOUNT-HISTORY-ENTRY
               AT END
                   IF ACCOUNT-HISTORY-COUNT >= 1000
                       DISPLAY "HISTORY TABLE FULL - "
                           DC-ACCOUNT-NO " DROPPED"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO ACCOUNT-HISTORY-COUNT
                   SET AH-IDX TO ACCOUNT-HISTORY-COUNT
                   MOVE DC-ACCOUNT-NO TO AH-ACCOUNT-NO (AH-IDX)
                   MOVE ZEROS TO AH-WARNING-DATE (AH-IDX)
                   MOVE ZEROS TO AH-HELD-DATE (AH-IDX)
                   MOVE ZEROS TO AH-RECONNECT-DATE (AH-IDX)
               WHEN AH-ACCOUNT-NO (AH-IDX) = DC-ACCOUNT-NO
                   CONTINUE
           END-SEARCH
           EVALUATE TRUE
               WHEN DC-WARNING
                   MOVE DC-EVENT-DATE TO AH-WARNING-DATE (AH-IDX)
               WHEN DC-WARNING-HELD
                   MOVE DC-EVENT-DATE TO AH-HELD-DATE (AH-IDX)
               WHEN DC-RECONNECTED
                   MOVE DC-EVENT-DATE TO AH-RECONNECT-DATE (AH-IDX)
           END-EVALUATE
           .

       AddMeterHistory.
           SET MH-IDX TO 1
           SEARCH METER-HISTORY-ENTRY
               AT END
                   IF METER-HISTORY-COUNT >= 500
                       DISPLAY "METER HISTORY TABLE FULL - "
                           DC-METER-ID " DROPPED"
                   ELSE
                       ADD 1 TO METER-HISTORY-COUNT
                       SET MH-IDX TO METER-HISTORY-COUNT
                       MOVE DC-METER-ID TO MH-METER-ID (MH-IDX)
                       MOVE DC-EVENT TO MH-EVENT (MH-IDX)
                   END-IF
               WHEN MH-METER-ID (MH-IDX) = DC-METER-ID
                   MOVE DC-EVENT TO MH-EVENT (MH-IDX)
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> JudgeOneAccount - every test the account must pass, cheapest
      *> first; the master is only read once the files in memory have
      *> all said yes.
      *>----------------------------------------------------------------
       JudgeOneAccount.
           ADD 1 TO WS-READ-COUNT
           COMPUTE WS-OVERDUE-AMOUNT =
               AB-BUCKET (2) + AB-BUCKET (3) + AB-BUCKET (4)
           IF WS-OVERDUE-AMOUNT NOT > ZERO
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
           MOVE ZEROS TO WS-WARNING-DATE WS-HELD-DATE
               WS-RECONNECT-DATE
           PERFORM VARYING AH-IDX FROM 1 BY 1
                   UNTIL AH-IDX > ACCOUNT-HISTORY-COUNT
               IF AH-ACCOUNT-NO (AH-IDX) = AB-ACCOUNT-NO
                   MOVE AH-WARNING-DATE (AH-IDX) TO WS-WARNING-DATE
                   MOVE AH-HELD-DATE (AH-IDX) TO WS-HELD-DATE
                   MOVE AH-RECONNECT-DATE (AH-IDX)
                       TO WS-RECONNECT-DATE
               END-IF
           END-PERFORM
      *>    A customer reconnected since the last final notice has
      *>    to be taken through dunning again before another cut.
           IF WS-NOTICE-DATE = ZEROS
                   OR WS-NOTICE-DATE NOT > WS-RECONNECT-DATE
               ADD 1 TO WS-NOT-DUE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM CountAccountMeters
           IF WS-LIVE-METERS = ZERO
               IF WS-OFF-METERS = ZERO
                   ADD 1 TO WS-UNMETERED-COUNT
               ELSE
                   ADD 1 TO WS-ALREADY-OFF-COUNT
               END-IF
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
               MOVE "HELD - OPEN DISPUTE" TO WS-REPORT-ACTION
               PERFORM WriteReportLine
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
               MOVE "HELD - PROMISE TO PAY" TO WS-REPORT-ACTION
               PERFORM WriteReportLine
               EXIT PARAGRAPH
           END-IF
           MOVE AB-ACCOUNT-NO TO WS-INS-ACCOUNT
           CALL "INSLOOK" USING WS-INS-ACCOUNT, INS-RECORD,
               WS-INS-RC
           IF WS-INS-RC = 0
               ADD 1 TO WS-INSOLVENT-COUNT
               MOVE "HELD - INSOLVENCY IN FORCE" TO WS-REPORT-ACTION
               PERFORM WriteReportLine
               EXIT PARAGRAPH
           END-IF
           MOVE AB-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "AGED ACCOUNT " AB-ACCOUNT-NO
                   " NOT ON CUSTMAST - NOT DISCONNECTED"
               EXIT PARAGRAPH
           END-IF
           IF CM-ACCT-CLOSED OR CM-BALANCE NOT > ZERO
               ADD 1 TO WS-NOT-DUE-COUNT
               EXIT PARAGRAPH
           END-IF
      *>    Only a warning sent since the final notice (and since any
      *>    reconnection) starts the notice period.
           IF WS-WARNING-DATE = ZEROS
                   OR WS-WARNING-DATE < WS-NOTICE-DATE
                   OR WS-WARNING-DATE NOT > WS-RECONNECT-DATE
               PERFORM SendWarning
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-WARNING-DATE TO WS-DATE-1
           MOVE ZEROS TO WS-DATE-2
           MOVE WS-NOTICE-DAYS TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0 OR WS-DATE-RESULT > WS-RUN-DATE
               ADD 1 TO WS-NOTICE-RUNNING-COUNT
               MOVE "WARNING NOTICE STILL RUNNING" TO WS-REPORT-ACTION
               PERFORM WriteReportLine
               EXIT PARAGRAPH
           END-IF
           PERFORM DisconnectAccount
           .

      *>----------------------------------------------------------------
      *> CountAccountMeters - live meters are active ones not already
      *> ordered off on DISCHIST; off meters are those disconnected
      *> on the master or ordered off but not yet promoted.
      *>----------------------------------------------------------------
       CountAccountMeters.
           MOVE ZERO TO WS-LIVE-METERS WS-OFF-METERS
           PERFORM VARYING MTB-IDX FROM 1 BY 1
                   UNTIL MTB-IDX > METER-COUNT
               IF MB-ACCOUNT-NO (MTB-IDX) = AB-ACCOUNT-NO
                   PERFORM FindMeterEvent
                   EVALUATE TRUE
                       WHEN MB-STATUS (MTB-IDX) = "A"
                               AND WS-METER-EVENT = "D"
                           ADD 1 TO WS-OFF-METERS
                       WHEN MB-STATUS (MTB-IDX) = "A"
                           ADD 1 TO WS-LIVE-METERS
                       WHEN MB-STATUS (MTB-IDX) = "D"
                           ADD 1 TO WS-OFF-METERS
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

       FindMeterEvent.
           MOVE SPACE TO WS-METER-EVENT
           PERFORM VARYING MH-IDX FROM 1 BY 1
                   UNTIL MH-IDX > METER-HISTORY-COUNT
               IF MH-METER-ID (MH-IDX) = MB-METER-ID (MTB-IDX)
                   MOVE MH-EVENT (MH-IDX) TO WS-METER-EVENT
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> SendWarning - the disconnection warning on its own page, or
      *> held through MAILHOLD for a customer who has gone away.  A
      *> held warning is logged once per final notice so the held
      *> mail does not fill with repeats night after night.
      *>----------------------------------------------------------------
       SendWarning.
           MOVE "N" TO WS-LETTER-HELD
           IF CM-GONE-AWAY
               IF WS-HELD-DATE NOT < WS-NOTICE-DATE
                       AND WS-HELD-DATE > WS-RECONNECT-DATE
                   ADD 1 TO WS-GONE-AWAY-COUNT
                   MOVE "GONE AWAY - WARNING HELD" TO WS-REPORT-ACTION
                   PERFORM WriteReportLine
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-LETTER-HELD
           ELSE
               MOVE SPACES TO WARNING-FILE-RECORD
               WRITE WARNING-FILE-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           MOVE ZEROS TO WS-DATE-2
           MOVE WS-NOTICE-DAYS TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-EARLIEST-DATE
           CALL "RPTHEAD" USING WS-EARLIEST-DATE, WS-LANGUAGE,
               WS-EARLIEST-TEXT, WS-EARLIEST-COLUMN
           MOVE "D" TO WS-EDIT-FORMAT
           MOVE WS-OVERDUE-AMOUNT TO WS-EDIT-AMOUNT
           CALL "MONEYFMT" USING WS-EDIT-FORMAT, WS-EDIT-AMOUNT,
               WS-EDIT-OUTPUT, WS-EDIT-RC
           STRING "DISCONNECTION WARNING" DELIMITED BY SIZE
               INTO WS-LETTER-TEXT
           MOVE WS-HEAD-TEXT TO WS-LETTER-TEXT (41:30)
           PERFORM PutLetterLine
           PERFORM PutLetterLine
           MOVE CM-CUSTOMER-NAME TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE CM-ADDRESS TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           PERFORM PutLetterLine
           STRING "ACCOUNT " DELIMITED BY SIZE
               CM-ACCOUNT-NO DELIMITED BY SIZE
               INTO WS-LETTER-TEXT
           PERFORM PutLetterLine
           PERFORM PutLetterLine
           STRING "DESPITE OUR FINAL NOTICE, " DELIMITED BY SIZE
               WS-EDIT-OUTPUT DELIMITED BY SIZE
               " OF YOUR ACCOUNT IS STILL" DELIMITED BY SIZE
               INTO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE "OVERDUE.  UNLESS IT IS PAID, OR YOU CONTACT US TO"
               TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE "AGREE AN ARRANGEMENT, YOUR METERED SUPPLY MAY BE"
               TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE "DISCONNECTED ON OR AFTER" TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE WS-EARLIEST-TEXT TO WS-LETTER-TEXT (26:30)
           PERFORM PutLetterLine
           PERFORM PutLetterLine
           MOVE "A RECONNECTION FEE IS CHARGED WHEN SUPPLY IS"
               TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE "RESTORED." TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           IF WS-WARNING-FILE-STATUS NOT = "00"
               DISPLAY "DISCWARN WRITE FAILED, STATUS = "
                   WS-WARNING-FILE-STATUS
           END-IF
           MOVE SPACES TO DC-RECORD
           MOVE AB-ACCOUNT-NO TO DC-ACCOUNT-NO
           MOVE WS-RUN-DATE TO DC-EVENT-DATE
           MOVE WS-OVERDUE-AMOUNT TO DC-AMOUNT
           IF WS-LETTER-HELD = "Y"
               SET DC-WARNING-HELD TO TRUE
               ADD 1 TO WS-GONE-AWAY-COUNT
               MOVE "GONE AWAY - WARNING HELD" TO WS-REPORT-ACTION
           ELSE
               SET DC-WARNING TO TRUE
               ADD 1 TO WS-WARNING-COUNT
               MOVE "WARNING SENT" TO WS-REPORT-ACTION
           END-IF
           PERFORM WriteHistoryRecord
           PERFORM WriteReportLine
           .

      *>----------------------------------------------------------------
      *> PutLetterLine - one letter line to DISCWARN, or to the held
      *> mail through MAILHOLD when the customer has gone away.
      *>----------------------------------------------------------------
       PutLetterLine.
           IF WS-LETTER-HELD = "Y"
               MOVE WS-LETTER-TEXT TO WS-HOLD-LINE
               CALL "MAILHOLD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
                   CUSTOMER-MASTER-RECORD, WS-HOLD-LINE, WS-HOLD-RC
           ELSE
               WRITE WARNING-FILE-RECORD FROM WS-LETTER-TEXT
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           .

      *>----------------------------------------------------------------
      *> DisconnectAccount - the notice has run: every live meter on
      *> the account is ordered off, logged, and marked disconnected
      *> in the table the new meter generation is written from.
      *>----------------------------------------------------------------
       DisconnectAccount.
           ADD 1 TO WS-DISCONNECTED-COUNT
           ADD WS-OVERDUE-AMOUNT TO WS-DISCONNECTED-TOTAL
           PERFORM VARYING MTB-IDX FROM 1 BY 1
                   UNTIL MTB-IDX > METER-COUNT
               IF MB-ACCOUNT-NO (MTB-IDX) = AB-ACCOUNT-NO
                       AND MB-STATUS (MTB-IDX) = "A"
                   PERFORM FindMeterEvent
                   IF WS-METER-EVENT NOT = "D"
                       PERFORM DisconnectOneMeter
                   END-IF
               END-IF
           END-PERFORM
           .

       DisconnectOneMeter.
           MOVE "D" TO MB-STATUS (MTB-IDX)
           MOVE SPACES TO DC-RECORD
           MOVE AB-ACCOUNT-NO TO DC-ACCOUNT-NO
           MOVE WS-RUN-DATE TO DC-EVENT-DATE
           SET DC-DISCONNECTED TO TRUE
           MOVE MB-METER-ID (MTB-IDX) TO DC-METER-ID
           MOVE WS-OVERDUE-AMOUNT TO DC-AMOUNT
           PERFORM WriteHistoryRecord
           PERFORM InsertOrderEntry
           MOVE "DISCONNECTION ORDERED" TO WS-REPORT-ACTION
           MOVE MB-METER-ID (MTB-IDX) TO WS-REPORT-METER
           PERFORM WriteReportLine
           .

      *>----------------------------------------------------------------
      *> InsertOrderEntry - insertion keeps the orders in route and
      *> walk-sequence order, the order the crews work them in.
      *>----------------------------------------------------------------
       InsertOrderEntry.
           IF ORDER-COUNT >= 500
               DISPLAY "ORDER TABLE FULL - " MB-METER-ID (MTB-IDX)
                   " NOT ORDERED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROUTE
           MOVE HIGH-VALUES TO WS-SORT-ROUTE
           MOVE ZEROS TO WS-WALK-SEQ
           PERFORM VARYING RTE-IDX FROM 1 BY 1
                   UNTIL RTE-IDX > ROUTE-COUNT
               IF RX-METER-ID (RTE-IDX) = MB-METER-ID (MTB-IDX)
                   MOVE RX-ROUTE (RTE-IDX) TO WS-ROUTE
                   MOVE RX-ROUTE (RTE-IDX) TO WS-SORT-ROUTE
                   MOVE RX-WALK-SEQ (RTE-IDX) TO WS-WALK-SEQ
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORDER-COUNT
                   OR WS-INSERT-AT NOT = ZERO
               IF WS-SORT-ROUTE < OT-SORT-ROUTE (ORD-IDX)
                   OR (WS-SORT-ROUTE = OT-SORT-ROUTE (ORD-IDX)
                       AND WS-WALK-SEQ < OT-WALK-SEQ (ORD-IDX))
                   SET WS-INSERT-AT TO ORD-IDX
               END-IF
           END-PERFORM
           IF WS-INSERT-AT = ZERO
               COMPUTE WS-INSERT-AT = ORDER-COUNT + 1
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM ORDER-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-INSERT-AT
               MOVE ORDER-ENTRY (WS-SHIFT-SUB)
                   TO ORDER-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           MOVE WS-SORT-ROUTE TO OT-SORT-ROUTE (WS-INSERT-AT)
           MOVE WS-ROUTE TO OT-ROUTE (WS-INSERT-AT)
           MOVE WS-WALK-SEQ TO OT-WALK-SEQ (WS-INSERT-AT)
           MOVE MB-METER-ID (MTB-IDX) TO OT-METER-ID (WS-INSERT-AT)
           MOVE AB-ACCOUNT-NO TO OT-ACCOUNT-NO (WS-INSERT-AT)
           MOVE WS-OVERDUE-AMOUNT TO OT-AMOUNT (WS-INSERT-AT)
           ADD 1 TO ORDER-COUNT
           .

       WriteOrders.
           OPEN EXTEND ORDER-FILE
           IF WS-ORDER-FILE-STATUS NOT = "00"
                   AND WS-ORDER-FILE-STATUS NOT = "05"
               OPEN OUTPUT ORDER-FILE
           END-IF
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORDER-COUNT
               MOVE SPACES TO DO-RECORD
               SET DO-DISCONNECT TO TRUE
               MOVE WS-RUN-DATE TO DO-ORDER-DATE
               MOVE OT-ROUTE (ORD-IDX) TO DO-ROUTE
               MOVE OT-WALK-SEQ (ORD-IDX) TO DO-WALK-SEQ
               MOVE OT-METER-ID (ORD-IDX) TO DO-METER-ID
               MOVE OT-ACCOUNT-NO (ORD-IDX) TO DO-ACCOUNT-NO
               MOVE OT-AMOUNT (ORD-IDX) TO DO-AMOUNT
               WRITE ORDER-FILE-RECORD FROM DO-RECORD
               IF WS-ORDER-FILE-STATUS NOT = "00"
                   DISPLAY "DISCORD WRITE FAILED, STATUS = "
                       WS-ORDER-FILE-STATUS
               ELSE
                   ADD 1 TO WS-ORDER-WRITTEN
               END-IF
           END-PERFORM
           CLOSE ORDER-FILE
           .

       WriteHistoryRecord.
           WRITE DISCONNECT-HISTORY-RECORD FROM DC-RECORD
           IF WS-DISCONNECT-HISTORY-STATUS NOT = "00"
               DISPLAY "DISCHIST WRITE FAILED, STATUS = "
                   WS-DISCONNECT-HISTORY-STATUS
           END-IF
           .

       WriteReportLine.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE AB-ACCOUNT-NO TO RL-ACCOUNT
           MOVE WS-REPORT-METER TO RL-METER
           MOVE WS-REPORT-ACTION TO RL-ACTION
           MOVE WS-OVERDUE-AMOUNT TO RL-AMOUNT
           WRITE DISCONNECT-REPORT-RECORD FROM WS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-DISCONNECT-REPORT-STATUS NOT = "00"
               DISPLAY "DISCRPT WRITE FAILED, STATUS = "
                   WS-DISCONNECT-REPORT-STATUS
           END-IF
           MOVE SPACES TO WS-REPORT-METER
           .

      *>----------------------------------------------------------------
      *> WriteNewMeterMaster - the whole meter master goes out as a
      *> new METERMSO generation with tonight's disconnections set,
      *> counted on GENCOUNT for the promotion utility.
      *>----------------------------------------------------------------
       WriteNewMeterMaster.
           OPEN OUTPUT NEW-METER-MASTER
           MOVE ZEROS TO WS-GEN-RECORDS
           PERFORM VARYING MTB-IDX FROM 1 BY 1
                   UNTIL MTB-IDX > METER-COUNT
               WRITE NEW-METER-RECORD FROM MB-RECORD (MTB-IDX)
               ADD 1 TO WS-GEN-RECORDS
               IF WS-NEW-METER-STATUS NOT = "00"
                   DISPLAY "METERMSO WRITE FAILED, STATUS = "
                       WS-NEW-METER-STATUS
               END-IF
           END-PERFORM
           CLOSE NEW-METER-MASTER
           MOVE "METERMSO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> WriteGenerationCount - the record count of the new
      *> generation appends to the shared GENCOUNT file; that count
      *> is what the promotion utility verifies the file against
      *> before swapping it live.
      *>----------------------------------------------------------------
       WriteGenerationCount.
           OPEN EXTEND GENERATION-COUNT-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-GEN-COUNT-STATUS NOT = "00"
                   AND WS-GEN-COUNT-STATUS NOT = "05"
               OPEN OUTPUT GENERATION-COUNT-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO GN-PROGRAM
           MOVE WS-GEN-FILE-NAME TO GN-FILE-NAME
           MOVE WS-RUN-DATE TO GN-RUN-DATE
           MOVE WS-GEN-RECORDS TO GN-RECORD-COUNT
           WRITE GN-RECORD
           IF WS-GEN-COUNT-STATUS NOT = "00"
               DISPLAY "GENCOUNT WRITE FAILED, STATUS = "
                   WS-GEN-COUNT-STATUS
           END-IF
           CLOSE GENERATION-COUNT-FILE
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
      *>    Output is every account the run acted on - warned or cut
      *>    off; everything else sits in the reject column.
           COMPUTE CTL-OUTPUT-COUNT =
               WS-WARNING-COUNT + WS-DISCONNECTED-COUNT
           COMPUTE CTL-REJECT-COUNT =
               WS-READ-COUNT - WS-WARNING-COUNT
               - WS-DISCONNECTED-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM DISCONN.
