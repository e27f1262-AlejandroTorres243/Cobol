      ******************************************************************
      * Author:
      * Date:
      * Purpose: Advance price-change notice run - look ahead in the
      *          effective-dated PLANFEES membership fee file and the
      *          TIERRATE metered tariff for the next rate version
      *          not yet in force, and write to every customer whose
      *          charge it raises before the day comes.  Each table's
      *          version in force is found exactly the way the billing
      *          and rating runs find it (through PRCGATE), and the
      *          nearest future version is priced against it: active
      *          members on their plan fee for their billing months,
      *          active meters on their average actual usage from
      *          METERHST.  Members holding an active PASSMAST season
      *          pass are told the pass carries on with the
      *          membership.  Letters go to PRCNOTCE, addressed from
      *          CUSTMAST (a member's payer account where there is
      *          one), and a gone-away addressee has the letter held
      *          through MAILHOLD.  The letter quotes the old and new
      *          charge and the effective date; one sent inside the
      *          notice period NOTCDAYS requires for the customer's
      *          province is marked short on the PRCNRPT listing and
      *          the run ends RC 4.  Each version written about is
      *          logged on PRCNLOG - that log is what lets PRCGATE
      *          pass the version when its day comes, and a version
      *          already logged is not written about twice.  The
      *          listing is copied to the report repository through
      *          RPTARCH as it closes.
      *          A member's own account is rebuilt from the member
      *          id with its ACCTCHK check digit in front.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCNOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAN-FEE-FILE ASSIGN TO "PLANFEES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FEE-STATUS.
           SELECT OPTIONAL TIER-RATE-FILE ASSIGN TO "TIERRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-RATE-STATUS.
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
           SELECT OPTIONAL PASS-FILE ASSIGN TO "PASSMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-FILE-STATUS.
           SELECT OPTIONAL METER-MASTER ASSIGN TO "METERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METER-MASTER-STATUS.
           SELECT OPTIONAL USAGE-HISTORY-FILE ASSIGN TO "METERHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-HISTORY-STATUS.
           SELECT OPTIONAL NOTICE-DAYS-FILE ASSIGN TO "NOTCDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-DAYS-STATUS.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL NOTICE-LOG ASSIGN TO "PRCNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-LOG-STATUS.
           SELECT LETTER-FILE ASSIGN TO "PRCNOTCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.
           SELECT NOTICE-REPORT ASSIGN TO "PRCNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FEE-FILE.
       01  PLAN-FEE-RECORD.
           05 PF-PLAN-CODE PIC X(1).
           05 PF-FEE       PIC 9(3)V99.
           05 FILLER       PIC X(4).
       FD  TIER-RATE-FILE.
       01  TIER-RATE-RECORD.
           05 TF-FROM-UNITS PIC 9(5).
           05 TF-TO-UNITS PIC 9(5).
           05 TF-UNIT-RATE PIC 9(3)V9(4).
           05 TF-REGISTER PIC X(1).
       FD  MEMBERS-FILE.
       COPY MBRREC.
       FD  PASS-FILE.
       01  PASS-FILE-RECORD PIC X(41).
       FD  METER-MASTER.
       COPY MTRREC.
       FD  USAGE-HISTORY-FILE.
       01  USAGE-HISTORY-RECORD PIC X(24).
       FD  NOTICE-DAYS-FILE.
       01  NOTICE-DAYS-RECORD.
           05 ND-PROVINCE-CODE PIC 9(2).
           05 ND-NOTICE-DAYS PIC 9(3).
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  NOTICE-LOG.
       01  NOTICE-LOG-RECORD PIC X(42).
       FD  LETTER-FILE.
       01  LETTER-FILE-RECORD PIC X(80).
       FD  NOTICE-REPORT.
       01  NOTICE-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY PNLREC.
       COPY PASSREC.
       COPY MUREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-PLAN-FEE-STATUS PIC XX VALUE SPACES.
           88 WS-PLAN-FEE-OK VALUE "00".
           88 WS-PLAN-FEE-EOF VALUE "10".
       01 WS-TIER-RATE-STATUS PIC XX VALUE SPACES.
           88 WS-TIER-RATE-OK VALUE "00".
           88 WS-TIER-RATE-EOF VALUE "10".
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-PASS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PASS-FILE-OK VALUE "00".
           88 WS-PASS-FILE-EOF VALUE "10".
       01 WS-METER-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-METER-MASTER-OK VALUE "00".
           88 WS-METER-MASTER-EOF VALUE "10".
       01 WS-USAGE-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-USAGE-HISTORY-OK VALUE "00".
           88 WS-USAGE-HISTORY-EOF VALUE "10".
       01 WS-NOTICE-DAYS-STATUS PIC XX VALUE SPACES.
           88 WS-NOTICE-DAYS-OK VALUE "00".
           88 WS-NOTICE-DAYS-EOF VALUE "10".
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-MASTER-IS-OPEN PIC X VALUE "N".
       01 WS-NOTICE-LOG-STATUS PIC XX VALUE SPACES.
           88 WS-NOTICE-LOG-OK VALUE "00".
           88 WS-NOTICE-LOG-EOF VALUE "10".
       01 WS-LETTER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-NOTICE-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
       01 WS-EFFECTIVE-TEXT PIC X(30) VALUE SPACES.
       01 WS-EFFECTIVE-COLUMN PIC X(12) VALUE SPACES.
      *>   The billing run's compiled plan fees - the starting point
      *>   PLANFEES versions are laid over.
       01 PLAN-RATE-TABLE.
           05 FILLER PIC X(1) VALUE "A".
           05 FILLER PIC 9(3)V99 VALUE 020.00.
           05 FILLER PIC X(1) VALUE "B".
           05 FILLER PIC 9(3)V99 VALUE 035.00.
           05 FILLER PIC X(1) VALUE "C".
           05 FILLER PIC 9(3)V99 VALUE 052.24.
       01 PLAN-RATES REDEFINES PLAN-RATE-TABLE.
           05 PLAN-RATE-ENTRY OCCURS 3 TIMES INDEXED BY PR-IDX.
               10 PR-PLAN-CODE PIC X(1).
               10 PR-FEE       PIC 9(3)V99.
      *>   Set 1 is the version in force today, set 2 the next one.
       01 PLAN-FEE-SETS.
           05 PLAN-FEE-SET OCCURS 2 TIMES.
               10 FS-FEE PIC 9(3)V99 OCCURS 3 TIMES.
       01 TIER-SETS.
           05 TIER-SET OCCURS 2 TIMES.
               10 TS-TIER-COUNT PIC 9(2).
               10 TS-TIER OCCURS 10 TIMES.
                   15 TS-FROM-UNITS PIC 9(5).
                   15 TS-TO-UNITS PIC 9(5).
                   15 TS-UNIT-RATE PIC 9(3)V9(4).
       01 WS-SET PIC 9 VALUE ZERO.
       01 WS-TIER PIC 9(2) VALUE ZERO.
       01 WS-PLAN PIC 9 VALUE ZERO.
      *>   Effective-dated rate versions, judged as the loaders judge
      *>   them: a "V YYYYMMDD" header opens a block, the latest one
      *>   on or before the business date is in force.
       01 WS-VERSION-DATE PIC 9(8) VALUE ZERO.
       01 WS-HEADER-DATE PIC 9(8) VALUE ZERO.
       01 WS-VERSION-LOADING PIC X VALUE "Y".
       01 WS-GATE-TABLE PIC X(8) VALUE SPACES.
       01 WS-GATE-RC PIC 9 VALUE ZERO.
       01 WS-PLAN-IN-FORCE PIC 9(8) VALUE ZERO.
       01 WS-TIER-IN-FORCE PIC 9(8) VALUE ZERO.
       01 WS-NEXT-PLAN-DATE PIC 9(8) VALUE ZERO.
       01 WS-NEXT-TIER-DATE PIC 9(8) VALUE ZERO.
       01 WS-NOTICE-PLANS PIC X VALUE "N".
       01 WS-NOTICE-TIERS PIC X VALUE "N".
      *>   Versions already written about, off PRCNLOG.
       01 NOTICED-TABLE.
           05 NOTICED-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON NOTICED-COUNT
               INDEXED BY NTC-IDX.
               10 NX-TABLE PIC X(8).
               10 NX-VERSION-DATE PIC 9(8).
       01 NOTICED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ALREADY-NOTICED PIC X VALUE "N".
      *>   Required notice days by province; a province not listed
      *>   needs none.
       01 NOTICE-DAYS-TABLE.
           05 NOTICE-DAYS-ENTRY OCCURS 0 TO 99 TIMES
               DEPENDING ON NOTICE-DAYS-COUNT
               INDEXED BY NDY-IDX.
               10 NY-PROVINCE-CODE PIC 9(2).
               10 NY-NOTICE-DAYS PIC 9(3).
       01 NOTICE-DAYS-COUNT PIC 9(2) VALUE ZERO.
       01 WS-REQUIRED-DAYS PIC 9(3) VALUE ZERO.
       01 PASS-HOLDER-TABLE.
           05 PASS-HOLDER-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON PASS-HOLDER-COUNT
               INDEXED BY PH-IDX.
               10 PH-MEMBER-ID PIC X(6).
               10 PH-PASS-NO PIC 9(10).
       01 PASS-HOLDER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PASS-NO PIC 9(10) VALUE ZERO.
       01 HISTORY-TABLE.
           05 HISTORY-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON HISTORY-COUNT
               INDEXED BY HT-IDX.
               10 HT-METER-ID PIC X(10).
               10 HT-TOTAL-UNITS PIC 9(9).
               10 HT-CYCLE-COUNT PIC 9(5).
       01 HISTORY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-AVERAGE-USAGE PIC 9(5) VALUE ZERO.
       01 WS-USAGE-LEFT PIC 9(5) VALUE ZERO.
       01 WS-BAND-SIZE PIC 9(5) VALUE ZERO.
       01 WS-BAND-UNITS PIC 9(5) VALUE ZERO.
       01 WS-LINE-CHARGE PIC 9(7)V99 VALUE ZERO.
       01 WS-CHARGE PIC 9(7)V99 VALUE ZERO.
      *>   The customer being written to.
       01 WS-NOTICE-TABLE PIC X(8) VALUE SPACES.
       01 WS-NOTICE-VERSION PIC 9(8) VALUE ZERO.
       01 WS-CUSTOMER-ID PIC X(10) VALUE SPACES.
       01 WS-ACCOUNT-NO PIC 9(10) VALUE ZERO.
       01 WS-PROVINCE PIC X(2) VALUE SPACES.
       01 WS-OLD-CHARGE PIC 9(7)V99 VALUE ZERO.
       01 WS-NEW-CHARGE PIC 9(7)V99 VALUE ZERO.
       01 WS-INCREASE PIC 9(7)V99 VALUE ZERO.
       01 WS-SHORT-NOTICE PIC X VALUE "N".
       01 WS-ADDRESSEE-FOUND PIC X VALUE "N".
       01 WS-LETTER-NAME PIC X(30) VALUE SPACES.
       01 WS-LETTER-ADDRESS PIC X(30) VALUE SPACES.
       01 WS-LETTER-HELD PIC X VALUE "N".
       01 WS-LETTER-TEXT PIC X(80) VALUE SPACES.
       01 WS-HOLD-LINE PIC X(80) VALUE SPACES.
       01 WS-HOLD-RC PIC 9 VALUE ZERO.
       01 WS-USD PIC X(3) VALUE "USD".
       01 WS-FORMATTED-AMOUNT PIC X(16) VALUE SPACES.
       01 WS-MONTHS-TEXT PIC Z9.
       01 WS-UNITS-TEXT PIC ZZZZ9.
       01 WS-DATE-FUNCTION PIC X VALUE "D".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
       01 WS-DAYS-NOTICE PIC S9(7) VALUE ZERO.
      *>   Counts.
       01 WS-MEMBERS-READ PIC 9(9) VALUE ZERO.
       01 WS-METERS-READ PIC 9(9) VALUE ZERO.
       01 WS-NO-INCREASE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NO-HISTORY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-UNKNOWN-PLAN-COUNT PIC 9(9) VALUE ZERO.
       01 WS-LETTER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SHORT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TABLE-LETTERS PIC 9(6) VALUE ZERO.
       01 WS-TABLE-HELD PIC 9(6) VALUE ZERO.
       01 WS-TABLE-SHORT PIC 9(6) VALUE ZERO.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(29) VALUE "PRICE CHANGE NOTICES        ".
           05 RT-HEAD-TEXT PIC X(30).
       01 WS-REPORT-HEADING PIC X(80) VALUE
           "TABLE    VERSION  CUSTOMER   ACCOUNT       CURRENT
      -    "  NEW DAYS NOTE".
       01 WS-REPORT-LINE.
           05 RL-TABLE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-VERSION PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-CUSTOMER PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-OLD-CHARGE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-NEW-CHARGE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-DAYS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-NOTE PIC X(13).
       01 WS-SUMMARY-LINE.
           05 SL-TABLE PIC X(8).
           05 FILLER PIC X(9) VALUE " VERSION ".
           05 SL-VERSION PIC 9(8).
           05 FILLER PIC X(10) VALUE "  LETTERS ".
           05 SL-LETTERS PIC ZZZZZ9.
           05 FILLER PIC X(7) VALUE "  HELD ".
           05 SL-HELD PIC ZZZZZ9.
           05 FILLER PIC X(15) VALUE "  SHORT NOTICE ".
           05 SL-SHORT PIC ZZZZZ9.
      *>   ACCTCHK parameters - a member's own account is rebuilt
      *>   from the member id with the check digit on the front.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PRCNOTE" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetReportHeading
           PERFORM LoadNoticeDays
           PERFORM LoadNoticeLog
           PERFORM LoadPlanFeeVersions
           PERFORM LoadTierVersions
           OPEN INPUT CUSTOMER-MASTER
           IF CM-STATUS-OK
               MOVE "Y" TO WS-MASTER-IS-OPEN
           ELSE
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
                   " - LETTERS ADDRESSED BY ACCOUNT NUMBER"
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT NOTICE-REPORT
           MOVE WS-HEAD-TEXT TO RT-HEAD-TEXT
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-TITLE
               AFTER ADVANCING 1 LINE
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-HEADING
               AFTER ADVANCING 2 LINES
           OPEN EXTEND NOTICE-LOG
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-NOTICE-LOG-STATUS NOT = "00"
                   AND WS-NOTICE-LOG-STATUS NOT = "05"
               OPEN OUTPUT NOTICE-LOG
           END-IF
           IF WS-NOTICE-PLANS = "Y"
               PERFORM NoticeMembers
           END-IF
           IF WS-NOTICE-TIERS = "Y"
               PERFORM NoticeMeteredCustomers
           END-IF
           IF WS-NOTICE-PLANS = "N" AND WS-NOTICE-TIERS = "N"
               MOVE "NO RATE VERSION AWAITING NOTICE"
                   TO NOTICE-REPORT-RECORD
               WRITE NOTICE-REPORT-RECORD AFTER ADVANCING 2 LINES
           END-IF
           IF WS-MASTER-IS-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE LETTER-FILE NOTICE-REPORT NOTICE-LOG
           MOVE "PRCNRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- PRCNOTE TOTALS ----------"
           DISPLAY "PLANFEES IN FORCE  : " WS-PLAN-IN-FORCE
               "  NEXT : " WS-NEXT-PLAN-DATE
           DISPLAY "TIERRATE IN FORCE  : " WS-TIER-IN-FORCE
               "  NEXT : " WS-NEXT-TIER-DATE
           DISPLAY "MEMBERS READ       : " WS-MEMBERS-READ
           DISPLAY "METERS READ        : " WS-METERS-READ
           DISPLAY "LETTERS WRITTEN    : " WS-LETTER-COUNT
           DISPLAY "  HELD - GONE AWAY : " WS-HELD-COUNT
           DISPLAY "  SHORT NOTICE     : " WS-SHORT-COUNT
           DISPLAY "NO INCREASE        : " WS-NO-INCREASE-COUNT
           DISPLAY "NO USAGE HISTORY   : " WS-NO-HISTORY-COUNT
           DISPLAY "UNKNOWN PLAN       : " WS-UNKNOWN-PLAN-COUNT
           IF WS-SHORT-COUNT > ZERO
               DISPLAY "LETTERS SENT INSIDE A PROVINCE'S NOTICE "
                   "PERIOD - SEE PRCNRPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> LoadPlanFeeVersions - first the version in force, laid over
      *> the compiled fees exactly as the billing run lays it (set
      *> 1), noting the nearest version dated after today; then that
      *> version laid over set 1 (set 2).  Only the nearest future
      *> version is written about - a later one waits until it is
      *> next in line.
      *>----------------------------------------------------------------
       LoadPlanFeeVersions.
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > 3
               MOVE PR-FEE (WS-PLAN) TO FS-FEE (1, WS-PLAN)
           END-PERFORM
           MOVE ZERO TO WS-VERSION-DATE WS-NEXT-PLAN-DATE
           MOVE "Y" TO WS-VERSION-LOADING
           MOVE 1 TO WS-SET
           OPEN INPUT PLAN-FEE-FILE
           IF NOT WS-PLAN-FEE-OK
               IF WS-PLAN-FEE-STATUS = "05"
                   CLOSE PLAN-FEE-FILE
               END-IF
               DISPLAY "PLANFEES NOT AVAILABLE - NO MEMBER LETTERS"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PLAN-FEE-EOF
               READ PLAN-FEE-FILE
                   AT END SET WS-PLAN-FEE-EOF TO TRUE
                   NOT AT END
                       IF PLAN-FEE-RECORD (1:1) = "V"
                           MOVE "PLANFEES" TO WS-GATE-TABLE
                           PERFORM JudgeVersionInForce
                           IF WS-HEADER-DATE > WS-RUN-DATE
                                   AND (WS-NEXT-PLAN-DATE = ZERO OR
                                   WS-HEADER-DATE < WS-NEXT-PLAN-DATE)
                               MOVE WS-HEADER-DATE TO WS-NEXT-PLAN-DATE
                           END-IF
                       ELSE
                           IF WS-VERSION-LOADING = "Y"
                               PERFORM SetOnePlanFee
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FEE-FILE
           MOVE WS-VERSION-DATE TO WS-PLAN-IN-FORCE
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > 3
               MOVE FS-FEE (1, WS-PLAN) TO FS-FEE (2, WS-PLAN)
           END-PERFORM
           IF WS-NEXT-PLAN-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-SET
           MOVE "N" TO WS-VERSION-LOADING
           OPEN INPUT PLAN-FEE-FILE
           MOVE SPACES TO WS-PLAN-FEE-STATUS
           PERFORM UNTIL WS-PLAN-FEE-EOF
               READ PLAN-FEE-FILE
                   AT END SET WS-PLAN-FEE-EOF TO TRUE
                   NOT AT END
                       IF PLAN-FEE-RECORD (1:1) = "V"
                           IF PLAN-FEE-RECORD (3:8) = WS-NEXT-PLAN-DATE
                               MOVE "Y" TO WS-VERSION-LOADING
                           ELSE
                               MOVE "N" TO WS-VERSION-LOADING
                           END-IF
                       ELSE
                           IF WS-VERSION-LOADING = "Y"
                               PERFORM SetOnePlanFee
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FEE-FILE
           MOVE "PLANFEES" TO WS-NOTICE-TABLE
           MOVE WS-NEXT-PLAN-DATE TO WS-NOTICE-VERSION
           PERFORM CheckAlreadyNoticed
           IF WS-ALREADY-NOTICED = "N"
               MOVE "Y" TO WS-NOTICE-PLANS
           END-IF
           .

       SetOnePlanFee.
           IF PF-FEE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > 3
               IF PR-PLAN-CODE (WS-PLAN) = PF-PLAN-CODE
                   MOVE PF-FEE TO FS-FEE (WS-SET, WS-PLAN)
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> LoadTierVersions - the same two passes over TIERRATE, seeded
      *> with the standing three-band tariff METERATE falls back on;
      *> a tariff block replaces the whole table.
      *>----------------------------------------------------------------
       LoadTierVersions.
           MOVE 3 TO TS-TIER-COUNT (1)
           MOVE 00001 TO TS-FROM-UNITS (1, 1)
           MOVE 00100 TO TS-TO-UNITS (1, 1)
           MOVE 0.1000 TO TS-UNIT-RATE (1, 1)
           MOVE 00101 TO TS-FROM-UNITS (1, 2)
           MOVE 00300 TO TS-TO-UNITS (1, 2)
           MOVE 0.1500 TO TS-UNIT-RATE (1, 2)
           MOVE 00301 TO TS-FROM-UNITS (1, 3)
           MOVE 99999 TO TS-TO-UNITS (1, 3)
           MOVE 0.2000 TO TS-UNIT-RATE (1, 3)
           MOVE ZERO TO WS-VERSION-DATE WS-NEXT-TIER-DATE
           MOVE "Y" TO WS-VERSION-LOADING
           MOVE 1 TO WS-SET
           OPEN INPUT TIER-RATE-FILE
           IF NOT WS-TIER-RATE-OK
               IF WS-TIER-RATE-STATUS = "05"
                   CLOSE TIER-RATE-FILE
               END-IF
               DISPLAY "TIERRATE NOT AVAILABLE - NO METER LETTERS"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO TS-TIER-COUNT (1)
           PERFORM UNTIL WS-TIER-RATE-EOF
               READ TIER-RATE-FILE
                   AT END SET WS-TIER-RATE-EOF TO TRUE
                   NOT AT END
                       IF TIER-RATE-RECORD (1:1) = "V"
                           MOVE "TIERRATE" TO WS-GATE-TABLE
                           PERFORM JudgeVersionInForce
                           IF WS-VERSION-LOADING = "Y"
                               MOVE ZERO TO TS-TIER-COUNT (1)
                           END-IF
                           IF WS-HEADER-DATE > WS-RUN-DATE
                                   AND (WS-NEXT-TIER-DATE = ZERO OR
                                   WS-HEADER-DATE < WS-NEXT-TIER-DATE)
                               MOVE WS-HEADER-DATE TO WS-NEXT-TIER-DATE
                           END-IF
                       ELSE
                           IF WS-VERSION-LOADING = "Y"
                               PERFORM AddOneTier
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIER-RATE-FILE
           MOVE WS-VERSION-DATE TO WS-TIER-IN-FORCE
           IF WS-NEXT-TIER-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-SET
           MOVE ZERO TO TS-TIER-COUNT (2)
           MOVE "N" TO WS-VERSION-LOADING
           OPEN INPUT TIER-RATE-FILE
           MOVE SPACES TO WS-TIER-RATE-STATUS
           PERFORM UNTIL WS-TIER-RATE-EOF
               READ TIER-RATE-FILE
                   AT END SET WS-TIER-RATE-EOF TO TRUE
                   NOT AT END
                       IF TIER-RATE-RECORD (1:1) = "V"
                           IF TIER-RATE-RECORD (3:8) = WS-NEXT-TIER-DATE
                               MOVE "Y" TO WS-VERSION-LOADING
                           ELSE
                               MOVE "N" TO WS-VERSION-LOADING
                           END-IF
                       ELSE
                           IF WS-VERSION-LOADING = "Y"
                               PERFORM AddOneTier
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIER-RATE-FILE
           IF TS-TIER-COUNT (2) = ZERO
               DISPLAY "TIERRATE VERSION " WS-NEXT-TIER-DATE
                   " HAS NO TARIFF LINES - NO METER LETTERS"
               EXIT PARAGRAPH
           END-IF
           MOVE "TIERRATE" TO WS-NOTICE-TABLE
           MOVE WS-NEXT-TIER-DATE TO WS-NOTICE-VERSION
           PERFORM CheckAlreadyNoticed
           IF WS-ALREADY-NOTICED = "N"
               MOVE "Y" TO WS-NOTICE-TIERS
           END-IF
           .

       AddOneTier.
      *>    Time-of-use register schedules stay with the rating run;
      *>    meter totals here price on the standard tariff.
           IF TF-REGISTER NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           IF TS-TIER-COUNT (WS-SET) < 10
               ADD 1 TO TS-TIER-COUNT (WS-SET)
               MOVE TS-TIER-COUNT (WS-SET) TO WS-TIER
               MOVE TF-FROM-UNITS TO TS-FROM-UNITS (WS-SET, WS-TIER)
               MOVE TF-TO-UNITS TO TS-TO-UNITS (WS-SET, WS-TIER)
               MOVE TF-UNIT-RATE TO TS-UNIT-RATE (WS-SET, WS-TIER)
           END-IF
           .

      *>----------------------------------------------------------------
      *> JudgeVersionInForce - the loaders' version rule, PRCGATE and
      *> all, so "current" here is what the customer pays today.
      *> The header image is in whichever record was just read.
      *>----------------------------------------------------------------
       JudgeVersionInForce.
           IF WS-GATE-TABLE = "PLANFEES"
               MOVE PLAN-FEE-RECORD (3:8) TO WS-HEADER-DATE
           ELSE
               MOVE TIER-RATE-RECORD (3:8) TO WS-HEADER-DATE
           END-IF
           IF WS-HEADER-DATE NOT NUMERIC
               DISPLAY WS-GATE-TABLE " BAD RATE VERSION HEADER IGNORED"
               MOVE ZERO TO WS-HEADER-DATE
               MOVE "N" TO WS-VERSION-LOADING
               EXIT PARAGRAPH
           END-IF
           IF WS-HEADER-DATE <= WS-RUN-DATE
                   AND WS-HEADER-DATE >= WS-VERSION-DATE
                   AND WS-HEADER-DATE > ZERO
               CALL "PRCGATE" USING WS-GATE-TABLE, WS-HEADER-DATE,
                   WS-GATE-RC
               IF WS-GATE-RC = 2
                   DISPLAY WS-GATE-TABLE " VERSION " WS-HEADER-DATE
                       " IS PAST ITS DATE WITH NO NOTICE LOGGED - "
                       "IT WILL NOT LOAD UNTIL RE-DATED AND NOTICED"
                   MOVE "N" TO WS-VERSION-LOADING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HEADER-DATE <= WS-RUN-DATE
                   AND WS-HEADER-DATE >= WS-VERSION-DATE
               MOVE WS-HEADER-DATE TO WS-VERSION-DATE
               MOVE "Y" TO WS-VERSION-LOADING
           ELSE
               MOVE "N" TO WS-VERSION-LOADING
           END-IF
           .

       CheckAlreadyNoticed.
           MOVE "N" TO WS-ALREADY-NOTICED
           PERFORM VARYING NTC-IDX FROM 1 BY 1
                   UNTIL NTC-IDX > NOTICED-COUNT
               IF NX-TABLE (NTC-IDX) = WS-NOTICE-TABLE
                       AND NX-VERSION-DATE (NTC-IDX)
                           = WS-NOTICE-VERSION
                   MOVE "Y" TO WS-ALREADY-NOTICED
                   SET NTC-IDX TO NOTICED-COUNT
               END-IF
           END-PERFORM
           IF WS-ALREADY-NOTICED = "Y"
               DISPLAY WS-NOTICE-TABLE " VERSION " WS-NOTICE-VERSION
                   " ALREADY NOTICED ON PRCNLOG - NO LETTERS"
           END-IF
           .

      *>----------------------------------------------------------------
      *> NoticeMembers - every active member whose term fee the next
      *> PLANFEES version raises.
      *>----------------------------------------------------------------
       NoticeMembers.
           MOVE "PLANFEES" TO WS-NOTICE-TABLE
           MOVE WS-NEXT-PLAN-DATE TO WS-NOTICE-VERSION
           PERFORM StartNoticeTable
           PERFORM LoadSeasonPasses
           OPEN INPUT MEMBERS-FILE
           IF NOT WS-MEMBERS-FILE-OK
               DISPLAY "MEMBERSDD NOT AVAILABLE, STATUS = "
                   WS-MEMBERS-FILE-STATUS
               IF WS-MEMBERS-FILE-STATUS = "05"
                   CLOSE MEMBERS-FILE
               END-IF
               PERFORM FinishNoticeTable
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MEMBERS-FILE-EOF
               READ MEMBERS-FILE
                   AT END SET WS-MEMBERS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-READ
                       IF MF-ACTIVE
                           PERFORM PriceOneMember
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBERS-FILE
           PERFORM FinishNoticeTable
           .

       PriceOneMember.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > 3
               IF PR-PLAN-CODE (WS-PLAN) = MF-PLAN-CODE
                   MOVE WS-PLAN TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO OR MF-BILLING-MONTHS NOT NUMERIC
               ADD 1 TO WS-UNKNOWN-PLAN-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OLD-CHARGE =
               FS-FEE (1, WS-FOUND-SUB) * MF-BILLING-MONTHS
           COMPUTE WS-NEW-CHARGE =
               FS-FEE (2, WS-FOUND-SUB) * MF-BILLING-MONTHS
           IF WS-NEW-CHARGE NOT > WS-OLD-CHARGE
               ADD 1 TO WS-NO-INCREASE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE MF-MEMBER-ID TO WS-CUSTOMER-ID
           MOVE ZERO TO WS-ACCOUNT-NO
           IF MF-PAYER-ACCOUNT NUMERIC
                   AND MF-PAYER-ACCOUNT NOT = ZEROS
               MOVE MF-PAYER-ACCOUNT TO WS-ACCOUNT-NO
           ELSE
               IF MF-MEMBER-ID NUMERIC
                   MOVE MF-MEMBER-ID TO WS-CHECK-ACCOUNT
                   PERFORM MemberAccountNumber
                   MOVE WS-CHECK-ACCOUNT TO WS-ACCOUNT-NO
               END-IF
           END-IF
           MOVE MF-PROVINCE-CODE TO WS-PROVINCE
           MOVE ZERO TO WS-PASS-NO
           PERFORM VARYING PH-IDX FROM 1 BY 1
                   UNTIL PH-IDX > PASS-HOLDER-COUNT
               IF PH-MEMBER-ID (PH-IDX) = MF-MEMBER-ID
                   MOVE PH-PASS-NO (PH-IDX) TO WS-PASS-NO
                   SET PH-IDX TO PASS-HOLDER-COUNT
               END-IF
           END-PERFORM
           PERFORM GetAddressee
           PERFORM JudgeNoticePeriod
           PERFORM WriteOneLetter
           .

      *>----------------------------------------------------------------
      *> LoadSeasonPasses - a pass still valid on the effective date
      *> rides on the membership, so its holder is told it goes on.
      *>----------------------------------------------------------------
       LoadSeasonPasses.
           MOVE ZERO TO PASS-HOLDER-COUNT
           OPEN INPUT PASS-FILE
           IF WS-PASS-FILE-OK
               PERFORM UNTIL WS-PASS-FILE-EOF
                   READ PASS-FILE INTO PS-RECORD
                       AT END SET WS-PASS-FILE-EOF TO TRUE
                       NOT AT END
                           IF PS-ACTIVE
                                   AND PS-VALID-TO
                                       NOT < WS-NOTICE-VERSION
                                   AND PASS-HOLDER-COUNT < 500
                               ADD 1 TO PASS-HOLDER-COUNT
                               SET PH-IDX TO PASS-HOLDER-COUNT
                               MOVE PS-MEMBER-ID
                                   TO PH-MEMBER-ID (PH-IDX)
                               MOVE PS-PASS-NO TO PH-PASS-NO (PH-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PASS-FILE
           ELSE
               IF WS-PASS-FILE-STATUS = "05"
                   CLOSE PASS-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> NoticeMeteredCustomers - every active meter priced on its
      *> average actual usage a cycle under both tariffs; a meter
      *> with no actual reads yet has nothing to price.
      *>----------------------------------------------------------------
       NoticeMeteredCustomers.
           MOVE "TIERRATE" TO WS-NOTICE-TABLE
           MOVE WS-NEXT-TIER-DATE TO WS-NOTICE-VERSION
           PERFORM StartNoticeTable
           PERFORM LoadUsageHistory
           OPEN INPUT METER-MASTER
           IF NOT WS-METER-MASTER-OK
               DISPLAY "METERMST NOT AVAILABLE, STATUS = "
                   WS-METER-MASTER-STATUS
               IF WS-METER-MASTER-STATUS = "05"
                   CLOSE METER-MASTER
               END-IF
               PERFORM FinishNoticeTable
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-METER-MASTER-EOF
               READ METER-MASTER
                   AT END SET WS-METER-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-METERS-READ
                       IF MM-ACTIVE
                           PERFORM PriceOneMeter
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METER-MASTER
           PERFORM FinishNoticeTable
           .

       PriceOneMeter.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > HISTORY-COUNT
               IF HT-METER-ID (HT-IDX) = MM-METER-ID
                   SET WS-FOUND-SUB TO HT-IDX
                   SET HT-IDX TO HISTORY-COUNT
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               ADD 1 TO WS-NO-HISTORY-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVERAGE-USAGE ROUNDED =
               HT-TOTAL-UNITS (WS-FOUND-SUB)
                   / HT-CYCLE-COUNT (WS-FOUND-SUB)
           MOVE 1 TO WS-SET
           PERFORM PriceUsageThroughTiers
           MOVE WS-CHARGE TO WS-OLD-CHARGE
           MOVE 2 TO WS-SET
           PERFORM PriceUsageThroughTiers
           MOVE WS-CHARGE TO WS-NEW-CHARGE
           IF WS-NEW-CHARGE NOT > WS-OLD-CHARGE
               ADD 1 TO WS-NO-INCREASE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE MM-METER-ID TO WS-CUSTOMER-ID
           MOVE MM-ACCOUNT-NO TO WS-ACCOUNT-NO
           MOVE ZERO TO WS-PASS-NO
           MOVE SPACES TO WS-PROVINCE
           PERFORM GetAddressee
           IF WS-ADDRESSEE-FOUND = "Y"
               MOVE CM-PROVINCE-CODE TO WS-PROVINCE
           END-IF
           PERFORM JudgeNoticePeriod
           PERFORM WriteOneLetter
           .

      *>----------------------------------------------------------------
      *> PriceUsageThroughTiers - METERATE's marginal tier pricing on
      *> tier set WS-SET.
      *>----------------------------------------------------------------
       PriceUsageThroughTiers.
           MOVE ZERO TO WS-CHARGE
           MOVE WS-AVERAGE-USAGE TO WS-USAGE-LEFT
           PERFORM VARYING WS-TIER FROM 1 BY 1
                   UNTIL WS-TIER > TS-TIER-COUNT (WS-SET)
                       OR WS-USAGE-LEFT = ZERO
               IF WS-AVERAGE-USAGE NOT <
                       TS-FROM-UNITS (WS-SET, WS-TIER)
                   COMPUTE WS-BAND-SIZE =
                       TS-TO-UNITS (WS-SET, WS-TIER)
                           - TS-FROM-UNITS (WS-SET, WS-TIER) + 1
                   IF WS-USAGE-LEFT < WS-BAND-SIZE
                       MOVE WS-USAGE-LEFT TO WS-BAND-UNITS
                   ELSE
                       MOVE WS-BAND-SIZE TO WS-BAND-UNITS
                   END-IF
                   COMPUTE WS-LINE-CHARGE ROUNDED =
                       WS-BAND-UNITS * TS-UNIT-RATE (WS-SET, WS-TIER)
                   ADD WS-LINE-CHARGE TO WS-CHARGE
                   SUBTRACT WS-BAND-UNITS FROM WS-USAGE-LEFT
               END-IF
           END-PERFORM
           .

       LoadUsageHistory.
           MOVE ZERO TO HISTORY-COUNT
           OPEN INPUT USAGE-HISTORY-FILE
           IF WS-USAGE-HISTORY-OK
               PERFORM UNTIL WS-USAGE-HISTORY-EOF
                   READ USAGE-HISTORY-FILE
                       AT END SET WS-USAGE-HISTORY-EOF TO TRUE
                       NOT AT END
                           MOVE USAGE-HISTORY-RECORD TO MU-RECORD
                           IF MU-ACTUAL
                               PERFORM AddHistoryLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-HISTORY-FILE
           ELSE
               DISPLAY "METERHST NOT AVAILABLE - NO METER LETTERS"
               IF WS-USAGE-HISTORY-STATUS = "05"
                   CLOSE USAGE-HISTORY-FILE
               END-IF
           END-IF
           .

       AddHistoryLine.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > HISTORY-COUNT
               IF HT-METER-ID (HT-IDX) = MU-METER-ID
                   SET WS-FOUND-SUB TO HT-IDX
                   SET HT-IDX TO HISTORY-COUNT
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO AND HISTORY-COUNT < 500
               ADD 1 TO HISTORY-COUNT
               MOVE HISTORY-COUNT TO WS-FOUND-SUB
               MOVE MU-METER-ID TO HT-METER-ID (WS-FOUND-SUB)
               MOVE ZEROS TO HT-TOTAL-UNITS (WS-FOUND-SUB)
               MOVE ZEROS TO HT-CYCLE-COUNT (WS-FOUND-SUB)
           END-IF
           IF WS-FOUND-SUB NOT = ZERO
               ADD MU-USAGE TO HT-TOTAL-UNITS (WS-FOUND-SUB)
               ADD 1 TO HT-CYCLE-COUNT (WS-FOUND-SUB)
           END-IF
           .

       GetAddressee.
           MOVE "N" TO WS-ADDRESSEE-FOUND
           MOVE SPACES TO WS-LETTER-NAME WS-LETTER-ADDRESS
           IF WS-MASTER-IS-OPEN = "Y" AND WS-ACCOUNT-NO NOT = ZEROS
               MOVE WS-ACCOUNT-NO TO CM-ACCOUNT-NO
               READ CUSTOMER-MASTER
               IF CM-STATUS-OK
                   MOVE "Y" TO WS-ADDRESSEE-FOUND
                   MOVE CM-CUSTOMER-NAME TO WS-LETTER-NAME
                   MOVE CM-ADDRESS TO WS-LETTER-ADDRESS
               END-IF
           END-IF
           IF WS-ADDRESSEE-FOUND = "N"
               MOVE SPACES TO CUSTOMER-MASTER-RECORD
               STRING "ACCOUNT " DELIMITED BY SIZE
                   WS-ACCOUNT-NO DELIMITED BY SIZE
                   INTO WS-LETTER-NAME
           END-IF
           MOVE "N" TO WS-LETTER-HELD
           IF WS-ADDRESSEE-FOUND = "Y" AND CM-GONE-AWAY
               MOVE "Y" TO WS-LETTER-HELD
           END-IF
           .

      *>----------------------------------------------------------------
      *> JudgeNoticePeriod - days from today to the effective date
      *> against what NOTCDAYS requires in the customer's province.
      *>----------------------------------------------------------------
       JudgeNoticePeriod.
           MOVE "D" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           MOVE WS-NOTICE-VERSION TO WS-DATE-2
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC = 0
               MOVE WS-DAY-COUNT TO WS-DAYS-NOTICE
           ELSE
               MOVE ZERO TO WS-DAYS-NOTICE
           END-IF
           MOVE ZERO TO WS-REQUIRED-DAYS
           IF WS-PROVINCE NUMERIC
               PERFORM VARYING NDY-IDX FROM 1 BY 1
                       UNTIL NDY-IDX > NOTICE-DAYS-COUNT
                   IF NY-PROVINCE-CODE (NDY-IDX) = WS-PROVINCE
                       MOVE NY-NOTICE-DAYS (NDY-IDX)
                           TO WS-REQUIRED-DAYS
                       SET NDY-IDX TO NOTICE-DAYS-COUNT
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO WS-SHORT-NOTICE
           IF WS-DAYS-NOTICE < WS-REQUIRED-DAYS
               MOVE "Y" TO WS-SHORT-NOTICE
           END-IF
           .

      *>----------------------------------------------------------------
      *> WriteOneLetter - the letter on its own page (or held), then
      *> its line on the PRCNRPT listing.
      *>----------------------------------------------------------------
       WriteOneLetter.
           ADD 1 TO WS-LETTER-COUNT WS-TABLE-LETTERS
           IF WS-LETTER-HELD = "Y"
               ADD 1 TO WS-HELD-COUNT WS-TABLE-HELD
           ELSE
               MOVE SPACES TO LETTER-FILE-RECORD
               WRITE LETTER-FILE-RECORD AFTER ADVANCING PAGE
           END-IF
           IF WS-SHORT-NOTICE = "Y"
               ADD 1 TO WS-SHORT-COUNT WS-TABLE-SHORT
           END-IF
           STRING "PRICE CHANGE NOTICE" DELIMITED BY SIZE
               INTO WS-LETTER-TEXT
           MOVE WS-HEAD-TEXT TO WS-LETTER-TEXT (41:30)
           PERFORM PutLetterLine
           PERFORM PutLetterLine
           MOVE WS-LETTER-NAME TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE WS-LETTER-ADDRESS TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           PERFORM PutLetterLine
           IF WS-NOTICE-TABLE = "PLANFEES"
               STRING "ACCOUNT " DELIMITED BY SIZE
                   WS-ACCOUNT-NO DELIMITED BY SIZE
                   "   MEMBER " DELIMITED BY SIZE
                   MF-MEMBER-ID DELIMITED BY SIZE
                   INTO WS-LETTER-TEXT
           ELSE
               STRING "ACCOUNT " DELIMITED BY SIZE
                   WS-ACCOUNT-NO DELIMITED BY SIZE
                   "   METER " DELIMITED BY SIZE
                   MM-METER-ID DELIMITED BY SIZE
                   INTO WS-LETTER-TEXT
           END-IF
           PERFORM PutLetterLine
           PERFORM PutLetterLine
           IF WS-NOTICE-TABLE = "PLANFEES"
               MOVE MF-BILLING-MONTHS TO WS-MONTHS-TEXT
               STRING "YOUR MEMBERSHIP FEE FOR PLAN " DELIMITED BY SIZE
                   MF-PLAN-CODE DELIMITED BY SIZE
                   ", BILLED EVERY " DELIMITED BY SIZE
                   WS-MONTHS-TEXT DELIMITED BY SIZE
                   " MONTHS, IS CHANGING." DELIMITED BY SIZE
                   INTO WS-LETTER-TEXT
               PERFORM PutLetterLine
           ELSE
               MOVE WS-AVERAGE-USAGE TO WS-UNITS-TEXT
               MOVE "YOUR METERED USAGE TARIFF IS CHANGING."
                   TO WS-LETTER-TEXT
               PERFORM PutLetterLine
               STRING "PRICED ON YOUR AVERAGE USE OF "
                   DELIMITED BY SIZE
                   WS-UNITS-TEXT DELIMITED BY SIZE
                   " UNITS A BILLING CYCLE:" DELIMITED BY SIZE
                   INTO WS-LETTER-TEXT
               PERFORM PutLetterLine
           END-IF
           PERFORM PutLetterLine
           CALL "CURRFMT" USING WS-USD, WS-OLD-CHARGE,
               WS-FORMATTED-AMOUNT
           STRING "CURRENT CHARGE        " DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO WS-LETTER-TEXT
           PERFORM PutLetterLine
           CALL "CURRFMT" USING WS-USD, WS-NEW-CHARGE,
               WS-FORMATTED-AMOUNT
           STRING "NEW CHARGE            " DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO WS-LETTER-TEXT
           PERFORM PutLetterLine
           COMPUTE WS-INCREASE = WS-NEW-CHARGE - WS-OLD-CHARGE
           CALL "CURRFMT" USING WS-USD, WS-INCREASE,
               WS-FORMATTED-AMOUNT
           STRING "INCREASE              " DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO WS-LETTER-TEXT
           PERFORM PutLetterLine
           CALL "RPTHEAD" USING WS-NOTICE-VERSION, WS-LANGUAGE,
               WS-EFFECTIVE-TEXT, WS-EFFECTIVE-COLUMN
           STRING "EFFECTIVE FROM        " DELIMITED BY SIZE
               WS-EFFECTIVE-TEXT DELIMITED BY SIZE
               INTO WS-LETTER-TEXT
           PERFORM PutLetterLine
           PERFORM PutLetterLine
           IF WS-PASS-NO NOT = ZERO
               STRING "YOUR SEASON PASS " DELIMITED BY SIZE
                   WS-PASS-NO DELIMITED BY SIZE
                   " CONTINUES WITH YOUR MEMBERSHIP."
                   DELIMITED BY SIZE
                   INTO WS-LETTER-TEXT
               PERFORM PutLetterLine
           END-IF
           MOVE "CHARGES ARE SHOWN IN THE BASE CURRENCY BEFORE TAX AND"
               TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           MOVE "ANY DISCOUNTS." TO WS-LETTER-TEXT
           PERFORM PutLetterLine
           IF WS-LETTER-FILE-STATUS NOT = "00"
               DISPLAY "PRCNOTCE WRITE FAILED, STATUS = "
                   WS-LETTER-FILE-STATUS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NOTICE-TABLE TO RL-TABLE
           MOVE WS-NOTICE-VERSION TO RL-VERSION
           MOVE WS-CUSTOMER-ID TO RL-CUSTOMER
           MOVE WS-ACCOUNT-NO TO RL-ACCOUNT
           MOVE WS-OLD-CHARGE TO RL-OLD-CHARGE
           MOVE WS-NEW-CHARGE TO RL-NEW-CHARGE
           MOVE WS-DAYS-NOTICE TO RL-DAYS
           EVALUATE TRUE
               WHEN WS-SHORT-NOTICE = "Y" AND WS-LETTER-HELD = "Y"
                   MOVE "SHORT, HELD" TO RL-NOTE
               WHEN WS-SHORT-NOTICE = "Y"
                   MOVE "SHORT NOTICE" TO RL-NOTE
               WHEN WS-LETTER-HELD = "Y"
                   MOVE "HELD" TO RL-NOTE
           END-EVALUATE
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           .

      *>----------------------------------------------------------------
      *> PutLetterLine - one letter line to PRCNOTCE, or to the held
      *> mail through MAILHOLD when the addressee has gone away.
      *>----------------------------------------------------------------
       PutLetterLine.
           IF WS-LETTER-HELD = "Y"
               MOVE WS-LETTER-TEXT TO WS-HOLD-LINE
               CALL "MAILHOLD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
                   CUSTOMER-MASTER-RECORD, WS-HOLD-LINE, WS-HOLD-RC
           ELSE
               WRITE LETTER-FILE-RECORD FROM WS-LETTER-TEXT
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           .

       StartNoticeTable.
           MOVE ZERO TO WS-TABLE-LETTERS WS-TABLE-HELD WS-TABLE-SHORT
           .

      *>----------------------------------------------------------------
      *> FinishNoticeTable - the table's totals on the listing and its
      *> line on PRCNLOG.  The log line is written even when nobody's
      *> charge went up: the version has still been reviewed, and it
      *> is what lets PRCGATE pass the version on its day.
      *>----------------------------------------------------------------
       FinishNoticeTable.
           MOVE WS-NOTICE-TABLE TO SL-TABLE
           MOVE WS-NOTICE-VERSION TO SL-VERSION
           MOVE WS-TABLE-LETTERS TO SL-LETTERS
           MOVE WS-TABLE-HELD TO SL-HELD
           MOVE WS-TABLE-SHORT TO SL-SHORT
           WRITE NOTICE-REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-NOTICE-TABLE TO PN-TABLE
           MOVE WS-NOTICE-VERSION TO PN-VERSION-DATE
           MOVE WS-RUN-DATE TO PN-RUN-DATE
           MOVE WS-TABLE-LETTERS TO PN-LETTER-COUNT
           MOVE WS-TABLE-HELD TO PN-HELD-COUNT
           MOVE WS-TABLE-SHORT TO PN-SHORT-COUNT
           WRITE NOTICE-LOG-RECORD FROM PN-RECORD
           IF WS-NOTICE-LOG-STATUS NOT = "00"
               DISPLAY "PRCNLOG WRITE FAILED, STATUS = "
                   WS-NOTICE-LOG-STATUS
           END-IF
           .

       LoadNoticeLog.
           MOVE ZERO TO NOTICED-COUNT
           OPEN INPUT NOTICE-LOG
           IF WS-NOTICE-LOG-OK
               PERFORM UNTIL WS-NOTICE-LOG-EOF
                   READ NOTICE-LOG INTO PN-RECORD
                       AT END SET WS-NOTICE-LOG-EOF TO TRUE
                       NOT AT END
                           IF NOTICED-COUNT < 200
                               ADD 1 TO NOTICED-COUNT
                               SET NTC-IDX TO NOTICED-COUNT
                               MOVE PN-TABLE TO NX-TABLE (NTC-IDX)
                               MOVE PN-VERSION-DATE
                                   TO NX-VERSION-DATE (NTC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-LOG
           ELSE
               IF WS-NOTICE-LOG-STATUS = "05"
                   CLOSE NOTICE-LOG
               END-IF
           END-IF
           MOVE SPACES TO WS-NOTICE-LOG-STATUS
           .

       LoadNoticeDays.
           MOVE ZERO TO NOTICE-DAYS-COUNT
           OPEN INPUT NOTICE-DAYS-FILE
           IF WS-NOTICE-DAYS-OK
               PERFORM UNTIL WS-NOTICE-DAYS-EOF
                   READ NOTICE-DAYS-FILE
                       AT END SET WS-NOTICE-DAYS-EOF TO TRUE
                       NOT AT END
                           IF ND-PROVINCE-CODE NUMERIC
                                   AND ND-NOTICE-DAYS NUMERIC
                                   AND NOTICE-DAYS-COUNT < 99
                               ADD 1 TO NOTICE-DAYS-COUNT
                               SET NDY-IDX TO NOTICE-DAYS-COUNT
                               MOVE ND-PROVINCE-CODE
                                   TO NY-PROVINCE-CODE (NDY-IDX)
                               MOVE ND-NOTICE-DAYS
                                   TO NY-NOTICE-DAYS (NDY-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-DAYS-FILE
           ELSE
               IF WS-NOTICE-DAYS-STATUS = "05"
                   CLOSE NOTICE-DAYS-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> GetReportHeading - the LANGPARM language code and the shared
      *> RPTHEAD service turn the business date into the dated
      *> heading the listing and the letters carry.
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
           COMPUTE CTL-INPUT-COUNT = WS-MEMBERS-READ + WS-METERS-READ
           MOVE WS-LETTER-COUNT TO CTL-OUTPUT-COUNT
           COMPUTE CTL-REJECT-COUNT =
               WS-NO-HISTORY-COUNT + WS-UNKNOWN-PLAN-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

      *>----------------------------------------------------------------
      *> MemberAccountNumber - the member's own account for the member
      *> id moved to WS-CHECK-ACCOUNT: the ACCTCHK check digit goes
      *> in the high-order digit, as the account number conversion
      *> gave every member's account.
      *>----------------------------------------------------------------
       MemberAccountNumber.
           MOVE "G" TO WS-CHECK-FUNCTION
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           .

       COPY RUNDATE.
       END PROGRAM PRCNOTE.
