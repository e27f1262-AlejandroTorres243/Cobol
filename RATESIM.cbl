      ******************************************************************
      * Author:
      * Date:
      * Purpose: What-if repricing simulation - price the live member
      *          and meter base twice, once on the rates in force and
      *          once on a proposed set, and report the revenue
      *          effect before the proposal is committed.  Proposed
      *          plan fees come from SIMFEES (PLANFEES layout; a plan
      *          not listed keeps its current fee) and a proposed
      *          tariff from SIMTIER (TIERRATE layout; any tariff
      *          lines replace the whole table).  The current rates
      *          are the PLANFEES and TIERRATE versions the billing
      *          and rating runs would use today, PRCGATE included.
      *          Active MEMBERSDD members re-rate through the billing
      *          run's rules - plan fee by billing months, the
      *          mid-month plan-change proration, the FAMDISC family
      *          and TENRDISC loyalty discounts and PROVTAX tax - for
      *          one billing run; the last twelve months of METERHST
      *          re-rate through METERATE's marginal tier pricing,
      *          true-ups reversed, meters without a METERMST entry
      *          rejected as METERATE rejects them.  RATESIMR
      *          compares current with proposed revenue by plan, by
      *          tier band and by province (CUSTMAST supplies a
      *          meter's province), and shows how the change spreads
      *          across customers (a member's payer account, a
      *          meter's account).  Amounts are base currency.  The
      *          run only reads the billing files: it writes no
      *          invoices, transactions, ledger postings or rate
      *          version lines.  The report is copied to the report
      *          repository through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATESIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAN-FEE-FILE ASSIGN TO "PLANFEES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FEE-STATUS.
           SELECT OPTIONAL PROPOSED-FEE-FILE ASSIGN TO "SIMFEES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-FEE-STATUS.
           SELECT OPTIONAL TIER-RATE-FILE ASSIGN TO "TIERRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-RATE-STATUS.
           SELECT OPTIONAL PROPOSED-TIER-FILE ASSIGN TO "SIMTIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-TIER-STATUS.
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
           SELECT OPTIONAL PROVINCE-TAX-FILE ASSIGN TO "PROVTAX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVINCE-TAX-STATUS.
           SELECT OPTIONAL FAMILY-DISCOUNT-PARM ASSIGN TO "FAMDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAMILY-DISCOUNT-STATUS.
           SELECT OPTIONAL TENURE-DISCOUNT-FILE ASSIGN TO "TENRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TENURE-DISCOUNT-STATUS.
           SELECT OPTIONAL METER-MASTER ASSIGN TO "METERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METER-MASTER-STATUS.
           SELECT OPTIONAL USAGE-HISTORY-FILE ASSIGN TO "METERHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-HISTORY-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT SIMULATION-REPORT ASSIGN TO "RATESIMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATION-REPORT-STATUS.
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
       FD  PROPOSED-FEE-FILE.
       01  PROPOSED-FEE-RECORD PIC X(10).
       FD  TIER-RATE-FILE.
       01  TIER-RATE-RECORD.
           05 TF-FROM-UNITS PIC 9(5).
           05 TF-TO-UNITS PIC 9(5).
           05 TF-UNIT-RATE PIC 9(3)V9(4).
           05 TF-REGISTER PIC X(1).
       FD  PROPOSED-TIER-FILE.
       01  PROPOSED-TIER-RECORD PIC X(18).
       FD  MEMBERS-FILE.
       COPY MBRREC.
       FD  PROVINCE-TAX-FILE.
       01  PROVINCE-TAX-RECORD.
           05 PT-PROVINCE-CODE PIC 9(2).
           05 PT-TAX-RATE      PIC 9(2)V9(2).
       FD  FAMILY-DISCOUNT-PARM.
       01  FAMILY-DISCOUNT-RECORD.
           05 FD-PCT PIC 9(2)V9(2).
       FD  TENURE-DISCOUNT-FILE.
       01  TENURE-DISCOUNT-RECORD.
           05 TD-YEARS PIC 9(2).
           05 FILLER PIC X(1).
           05 TD-PCT PIC 9(2)V9(2).
       FD  METER-MASTER.
       COPY MTRREC.
       FD  USAGE-HISTORY-FILE.
       01  USAGE-HISTORY-RECORD PIC X(24).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  SIMULATION-REPORT.
       01  SIMULATION-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY MUREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-PLAN-FEE-STATUS PIC XX VALUE SPACES.
           88 WS-PLAN-FEE-OK VALUE "00".
           88 WS-PLAN-FEE-EOF VALUE "10".
       01 WS-PROPOSED-FEE-STATUS PIC XX VALUE SPACES.
           88 WS-PROPOSED-FEE-OK VALUE "00".
           88 WS-PROPOSED-FEE-EOF VALUE "10".
       01 WS-TIER-RATE-STATUS PIC XX VALUE SPACES.
           88 WS-TIER-RATE-OK VALUE "00".
           88 WS-TIER-RATE-EOF VALUE "10".
       01 WS-PROPOSED-TIER-STATUS PIC XX VALUE SPACES.
           88 WS-PROPOSED-TIER-OK VALUE "00".
           88 WS-PROPOSED-TIER-EOF VALUE "10".
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-PROVINCE-TAX-STATUS PIC XX VALUE SPACES.
           88 WS-PROVINCE-TAX-OK VALUE "00".
           88 WS-PROVINCE-TAX-EOF VALUE "10".
       01 WS-FAMILY-DISCOUNT-STATUS PIC XX VALUE SPACES.
           88 WS-FAMILY-DISCOUNT-OK VALUE "00".
       01 WS-TENURE-DISCOUNT-STATUS PIC XX VALUE SPACES.
           88 WS-TENURE-DISCOUNT-OK VALUE "00".
           88 WS-TENURE-DISCOUNT-EOF VALUE "10".
       01 WS-METER-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-METER-MASTER-OK VALUE "00".
           88 WS-METER-MASTER-EOF VALUE "10".
       01 WS-USAGE-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-USAGE-HISTORY-OK VALUE "00".
           88 WS-USAGE-HISTORY-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-MASTER-IS-OPEN PIC X VALUE "N".
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-SIMULATION-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
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
      *>   Set 1 is priced on the rates in force, set 2 on the
      *>   proposal.
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
                   15 TS-BAND-UNITS PIC S9(9).
                   15 TS-BAND-REVENUE PIC S9(11)V99.
       01 WS-SET PIC 9 VALUE ZERO.
       01 WS-TIER PIC 9(2) VALUE ZERO.
       01 WS-PLAN PIC 9 VALUE ZERO.
       01 WS-PROPOSED-FEES-READ PIC 9(4) VALUE ZERO.
       01 WS-PROPOSED-TIERS-READ PIC 9(4) VALUE ZERO.
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
      *>   Billing-run rule tables.
       01 PROVINCE-TAX-TABLE.
           05 PROVINCE-TAX-ENTRY OCCURS 0 TO 60 TIMES
               DEPENDING ON PROVINCE-TAX-COUNT
               INDEXED BY PTX-IDX.
               10 PX-PROVINCE-CODE PIC 9(2).
               10 PX-TAX-RATE      PIC 9(2)V9(2).
       01 PROVINCE-TAX-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MEMBER-TAX-RATE PIC 9(2)V9(2) VALUE ZERO.
       01 WS-FAMILY-PCT PIC 9(2)V9(2) VALUE ZERO.
       01 PAYER-GROUP-TABLE.
           05 PAYER-GROUP-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON PAYER-GROUP-COUNT
               INDEXED BY PG-IDX.
               10 PG-PAYER PIC 9(10).
       01 PAYER-GROUP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FAMILY-FOLLOWER PIC X VALUE "N".
       01 TENURE-BAND-TABLE.
           05 TENURE-BAND-ENTRY OCCURS 0 TO 10 TIMES
               DEPENDING ON TENURE-BAND-COUNT
               INDEXED BY TB-IDX.
               10 TB-YEARS PIC 9(2).
               10 TB-PCT PIC 9(2)V9(2).
       01 TENURE-BAND-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TENURE-YEARS PIC 9(3) VALUE ZERO.
       01 WS-LOYALTY-PCT PIC 9(2)V9(2) VALUE ZERO.
      *>   The member being priced.
       01 WS-LOOKUP-PLAN-CODE PIC X(1) VALUE SPACE.
       01 WS-PLAN-SUB PIC 9 VALUE ZERO.
       01 WS-MEMBER-PLAN-SUB PIC 9 VALUE ZERO.
       01 WS-PRIOR-PLAN-SUB PIC 9 VALUE ZERO.
       01 WS-PRORATE PIC X VALUE "N".
       01 WS-FEE PIC 9(3)V99 VALUE ZERO.
       01 WS-OLD-FEE PIC 9(3)V99 VALUE ZERO.
       01 WS-INVOICE-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 WS-MEMBER-BILLED PIC S9(7)V99 VALUE ZERO.
       01 WS-DISCOUNT-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-TAX-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-MONTH-START PIC 9(8) VALUE ZERO.
       01 WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05 WS-MS-YYYY PIC 9(4).
           05 WS-MS-MM   PIC 9(2).
           05 WS-MS-DD   PIC 9(2).
       01 WS-NEXT-MONTH-START PIC 9(8) VALUE ZERO.
       01 WS-NEXT-MONTH-START-R REDEFINES WS-NEXT-MONTH-START.
           05 WS-NM-YYYY PIC 9(4).
           05 WS-NM-MM   PIC 9(2).
           05 WS-NM-DD   PIC 9(2).
       01 WS-DAYS-IN-MONTH PIC S9(7) VALUE ZERO.
       01 WS-DAYS-BEFORE PIC S9(7) VALUE ZERO.
       01 WS-DAYS-FROM PIC S9(7) VALUE ZERO.
       01 WS-DATE-FUNCTION PIC X VALUE "D".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
      *>   Meter to account and province, off METERMST and CUSTMAST.
       01 METER-XREF-TABLE.
           05 METER-XREF-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON METER-XREF-COUNT
               INDEXED BY MX-IDX.
               10 MX-METER-ID PIC X(10).
               10 MX-ACCOUNT-NO PIC 9(10).
               10 MX-PROVINCE-SUB PIC 9(3).
       01 METER-XREF-COUNT PIC 9(4) VALUE ZERO.
       01 WS-XREF-FOUND PIC X VALUE "N".
       01 WS-USAGE-LEFT PIC 9(5) VALUE ZERO.
       01 WS-BAND-SIZE PIC 9(5) VALUE ZERO.
       01 WS-BAND-UNITS PIC 9(5) VALUE ZERO.
       01 WS-LINE-CHARGE PIC S9(7)V99 VALUE ZERO.
       01 WS-CHARGE PIC S9(7)V99 VALUE ZERO.
      *>   Twelve months back from the business date.
       01 WS-HISTORY-FROM PIC 9(8) VALUE ZERO.
       01 WS-HISTORY-FROM-R REDEFINES WS-HISTORY-FROM.
           05 WS-HF-YYYY PIC 9(4).
           05 WS-HF-MMDD PIC 9(4).
      *>   Revenue by plan (the fourth entry holds plan codes the fee
      *>   table does not know, which bill at zero), by province
      *>   (subscript is the province code plus one) and in total;
      *>   each amount under set 1 and set 2.
       01 PLAN-TOTALS.
           05 PLAN-TOTAL-ENTRY OCCURS 4 TIMES.
               10 PT-MEMBERS PIC 9(7).
               10 PT-FEES PIC S9(11)V99 OCCURS 2 TIMES.
       01 PROVINCE-TOTALS.
           05 PROVINCE-TOTAL-ENTRY OCCURS 100 TIMES.
               10 PV-USED PIC X.
               10 PV-NET PIC S9(11)V99 OCCURS 2 TIMES.
               10 PV-TAX PIC S9(11)V99 OCCURS 2 TIMES.
       01 WS-PROVINCE-SUB PIC 9(3) VALUE ZERO.
       01 SIMULATION-TOTALS.
           05 SIM-TOTAL-ENTRY OCCURS 2 TIMES.
               10 ST-FAMILY PIC S9(11)V99.
               10 ST-LOYALTY PIC S9(11)V99.
               10 ST-TAX PIC S9(11)V99.
               10 ST-METERED PIC S9(11)V99.
      *>   Each customer's revenue under both sets, for the spread.
       01 CUSTOMER-CHANGE-TABLE.
           05 CUSTOMER-CHANGE-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON CUSTOMER-COUNT
               INDEXED BY CC-IDX.
               10 CC-KEY PIC X(10).
               10 CC-AMOUNT PIC S9(9)V99 OCCURS 2 TIMES.
       01 CUSTOMER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CUSTOMER-KEY PIC X(10) VALUE SPACES.
       01 WS-CUSTOMER-AMOUNTS.
           05 WS-CUSTOMER-AMOUNT PIC S9(9)V99 OCCURS 2 TIMES.
       01 WS-CUSTOMER-CHANGE PIC S9(9)V99 VALUE ZERO.
       01 WS-CUSTOMERS-UNTRACKED PIC 9(9) VALUE ZERO.
       01 WS-LARGEST-KEY PIC X(10) VALUE SPACES.
       01 WS-LARGEST-CHANGE PIC S9(9)V99 VALUE ZERO.
       01 SPREAD-LABEL-TABLE.
           05 FILLER PIC X(24) VALUE "DECREASE".
           05 FILLER PIC X(24) VALUE "NO CHANGE".
           05 FILLER PIC X(24) VALUE "UP 0.01 TO 5.00".
           05 FILLER PIC X(24) VALUE "UP 5.01 TO 10.00".
           05 FILLER PIC X(24) VALUE "UP 10.01 TO 25.00".
           05 FILLER PIC X(24) VALUE "UP 25.01 TO 50.00".
           05 FILLER PIC X(24) VALUE "UP 50.01 TO 100.00".
           05 FILLER PIC X(24) VALUE "UP MORE THAN 100.00".
       01 SPREAD-LABELS REDEFINES SPREAD-LABEL-TABLE.
           05 SPREAD-LABEL PIC X(24) OCCURS 8 TIMES.
       01 SPREAD-TOTALS.
           05 SPREAD-ENTRY OCCURS 8 TIMES.
               10 SP-CUSTOMERS PIC 9(7).
               10 SP-CHANGE PIC S9(11)V99.
       01 WS-SPREAD PIC 9 VALUE ZERO.
      *>   Counts.
       01 WS-MEMBERS-READ PIC 9(9) VALUE ZERO.
       01 WS-MEMBERS-PRICED PIC 9(9) VALUE ZERO.
       01 WS-MEMBERS-SKIPPED PIC 9(9) VALUE ZERO.
       01 WS-USAGE-READ PIC 9(9) VALUE ZERO.
       01 WS-USAGE-PRICED PIC 9(9) VALUE ZERO.
       01 WS-USAGE-OUTSIDE PIC 9(9) VALUE ZERO.
       01 WS-USAGE-REJECTED PIC 9(9) VALUE ZERO.
      *>   Report lines.
       01 WS-PROVINCE-CODE PIC 9(2) VALUE ZERO.
       01 WS-PROVINCE-NAME PIC X(20) VALUE SPACES.
       01 WS-PROVINCE-RC PIC 9 VALUE ZERO.
       01 WS-CMP-LABEL PIC X(24) VALUE SPACES.
       01 WS-CMP-CURRENT PIC S9(11)V99 VALUE ZERO.
       01 WS-CMP-PROPOSED PIC S9(11)V99 VALUE ZERO.
       01 WS-CMP-CHANGE PIC S9(11)V99 VALUE ZERO.
       01 WS-CMP-PCT PIC S9(5)V9 VALUE ZERO.
       01 WS-TEXT-LINE PIC X(80) VALUE SPACES.
       01 WS-EDITED-COUNT PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDITED-MONEY PIC ---,---,--9.99.
       01 WS-EDITED-DATE PIC 9(8).
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(29) VALUE "RATE CHANGE SIMULATION      ".
           05 RT-HEAD-TEXT PIC X(30).
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "        CURRENT".
           05 FILLER PIC X(15) VALUE "       PROPOSED".
           05 FILLER PIC X(15) VALUE "         CHANGE".
           05 FILLER PIC X(8) VALUE "    %CHG".
       01 WS-COMPARE-LINE.
           05 CL-LABEL PIC X(24).
           05 FILLER PIC X(1).
           05 CL-CURRENT PIC ---,---,--9.99.
           05 FILLER PIC X(1).
           05 CL-PROPOSED PIC ---,---,--9.99.
           05 FILLER PIC X(1).
           05 CL-CHANGE PIC ---,---,--9.99.
           05 FILLER PIC X(1).
           05 CL-PCT PIC ---9.9.
           05 CL-PCT-SIGN PIC X(1).
       01 WS-RANGE-LINE.
           05 RG-CURRENT-LABEL PIC X(11).
           05 RG-CURRENT-FROM PIC Z(4)9.
           05 RG-CURRENT-DASH PIC X(1).
           05 RG-CURRENT-TO PIC Z(4)9.
           05 RG-CURRENT-AT PIC X(3).
           05 RG-CURRENT-RATE PIC ZZ9.9999.
           05 RG-PROPOSED-LABEL PIC X(13).
           05 RG-PROPOSED-FROM PIC Z(4)9.
           05 RG-PROPOSED-DASH PIC X(1).
           05 RG-PROPOSED-TO PIC Z(4)9.
           05 RG-PROPOSED-AT PIC X(3).
           05 RG-PROPOSED-RATE PIC ZZ9.9999.
       01 WS-SPREAD-HEADING.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "  CUSTOMERS".
           05 FILLER PIC X(18) VALUE "      TOTAL CHANGE".
       01 WS-SPREAD-LINE.
           05 DL-LABEL PIC X(24).
           05 FILLER PIC X(1).
           05 DL-CUSTOMERS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(3).
           05 DL-CHANGE PIC ---,---,--9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RATESIM" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetReportHeading
           PERFORM LoadPlanFeeSets
           PERFORM LoadTierSets
           PERFORM LoadProvinceTaxTable
           PERFORM LoadTenureBands
           PERFORM GetFamilyDiscount
           INITIALIZE PLAN-TOTALS PROVINCE-TOTALS SIMULATION-TOTALS
               SPREAD-TOTALS
           PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 2
               PERFORM VARYING WS-TIER FROM 1 BY 1 UNTIL WS-TIER > 10
                   MOVE ZERO TO TS-BAND-UNITS (WS-SET, WS-TIER)
                   MOVE ZERO TO TS-BAND-REVENUE (WS-SET, WS-TIER)
               END-PERFORM
           END-PERFORM
           OPEN INPUT CUSTOMER-MASTER
           IF CM-STATUS-OK
               MOVE "Y" TO WS-MASTER-IS-OPEN
           ELSE
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
                   " - METERED REVENUE SHOWN WITHOUT A PROVINCE"
           END-IF
           PERFORM LoadMeterCrossReference
           IF WS-MASTER-IS-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           PERFORM SimulateMembers
           PERFORM SimulateUsageHistory
           PERFORM SpreadCustomerChanges
           OPEN OUTPUT SIMULATION-REPORT
           PERFORM PrintSimulationReport
           CLOSE SIMULATION-REPORT
           MOVE "RATESIMR" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- RATESIM TOTALS ----------"
           DISPLAY "PLANFEES IN FORCE  : " WS-PLAN-IN-FORCE
           DISPLAY "TIERRATE IN FORCE  : " WS-TIER-IN-FORCE
           DISPLAY "SIMFEES LINES      : " WS-PROPOSED-FEES-READ
           DISPLAY "SIMTIER LINES      : " WS-PROPOSED-TIERS-READ
           DISPLAY "MEMBERS READ       : " WS-MEMBERS-READ
           DISPLAY "MEMBERS PRICED     : " WS-MEMBERS-PRICED
           DISPLAY "USAGE LINES READ   : " WS-USAGE-READ
           DISPLAY "USAGE LINES PRICED : " WS-USAGE-PRICED
           DISPLAY "USAGE NO METER     : " WS-USAGE-REJECTED
           DISPLAY "CUSTOMERS COMPARED : " CUSTOMER-COUNT
           IF WS-CUSTOMERS-UNTRACKED > ZERO
               DISPLAY "CUSTOMERS LEFT OUT OF THE SPREAD: "
                   WS-CUSTOMERS-UNTRACKED
           END-IF
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> LoadPlanFeeSets - set 1 is the PLANFEES version in force,
      *> laid over the compiled fees exactly as the billing run lays
      *> it; set 2 starts as a copy and takes every SIMFEES fee.
      *> Version headers in SIMFEES are skipped - the whole file is
      *> the proposal.
      *>----------------------------------------------------------------
       LoadPlanFeeSets.
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > 3
               MOVE PR-FEE (WS-PLAN) TO FS-FEE (1, WS-PLAN)
           END-PERFORM
           MOVE ZERO TO WS-VERSION-DATE
           MOVE "Y" TO WS-VERSION-LOADING
           MOVE 1 TO WS-SET
           OPEN INPUT PLAN-FEE-FILE
           IF WS-PLAN-FEE-OK
               PERFORM UNTIL WS-PLAN-FEE-EOF
                   READ PLAN-FEE-FILE
                       AT END SET WS-PLAN-FEE-EOF TO TRUE
                       NOT AT END
                           IF PLAN-FEE-RECORD (1:1) = "V"
                               MOVE "PLANFEES" TO WS-GATE-TABLE
                               PERFORM JudgeVersionInForce
                           ELSE
                               IF WS-VERSION-LOADING = "Y"
                                   PERFORM SetOnePlanFee
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FEE-FILE
           ELSE
               IF WS-PLAN-FEE-STATUS = "05"
                   CLOSE PLAN-FEE-FILE
               END-IF
           END-IF
           MOVE WS-VERSION-DATE TO WS-PLAN-IN-FORCE
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > 3
               MOVE FS-FEE (1, WS-PLAN) TO FS-FEE (2, WS-PLAN)
           END-PERFORM
           MOVE 2 TO WS-SET
           OPEN INPUT PROPOSED-FEE-FILE
           IF WS-PROPOSED-FEE-OK
               PERFORM UNTIL WS-PROPOSED-FEE-EOF
                   READ PROPOSED-FEE-FILE INTO PLAN-FEE-RECORD
                       AT END SET WS-PROPOSED-FEE-EOF TO TRUE
                       NOT AT END
                           IF PLAN-FEE-RECORD (1:1) NOT = "V"
                               ADD 1 TO WS-PROPOSED-FEES-READ
                               PERFORM SetOnePlanFee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSED-FEE-FILE
           ELSE
               IF WS-PROPOSED-FEE-STATUS = "05"
                   CLOSE PROPOSED-FEE-FILE
               END-IF
           END-IF
           IF WS-PROPOSED-FEES-READ = ZERO
               DISPLAY "NO SIMFEES PROPOSAL - PLAN FEES UNCHANGED"
           END-IF
           .

       SetOnePlanFee.
           IF PF-FEE NOT NUMERIC
               DISPLAY "FEE LINE IGNORED - FEE NOT NUMERIC: "
                   PLAN-FEE-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > 3
               IF PR-PLAN-CODE (WS-PLAN) = PF-PLAN-CODE
                   MOVE PF-FEE TO FS-FEE (WS-SET, WS-PLAN)
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> LoadTierSets - set 1 is the TIERRATE version in force over
      *> METERATE's standing three-band tariff; set 2 is the SIMTIER
      *> tariff whole, or set 1 again when SIMTIER has no lines.
      *>----------------------------------------------------------------
       LoadTierSets.
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
           MOVE ZERO TO WS-VERSION-DATE
           MOVE "Y" TO WS-VERSION-LOADING
           MOVE 1 TO WS-SET
           OPEN INPUT TIER-RATE-FILE
           IF WS-TIER-RATE-OK
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
                           ELSE
                               IF WS-VERSION-LOADING = "Y"
                                   PERFORM AddOneTier
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIER-RATE-FILE
           ELSE
               IF WS-TIER-RATE-STATUS = "05"
                   CLOSE TIER-RATE-FILE
               END-IF
           END-IF
           MOVE WS-VERSION-DATE TO WS-TIER-IN-FORCE
           MOVE 2 TO WS-SET
           MOVE ZERO TO TS-TIER-COUNT (2)
           OPEN INPUT PROPOSED-TIER-FILE
           IF WS-PROPOSED-TIER-OK
               PERFORM UNTIL WS-PROPOSED-TIER-EOF
                   READ PROPOSED-TIER-FILE INTO TIER-RATE-RECORD
                       AT END SET WS-PROPOSED-TIER-EOF TO TRUE
                       NOT AT END
                           IF TIER-RATE-RECORD (1:1) NOT = "V"
                               ADD 1 TO WS-PROPOSED-TIERS-READ
                               PERFORM AddOneTier
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSED-TIER-FILE
           ELSE
               IF WS-PROPOSED-TIER-STATUS = "05"
                   CLOSE PROPOSED-TIER-FILE
               END-IF
           END-IF
           IF TS-TIER-COUNT (2) = ZERO
               DISPLAY "NO SIMTIER PROPOSAL - TARIFF UNCHANGED"
               MOVE TIER-SET (1) TO TIER-SET (2)
           END-IF
           .

       AddOneTier.
      *>    Time-of-use register schedules stay with the rating run;
      *>    meter totals here price on the standard tariff.
           IF TF-REGISTER NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           IF TF-FROM-UNITS NOT NUMERIC OR TF-TO-UNITS NOT NUMERIC
                   OR TF-UNIT-RATE NOT NUMERIC
               DISPLAY "TARIFF LINE IGNORED - NOT NUMERIC: "
                   TIER-RATE-RECORD
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
      *> all, so "current" is what the customer would be charged
      *> today.  The header image is in whichever record was read.
      *>----------------------------------------------------------------
       JudgeVersionInForce.
           IF WS-GATE-TABLE = "PLANFEES"
               MOVE PLAN-FEE-RECORD (3:8) TO WS-HEADER-DATE
           ELSE
               MOVE TIER-RATE-RECORD (3:8) TO WS-HEADER-DATE
           END-IF
           IF WS-HEADER-DATE NOT NUMERIC
               DISPLAY WS-GATE-TABLE " BAD RATE VERSION HEADER IGNORED"
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
                       " REFUSED - NO PRICE NOTICE RUN LOGGED"
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

      *>----------------------------------------------------------------
      *> SimulateMembers - every active member, in MEMBERSDD order so
      *> the family discount falls where the billing run puts it.
      *>----------------------------------------------------------------
       SimulateMembers.
           OPEN INPUT MEMBERS-FILE
           IF NOT WS-MEMBERS-FILE-OK
               DISPLAY "MEMBERSDD NOT AVAILABLE, STATUS = "
                   WS-MEMBERS-FILE-STATUS
               IF WS-MEMBERS-FILE-STATUS = "05"
                   CLOSE MEMBERS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MEMBERS-FILE-EOF
               READ MEMBERS-FILE
                   AT END SET WS-MEMBERS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-READ
                       IF MF-ACTIVE AND MF-BILLING-MONTHS NUMERIC
                           PERFORM SimulateOneMember
                       ELSE
                           ADD 1 TO WS-MEMBERS-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBERS-FILE
           .

       SimulateOneMember.
           ADD 1 TO WS-MEMBERS-PRICED
           PERFORM JudgeFamilyFollower
           PERFORM JudgeLoyaltyPct
           PERFORM JudgeMemberProvince
           PERFORM JudgeProration
           MOVE MF-PLAN-CODE TO WS-LOOKUP-PLAN-CODE
           PERFORM FindPlanSub
           MOVE WS-PLAN-SUB TO WS-MEMBER-PLAN-SUB
           ADD 1 TO PT-MEMBERS (WS-MEMBER-PLAN-SUB)
           MOVE MF-PRIOR-PLAN-CODE TO WS-LOOKUP-PLAN-CODE
           PERFORM FindPlanSub
           MOVE WS-PLAN-SUB TO WS-PRIOR-PLAN-SUB
           IF MF-PAYER-ACCOUNT NUMERIC AND MF-PAYER-ACCOUNT NOT = ZEROS
               MOVE MF-PAYER-ACCOUNT TO WS-CUSTOMER-KEY
           ELSE
               MOVE MF-MEMBER-ID TO WS-CUSTOMER-KEY
           END-IF
           PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 2
               PERFORM PriceMemberUnderSet
           END-PERFORM
           PERFORM PostCustomerAmounts
           .

      *>----------------------------------------------------------------
      *> PriceMemberUnderSet - BillOneMember's arithmetic, picture for
      *> picture, on fee set WS-SET: the fee lines (prorated in the
      *> change month), the family then the loyalty discount off
      *> what was billed, then the province tax on what is left.
      *>----------------------------------------------------------------
       PriceMemberUnderSet.
           MOVE ZERO TO WS-MEMBER-BILLED
           MOVE WS-MEMBER-PLAN-SUB TO WS-PLAN-SUB
           PERFORM GetSetFee
           IF WS-PRORATE = "Y"
               MOVE WS-FEE TO WS-OLD-FEE
               MOVE WS-PRIOR-PLAN-SUB TO WS-PLAN-SUB
               PERFORM GetSetFee
               COMPUTE WS-INVOICE-AMOUNT ROUNDED =
                   WS-FEE * WS-DAYS-BEFORE / WS-DAYS-IN-MONTH
               ADD WS-INVOICE-AMOUNT TO WS-MEMBER-BILLED
               ADD WS-INVOICE-AMOUNT
                   TO PT-FEES (WS-PRIOR-PLAN-SUB, WS-SET)
               COMPUTE WS-INVOICE-AMOUNT ROUNDED =
                   WS-OLD-FEE * WS-DAYS-FROM / WS-DAYS-IN-MONTH
               IF MF-BILLING-MONTHS > 1
                   COMPUTE WS-INVOICE-AMOUNT ROUNDED =
                       WS-INVOICE-AMOUNT
                           + (WS-OLD-FEE * (MF-BILLING-MONTHS - 1))
               END-IF
           ELSE
               COMPUTE WS-INVOICE-AMOUNT = WS-FEE * MF-BILLING-MONTHS
           END-IF
           ADD WS-INVOICE-AMOUNT TO WS-MEMBER-BILLED
           ADD WS-INVOICE-AMOUNT TO PT-FEES (WS-MEMBER-PLAN-SUB, WS-SET)
           IF WS-FAMILY-FOLLOWER = "Y" AND WS-FAMILY-PCT NOT = ZEROS
                   AND WS-MEMBER-BILLED > ZERO
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                   WS-MEMBER-BILLED * WS-FAMILY-PCT / 100
               SUBTRACT WS-DISCOUNT-AMOUNT FROM WS-MEMBER-BILLED
               ADD WS-DISCOUNT-AMOUNT TO ST-FAMILY (WS-SET)
           END-IF
           IF WS-LOYALTY-PCT NOT = ZEROS AND WS-MEMBER-BILLED > ZERO
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                   WS-MEMBER-BILLED * WS-LOYALTY-PCT / 100
               SUBTRACT WS-DISCOUNT-AMOUNT FROM WS-MEMBER-BILLED
               ADD WS-DISCOUNT-AMOUNT TO ST-LOYALTY (WS-SET)
           END-IF
           IF WS-MEMBER-TAX-RATE > ZERO AND WS-MEMBER-BILLED NOT = ZERO
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-MEMBER-BILLED * WS-MEMBER-TAX-RATE / 100
               ADD WS-TAX-AMOUNT TO ST-TAX (WS-SET)
               ADD WS-TAX-AMOUNT TO PV-TAX (WS-PROVINCE-SUB, WS-SET)
           END-IF
           ADD WS-MEMBER-BILLED TO PV-NET (WS-PROVINCE-SUB, WS-SET)
           MOVE WS-MEMBER-BILLED TO WS-CUSTOMER-AMOUNT (WS-SET)
           .

       FindPlanSub.
           MOVE 4 TO WS-PLAN-SUB
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > 3
               IF PR-PLAN-CODE (WS-PLAN) = WS-LOOKUP-PLAN-CODE
                   MOVE WS-PLAN TO WS-PLAN-SUB
               END-IF
           END-PERFORM
           .

       GetSetFee.
           IF WS-PLAN-SUB = 4
               MOVE ZERO TO WS-FEE
           ELSE
               MOVE FS-FEE (WS-SET, WS-PLAN-SUB) TO WS-FEE
           END-IF
           .

      *>----------------------------------------------------------------
      *> JudgeFamilyFollower - AssignMemberInvoice's rule: the first
      *> member of a payer account carries the invoice, the rest
      *> ride on it and earn the family discount.
      *>----------------------------------------------------------------
       JudgeFamilyFollower.
           MOVE "N" TO WS-FAMILY-FOLLOWER
           IF MF-PAYER-ACCOUNT NOT NUMERIC
                   OR MF-PAYER-ACCOUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           SET PG-IDX TO 1
           SEARCH PAYER-GROUP-ENTRY
               AT END
                   IF PAYER-GROUP-COUNT < 200
                       ADD 1 TO PAYER-GROUP-COUNT
                       SET PG-IDX TO PAYER-GROUP-COUNT
                       MOVE MF-PAYER-ACCOUNT TO PG-PAYER (PG-IDX)
                   END-IF
               WHEN PG-PAYER (PG-IDX) = MF-PAYER-ACCOUNT
                   MOVE "Y" TO WS-FAMILY-FOLLOWER
           END-SEARCH
           .

       JudgeLoyaltyPct.
           MOVE ZEROS TO WS-LOYALTY-PCT
           IF TENURE-BAND-COUNT = ZERO
                   OR MF-EFFECTIVE-DATE NOT NUMERIC
                   OR MF-EFFECTIVE-DATE = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-DATE-FUNCTION
           MOVE MF-EFFECTIVE-DATE TO WS-DATE-1
           MOVE WS-RUN-DATE TO WS-DATE-2
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0 OR WS-DAY-COUNT < ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TENURE-YEARS = WS-DAY-COUNT / 365
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > TENURE-BAND-COUNT
               IF WS-TENURE-YEARS >= TB-YEARS (TB-IDX)
                       AND TB-PCT (TB-IDX) > WS-LOYALTY-PCT
                   MOVE TB-PCT (TB-IDX) TO WS-LOYALTY-PCT
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> JudgeMemberProvince - the PROVTAX rate for the member's
      *> province; no province, or none on file, is tax-free as the
      *> billing run bills it.
      *>----------------------------------------------------------------
       JudgeMemberProvince.
           MOVE ZERO TO WS-MEMBER-TAX-RATE
           MOVE 1 TO WS-PROVINCE-SUB
           IF MF-PROVINCE-CODE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PROVINCE-SUB = MF-PROVINCE-CODE + 1
           PERFORM VARYING PTX-IDX FROM 1 BY 1
                   UNTIL PTX-IDX > PROVINCE-TAX-COUNT
               IF PX-PROVINCE-CODE (PTX-IDX) = MF-PROVINCE-CODE
                   MOVE PX-TAX-RATE (PTX-IDX) TO WS-MEMBER-TAX-RATE
                   SET PTX-IDX TO PROVINCE-TAX-COUNT
               END-IF
           END-PERFORM
           IF MF-PROVINCE-CODE = ZEROS
               MOVE ZERO TO WS-MEMBER-TAX-RATE
           END-IF
           MOVE "Y" TO PV-USED (WS-PROVINCE-SUB)
           .

      *>----------------------------------------------------------------
      *> JudgeProration - ProrateChangeMonth's day counts for a plan
      *> change inside the run month; bad dates bill whole, as there.
      *>----------------------------------------------------------------
       JudgeProration.
           MOVE "N" TO WS-PRORATE
           IF NOT (MF-PLAN-CHANGE-DATE NUMERIC
                   AND MF-PLAN-CHANGE-DATE > ZERO
                   AND MF-PLAN-CHANGE-DATE (1:6) = WS-RUN-DATE (1:6)
                   AND MF-PRIOR-PLAN-CODE NOT = SPACE)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO WS-MONTH-START
           MOVE 01 TO WS-MS-DD
           MOVE WS-MONTH-START TO WS-NEXT-MONTH-START
           IF WS-NM-MM = 12
               ADD 1 TO WS-NM-YYYY
               MOVE 01 TO WS-NM-MM
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF
           MOVE "D" TO WS-DATE-FUNCTION
           MOVE WS-MONTH-START TO WS-DATE-1
           MOVE WS-NEXT-MONTH-START TO WS-DATE-2
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DAY-COUNT TO WS-DAYS-IN-MONTH
           MOVE MF-PLAN-CHANGE-DATE TO WS-DATE-2
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC = 0 AND WS-DAYS-IN-MONTH NOT = ZERO
               MOVE WS-DAY-COUNT TO WS-DAYS-BEFORE
               COMPUTE WS-DAYS-FROM =
                   WS-DAYS-IN-MONTH - WS-DAYS-BEFORE
               MOVE "Y" TO WS-PRORATE
           END-IF
           .

      *>----------------------------------------------------------------
      *> SimulateUsageHistory - METERHST lines dated inside the last
      *> twelve months re-rate through both tariffs.
      *>----------------------------------------------------------------
       SimulateUsageHistory.
           MOVE WS-RUN-DATE TO WS-HISTORY-FROM
           SUBTRACT 1 FROM WS-HF-YYYY
           OPEN INPUT USAGE-HISTORY-FILE
           IF NOT WS-USAGE-HISTORY-OK
               DISPLAY "METERHST NOT AVAILABLE, STATUS = "
                   WS-USAGE-HISTORY-STATUS
               IF WS-USAGE-HISTORY-STATUS = "05"
                   CLOSE USAGE-HISTORY-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-USAGE-HISTORY-EOF
               READ USAGE-HISTORY-FILE
                   AT END SET WS-USAGE-HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-USAGE-READ
                       MOVE USAGE-HISTORY-RECORD TO MU-RECORD
                       IF MU-DATE NUMERIC AND MU-USAGE NUMERIC
                               AND MU-DATE > WS-HISTORY-FROM
                               AND MU-DATE NOT > WS-RUN-DATE
                           PERFORM SimulateOneUsageLine
                       ELSE
                           ADD 1 TO WS-USAGE-OUTSIDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USAGE-HISTORY-FILE
           .

       SimulateOneUsageLine.
           MOVE "N" TO WS-XREF-FOUND
           PERFORM VARYING MX-IDX FROM 1 BY 1
                   UNTIL MX-IDX > METER-XREF-COUNT
               IF MX-METER-ID (MX-IDX) = MU-METER-ID
                   MOVE "Y" TO WS-XREF-FOUND
                   MOVE MX-ACCOUNT-NO (MX-IDX) TO WS-CUSTOMER-KEY
                   MOVE MX-PROVINCE-SUB (MX-IDX) TO WS-PROVINCE-SUB
                   SET MX-IDX TO METER-XREF-COUNT
               END-IF
           END-PERFORM
           IF WS-XREF-FOUND = "N"
               ADD 1 TO WS-USAGE-REJECTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USAGE-PRICED
           MOVE "Y" TO PV-USED (WS-PROVINCE-SUB)
           PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 2
               PERFORM PriceUsageThroughTiers
               IF MU-TRUEUP
                   COMPUTE WS-CHARGE = ZERO - WS-CHARGE
               END-IF
               ADD WS-CHARGE TO ST-METERED (WS-SET)
               ADD WS-CHARGE TO PV-NET (WS-PROVINCE-SUB, WS-SET)
               MOVE WS-CHARGE TO WS-CUSTOMER-AMOUNT (WS-SET)
           END-PERFORM
           PERFORM PostCustomerAmounts
           .

      *>----------------------------------------------------------------
      *> PriceUsageThroughTiers - METERATE's marginal tier pricing on
      *> tier set WS-SET, with the band totals it keeps; a true-up
      *> line takes its units and revenue back out of the bands.
      *>----------------------------------------------------------------
       PriceUsageThroughTiers.
           MOVE ZERO TO WS-CHARGE
           MOVE MU-USAGE TO WS-USAGE-LEFT
           PERFORM VARYING WS-TIER FROM 1 BY 1
                   UNTIL WS-TIER > TS-TIER-COUNT (WS-SET)
                       OR WS-USAGE-LEFT = ZERO
               IF MU-USAGE NOT < TS-FROM-UNITS (WS-SET, WS-TIER)
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
                   IF MU-TRUEUP
                       SUBTRACT WS-BAND-UNITS
                           FROM TS-BAND-UNITS (WS-SET, WS-TIER)
                       SUBTRACT WS-LINE-CHARGE
                           FROM TS-BAND-REVENUE (WS-SET, WS-TIER)
                   ELSE
                       ADD WS-BAND-UNITS
                           TO TS-BAND-UNITS (WS-SET, WS-TIER)
                       ADD WS-LINE-CHARGE
                           TO TS-BAND-REVENUE (WS-SET, WS-TIER)
                   END-IF
                   SUBTRACT WS-BAND-UNITS FROM WS-USAGE-LEFT
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> LoadMeterCrossReference - every METERMST meter, as METERATE
      *> loads them, with its account's CUSTMAST province.
      *>----------------------------------------------------------------
       LoadMeterCrossReference.
           MOVE ZERO TO METER-XREF-COUNT
           OPEN INPUT METER-MASTER
           IF WS-METER-MASTER-OK
               PERFORM UNTIL WS-METER-MASTER-EOF
                   READ METER-MASTER
                       AT END SET WS-METER-MASTER-EOF TO TRUE
                       NOT AT END
                           IF METER-XREF-COUNT < 500
                               ADD 1 TO METER-XREF-COUNT
                               SET MX-IDX TO METER-XREF-COUNT
                               MOVE MM-METER-ID TO MX-METER-ID (MX-IDX)
                               MOVE MM-ACCOUNT-NO
                                   TO MX-ACCOUNT-NO (MX-IDX)
                               PERFORM GetMeterProvince
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METER-MASTER
           ELSE
               IF WS-METER-MASTER-STATUS = "05"
                   CLOSE METER-MASTER
               END-IF
           END-IF
           .

       GetMeterProvince.
           MOVE 1 TO MX-PROVINCE-SUB (MX-IDX)
           IF WS-MASTER-IS-OPEN = "Y"
               MOVE MM-ACCOUNT-NO TO CM-ACCOUNT-NO
               READ CUSTOMER-MASTER
               IF CM-STATUS-OK AND CM-PROVINCE-CODE NUMERIC
                   COMPUTE MX-PROVINCE-SUB (MX-IDX) =
                       CM-PROVINCE-CODE + 1
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> PostCustomerAmounts - add the member's or usage line's two
      *> amounts to its customer's running pair.
      *>----------------------------------------------------------------
       PostCustomerAmounts.
           SET CC-IDX TO 1
           SEARCH CUSTOMER-CHANGE-ENTRY
               AT END
                   IF CUSTOMER-COUNT < 2000
                       ADD 1 TO CUSTOMER-COUNT
                       SET CC-IDX TO CUSTOMER-COUNT
                       MOVE WS-CUSTOMER-KEY TO CC-KEY (CC-IDX)
                       MOVE WS-CUSTOMER-AMOUNT (1)
                           TO CC-AMOUNT (CC-IDX, 1)
                       MOVE WS-CUSTOMER-AMOUNT (2)
                           TO CC-AMOUNT (CC-IDX, 2)
                   ELSE
                       ADD 1 TO WS-CUSTOMERS-UNTRACKED
                   END-IF
               WHEN CC-KEY (CC-IDX) = WS-CUSTOMER-KEY
                   ADD WS-CUSTOMER-AMOUNT (1) TO CC-AMOUNT (CC-IDX, 1)
                   ADD WS-CUSTOMER-AMOUNT (2) TO CC-AMOUNT (CC-IDX, 2)
           END-SEARCH
           .

       SpreadCustomerChanges.
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CUSTOMER-COUNT
               COMPUTE WS-CUSTOMER-CHANGE =
                   CC-AMOUNT (CC-IDX, 2) - CC-AMOUNT (CC-IDX, 1)
               EVALUATE TRUE
                   WHEN WS-CUSTOMER-CHANGE < ZERO
                       MOVE 1 TO WS-SPREAD
                   WHEN WS-CUSTOMER-CHANGE = ZERO
                       MOVE 2 TO WS-SPREAD
                   WHEN WS-CUSTOMER-CHANGE NOT > 5.00
                       MOVE 3 TO WS-SPREAD
                   WHEN WS-CUSTOMER-CHANGE NOT > 10.00
                       MOVE 4 TO WS-SPREAD
                   WHEN WS-CUSTOMER-CHANGE NOT > 25.00
                       MOVE 5 TO WS-SPREAD
                   WHEN WS-CUSTOMER-CHANGE NOT > 50.00
                       MOVE 6 TO WS-SPREAD
                   WHEN WS-CUSTOMER-CHANGE NOT > 100.00
                       MOVE 7 TO WS-SPREAD
                   WHEN OTHER
                       MOVE 8 TO WS-SPREAD
               END-EVALUATE
               ADD 1 TO SP-CUSTOMERS (WS-SPREAD)
               ADD WS-CUSTOMER-CHANGE TO SP-CHANGE (WS-SPREAD)
               IF WS-CUSTOMER-CHANGE > WS-LARGEST-CHANGE
                   MOVE WS-CUSTOMER-CHANGE TO WS-LARGEST-CHANGE
                   MOVE CC-KEY (CC-IDX) TO WS-LARGEST-KEY
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> PrintSimulationReport - the rates compared, then revenue by
      *> plan, by tier band and by province, the overall total, and
      *> the spread of the change across customers.
      *>----------------------------------------------------------------
       PrintSimulationReport.
           MOVE WS-HEAD-TEXT TO RT-HEAD-TEXT
           WRITE SIMULATION-REPORT-RECORD FROM WS-REPORT-TITLE
               AFTER ADVANCING 1 LINE
           MOVE "SIMULATION ONLY - NOTHING INVOICED, CHARGED OR POSTED"
               TO WS-TEXT-LINE
           PERFORM PutTextLine
           MOVE WS-PLAN-IN-FORCE TO WS-EDITED-DATE
           STRING "CURRENT: PLANFEES VERSION " DELIMITED BY SIZE
               WS-EDITED-DATE DELIMITED BY SIZE
               "  TIERRATE VERSION " DELIMITED BY SIZE
               WS-TIER-IN-FORCE DELIMITED BY SIZE
               INTO WS-TEXT-LINE
           PERFORM PutTextLine
           MOVE WS-PROPOSED-FEES-READ TO WS-EDITED-COUNT
           STRING "PROPOSED: SIMFEES LINES" DELIMITED BY SIZE
               WS-EDITED-COUNT DELIMITED BY SIZE
               INTO WS-TEXT-LINE
           MOVE WS-PROPOSED-TIERS-READ TO WS-EDITED-COUNT
           STRING "   SIMTIER LINES" DELIMITED BY SIZE
               WS-EDITED-COUNT DELIMITED BY SIZE
               INTO WS-TEXT-LINE (35:46)
           PERFORM PutTextLine
           MOVE "PLAN FEES                CURRENT        PROPOSED"
               TO WS-TEXT-LINE
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD AFTER ADVANCING 1 LINE
           PERFORM PutTextLine
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > 3
               MOVE FS-FEE (1, WS-PLAN) TO WS-EDITED-MONEY
               STRING "  PLAN " DELIMITED BY SIZE
                   PR-PLAN-CODE (WS-PLAN) DELIMITED BY SIZE
                   "          " DELIMITED BY SIZE
                   WS-EDITED-MONEY DELIMITED BY SIZE
                   INTO WS-TEXT-LINE
               MOVE FS-FEE (2, WS-PLAN) TO WS-EDITED-MONEY
               MOVE WS-EDITED-MONEY TO WS-TEXT-LINE (35:14)
               PERFORM PutTextLine
           END-PERFORM
      *>    Membership by plan
           MOVE "MEMBERSHIP REVENUE BY PLAN - ONE BILLING RUN"
               TO WS-TEXT-LINE
           PERFORM StartSection
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > 4
               MOVE PT-MEMBERS (WS-PLAN) TO WS-EDITED-COUNT
               IF WS-PLAN = 4
                   STRING "OTHER PLANS" DELIMITED BY SIZE
                       WS-EDITED-COUNT DELIMITED BY SIZE
                       INTO WS-CMP-LABEL
               ELSE
                   STRING "PLAN " DELIMITED BY SIZE
                       PR-PLAN-CODE (WS-PLAN) DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       WS-EDITED-COUNT DELIMITED BY SIZE
                       INTO WS-CMP-LABEL
               END-IF
               MOVE PT-FEES (WS-PLAN, 1) TO WS-CMP-CURRENT
               MOVE PT-FEES (WS-PLAN, 2) TO WS-CMP-PROPOSED
               PERFORM WriteCompareLine
           END-PERFORM
           MOVE "FAMILY DISCOUNT" TO WS-CMP-LABEL
           COMPUTE WS-CMP-CURRENT = ZERO - ST-FAMILY (1)
           COMPUTE WS-CMP-PROPOSED = ZERO - ST-FAMILY (2)
           PERFORM WriteCompareLine
           MOVE "LOYALTY DISCOUNT" TO WS-CMP-LABEL
           COMPUTE WS-CMP-CURRENT = ZERO - ST-LOYALTY (1)
           COMPUTE WS-CMP-PROPOSED = ZERO - ST-LOYALTY (2)
           PERFORM WriteCompareLine
           MOVE "NET MEMBERSHIP" TO WS-CMP-LABEL
           MOVE ZERO TO WS-CMP-CURRENT WS-CMP-PROPOSED
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > 4
               ADD PT-FEES (WS-PLAN, 1) TO WS-CMP-CURRENT
               ADD PT-FEES (WS-PLAN, 2) TO WS-CMP-PROPOSED
           END-PERFORM
           SUBTRACT ST-FAMILY (1) ST-LOYALTY (1) FROM WS-CMP-CURRENT
           SUBTRACT ST-FAMILY (2) ST-LOYALTY (2) FROM WS-CMP-PROPOSED
           PERFORM WriteCompareLine
           MOVE "PROVINCIAL TAX" TO WS-CMP-LABEL
           MOVE ST-TAX (1) TO WS-CMP-CURRENT
           MOVE ST-TAX (2) TO WS-CMP-PROPOSED
           PERFORM WriteCompareLine
      *>    Metered by tier band
           MOVE "METERED REVENUE BY TIER BAND - LAST TWELVE MONTHS"
               TO WS-TEXT-LINE
           PERFORM StartSection
           MOVE TS-TIER-COUNT (1) TO WS-TIER
           IF TS-TIER-COUNT (2) > WS-TIER
               MOVE TS-TIER-COUNT (2) TO WS-TIER
           END-IF
           PERFORM VARYING WS-PLAN FROM 1 BY 1 UNTIL WS-PLAN > WS-TIER
               PERFORM WriteBandLines
           END-PERFORM
           MOVE "TOTAL METERED" TO WS-CMP-LABEL
           MOVE ST-METERED (1) TO WS-CMP-CURRENT
           MOVE ST-METERED (2) TO WS-CMP-PROPOSED
           PERFORM WriteCompareLine
      *>    By province
           MOVE "REVENUE BY PROVINCE - NET OF DISCOUNTS, BEFORE TAX"
               TO WS-TEXT-LINE
           PERFORM StartSection
           PERFORM VARYING WS-PROVINCE-SUB FROM 1 BY 1
                   UNTIL WS-PROVINCE-SUB > 100
               IF PV-USED (WS-PROVINCE-SUB) = "Y"
                   PERFORM WriteProvinceLine
               END-IF
           END-PERFORM
           MOVE "TOTAL BEFORE TAX" TO WS-CMP-LABEL
           MOVE ZERO TO WS-CMP-CURRENT WS-CMP-PROPOSED
           PERFORM VARYING WS-PROVINCE-SUB FROM 1 BY 1
                   UNTIL WS-PROVINCE-SUB > 100
               ADD PV-NET (WS-PROVINCE-SUB, 1) TO WS-CMP-CURRENT
               ADD PV-NET (WS-PROVINCE-SUB, 2) TO WS-CMP-PROPOSED
           END-PERFORM
           PERFORM WriteCompareLine
           ADD ST-TAX (1) TO WS-CMP-CURRENT
           ADD ST-TAX (2) TO WS-CMP-PROPOSED
           MOVE "TOTAL INCLUDING TAX" TO WS-CMP-LABEL
           PERFORM WriteCompareLine
      *>    Spread across customers
           MOVE "CHANGE PER CUSTOMER - MEMBERSHIP AND METERED"
               TO WS-TEXT-LINE
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD AFTER ADVANCING 1 LINE
           PERFORM PutTextLine
           WRITE SIMULATION-REPORT-RECORD FROM WS-SPREAD-HEADING
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-SPREAD FROM 1 BY 1 UNTIL WS-SPREAD > 8
               MOVE SPACES TO WS-SPREAD-LINE
               MOVE SPREAD-LABEL (WS-SPREAD) TO DL-LABEL
               MOVE SP-CUSTOMERS (WS-SPREAD) TO DL-CUSTOMERS
               MOVE SP-CHANGE (WS-SPREAD) TO DL-CHANGE
               WRITE SIMULATION-REPORT-RECORD FROM WS-SPREAD-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE SPACES TO WS-SPREAD-LINE
           MOVE "CUSTOMERS COMPARED" TO DL-LABEL
           MOVE CUSTOMER-COUNT TO DL-CUSTOMERS
           WRITE SIMULATION-REPORT-RECORD FROM WS-SPREAD-LINE
               AFTER ADVANCING 1 LINE
           IF WS-LARGEST-CHANGE > ZERO
               MOVE WS-LARGEST-CHANGE TO WS-EDITED-MONEY
               STRING "LARGEST INCREASE " DELIMITED BY SIZE
                   WS-LARGEST-KEY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDITED-MONEY DELIMITED BY SIZE
                   INTO WS-TEXT-LINE
               PERFORM PutTextLine
           END-IF
           IF WS-CUSTOMERS-UNTRACKED > ZERO
               MOVE WS-CUSTOMERS-UNTRACKED TO WS-EDITED-COUNT
               STRING "LINES LEFT OUT - CUSTOMER TABLE FULL"
                   DELIMITED BY SIZE
                   WS-EDITED-COUNT DELIMITED BY SIZE
                   INTO WS-TEXT-LINE
               PERFORM PutTextLine
           END-IF
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-MEMBERS-SKIPPED TO WS-EDITED-COUNT
           STRING "MEMBERS NOT BILLABLE     " DELIMITED BY SIZE
               WS-EDITED-COUNT DELIMITED BY SIZE
               INTO WS-TEXT-LINE
           PERFORM PutTextLine
           MOVE WS-USAGE-OUTSIDE TO WS-EDITED-COUNT
           STRING "USAGE OUTSIDE TWELVE MO. " DELIMITED BY SIZE
               WS-EDITED-COUNT DELIMITED BY SIZE
               INTO WS-TEXT-LINE
           PERFORM PutTextLine
           MOVE WS-USAGE-REJECTED TO WS-EDITED-COUNT
           STRING "USAGE WITH NO METER      " DELIMITED BY SIZE
               WS-EDITED-COUNT DELIMITED BY SIZE
               INTO WS-TEXT-LINE
           PERFORM PutTextLine
           .

       StartSection.
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD AFTER ADVANCING 1 LINE
           PERFORM PutTextLine
           WRITE SIMULATION-REPORT-RECORD FROM WS-COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           .

      *>----------------------------------------------------------------
      *> WriteBandLines - band WS-PLAN under both tariffs, with the
      *> two band definitions beneath it.
      *>----------------------------------------------------------------
       WriteBandLines.
           MOVE SPACES TO WS-CMP-LABEL
           MOVE WS-PLAN TO WS-EDITED-COUNT
           STRING "BAND" DELIMITED BY SIZE
               WS-EDITED-COUNT (9:3) DELIMITED BY SIZE
               INTO WS-CMP-LABEL
           MOVE ZERO TO WS-CMP-CURRENT WS-CMP-PROPOSED
           IF WS-PLAN NOT > TS-TIER-COUNT (1)
               MOVE TS-BAND-REVENUE (1, WS-PLAN) TO WS-CMP-CURRENT
           END-IF
           IF WS-PLAN NOT > TS-TIER-COUNT (2)
               MOVE TS-BAND-REVENUE (2, WS-PLAN) TO WS-CMP-PROPOSED
           END-IF
           PERFORM WriteCompareLine
           MOVE SPACES TO WS-RANGE-LINE
           IF WS-PLAN NOT > TS-TIER-COUNT (1)
               MOVE "    CURRENT" TO RG-CURRENT-LABEL
               MOVE TS-FROM-UNITS (1, WS-PLAN) TO RG-CURRENT-FROM
               MOVE "-" TO RG-CURRENT-DASH
               MOVE TS-TO-UNITS (1, WS-PLAN) TO RG-CURRENT-TO
               MOVE " @ " TO RG-CURRENT-AT
               MOVE TS-UNIT-RATE (1, WS-PLAN) TO RG-CURRENT-RATE
           END-IF
           IF WS-PLAN NOT > TS-TIER-COUNT (2)
               MOVE "   PROPOSED " TO RG-PROPOSED-LABEL
               MOVE TS-FROM-UNITS (2, WS-PLAN) TO RG-PROPOSED-FROM
               MOVE "-" TO RG-PROPOSED-DASH
               MOVE TS-TO-UNITS (2, WS-PLAN) TO RG-PROPOSED-TO
               MOVE " @ " TO RG-PROPOSED-AT
               MOVE TS-UNIT-RATE (2, WS-PLAN) TO RG-PROPOSED-RATE
           END-IF
           WRITE SIMULATION-REPORT-RECORD FROM WS-RANGE-LINE
               AFTER ADVANCING 1 LINE
           .

       WriteProvinceLine.
           COMPUTE WS-PROVINCE-CODE = WS-PROVINCE-SUB - 1
           MOVE SPACES TO WS-PROVINCE-NAME
           IF WS-PROVINCE-CODE = ZERO
               MOVE "NO PROVINCE" TO WS-PROVINCE-NAME
           ELSE
               CALL "PROVLOOK" USING WS-PROVINCE-CODE,
                   WS-PROVINCE-NAME, WS-PROVINCE-RC
               IF WS-PROVINCE-RC NOT = 0
                   MOVE "NOT ON FILE" TO WS-PROVINCE-NAME
               END-IF
           END-IF
           MOVE SPACES TO WS-CMP-LABEL
           STRING WS-PROVINCE-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROVINCE-NAME DELIMITED BY SIZE
               INTO WS-CMP-LABEL
           MOVE PV-NET (WS-PROVINCE-SUB, 1) TO WS-CMP-CURRENT
           MOVE PV-NET (WS-PROVINCE-SUB, 2) TO WS-CMP-PROPOSED
           PERFORM WriteCompareLine
           IF PV-TAX (WS-PROVINCE-SUB, 1) NOT = ZERO
                   OR PV-TAX (WS-PROVINCE-SUB, 2) NOT = ZERO
               MOVE "   TAX" TO WS-CMP-LABEL
               MOVE PV-TAX (WS-PROVINCE-SUB, 1) TO WS-CMP-CURRENT
               MOVE PV-TAX (WS-PROVINCE-SUB, 2) TO WS-CMP-PROPOSED
               PERFORM WriteCompareLine
           END-IF
           .

      *>----------------------------------------------------------------
      *> WriteCompareLine - label, current, proposed, the change and
      *> the change as a percent of current (blank when current is
      *> nil).
      *>----------------------------------------------------------------
       WriteCompareLine.
           MOVE SPACES TO WS-COMPARE-LINE
           MOVE WS-CMP-LABEL TO CL-LABEL
           MOVE WS-CMP-CURRENT TO CL-CURRENT
           MOVE WS-CMP-PROPOSED TO CL-PROPOSED
           COMPUTE WS-CMP-CHANGE = WS-CMP-PROPOSED - WS-CMP-CURRENT
           MOVE WS-CMP-CHANGE TO CL-CHANGE
           IF WS-CMP-CURRENT NOT = ZERO
               COMPUTE WS-CMP-PCT ROUNDED =
                   WS-CMP-CHANGE * 100 / WS-CMP-CURRENT
                   ON SIZE ERROR MOVE ZERO TO WS-CMP-PCT
               END-COMPUTE
               MOVE WS-CMP-PCT TO CL-PCT
               MOVE "%" TO CL-PCT-SIGN
           END-IF
           WRITE SIMULATION-REPORT-RECORD FROM WS-COMPARE-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-CMP-LABEL
           .

       PutTextLine.
           WRITE SIMULATION-REPORT-RECORD FROM WS-TEXT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-TEXT-LINE
           .

       LoadProvinceTaxTable.
           MOVE ZERO TO PROVINCE-TAX-COUNT
           OPEN INPUT PROVINCE-TAX-FILE
           IF WS-PROVINCE-TAX-OK
               PERFORM UNTIL WS-PROVINCE-TAX-EOF
                   READ PROVINCE-TAX-FILE
                       AT END SET WS-PROVINCE-TAX-EOF TO TRUE
                       NOT AT END
                           IF PROVINCE-TAX-COUNT < 60
                               ADD 1 TO PROVINCE-TAX-COUNT
                               SET PTX-IDX TO PROVINCE-TAX-COUNT
                               MOVE PT-PROVINCE-CODE
                                   TO PX-PROVINCE-CODE (PTX-IDX)
                               MOVE PT-TAX-RATE
                                   TO PX-TAX-RATE (PTX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVINCE-TAX-FILE
           ELSE
               IF WS-PROVINCE-TAX-STATUS = "05"
                   CLOSE PROVINCE-TAX-FILE
               END-IF
           END-IF
           .

       LoadTenureBands.
           MOVE ZERO TO TENURE-BAND-COUNT
           OPEN INPUT TENURE-DISCOUNT-FILE
           IF WS-TENURE-DISCOUNT-OK
               PERFORM UNTIL WS-TENURE-DISCOUNT-EOF
                   READ TENURE-DISCOUNT-FILE
                       AT END SET WS-TENURE-DISCOUNT-EOF TO TRUE
                       NOT AT END
                           IF TENURE-BAND-COUNT < 10
                                   AND TD-YEARS NUMERIC
                                   AND TD-PCT NUMERIC
                               ADD 1 TO TENURE-BAND-COUNT
                               SET TB-IDX TO TENURE-BAND-COUNT
                               MOVE TD-YEARS TO TB-YEARS (TB-IDX)
                               MOVE TD-PCT TO TB-PCT (TB-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TENURE-DISCOUNT-FILE
           ELSE
               IF WS-TENURE-DISCOUNT-STATUS = "05"
                   CLOSE TENURE-DISCOUNT-FILE
               END-IF
           END-IF
           .

       GetFamilyDiscount.
           OPEN INPUT FAMILY-DISCOUNT-PARM
           IF WS-FAMILY-DISCOUNT-OK
               READ FAMILY-DISCOUNT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PCT NUMERIC
                           MOVE FD-PCT TO WS-FAMILY-PCT
                       END-IF
               END-READ
               CLOSE FAMILY-DISCOUNT-PARM
           ELSE
               IF WS-FAMILY-DISCOUNT-STATUS = "05"
                   CLOSE FAMILY-DISCOUNT-PARM
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> GetReportHeading - the LANGPARM language code and the shared
      *> RPTHEAD service turn the business date into the dated
      *> heading the report carries.
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
           COMPUTE CTL-INPUT-COUNT = WS-MEMBERS-READ + WS-USAGE-READ
           COMPUTE CTL-OUTPUT-COUNT =
               WS-MEMBERS-PRICED + WS-USAGE-PRICED
           MOVE WS-USAGE-REJECTED TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM RATESIM.
