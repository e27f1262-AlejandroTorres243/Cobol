      ******************************************************************
      * Author:
      * Date:
      * Purpose: Membership renewal notice run - read the MEMBERSDD
      *          membership file and find every active member whose
      *          current term (MF-BILLING-MONTHS long, counted from
      *          MF-EFFECTIVE-DATE) ends within the RENWPARM number
      *          of days, then print a renewal notice for each to the
      *          RENEWNTC print file before the billing run bills the
      *          new term or the direct debit is taken.  The notice
      *          quotes the next term's fee priced the way the billing
      *          run will price it: the plan fee for the term, the
      *          FAMDISC family discount for the second and later
      *          members under one payer account, the TENRDISC loyalty
      *          discount for the tenure the member will have reached,
      *          all in the member's own currency at the day's RATESDD
      *          rate, and the collection method - direct debit only
      *          where the member is flagged for it and holds an
      *          active mandate on MANDATES, otherwise an invoice.
      *          The notice body comes off the DUNTMPL letter template
      *          file under key R with the same &-variable
      *          substitution the dunning letters use, so the wording
      *          (and its language) changes without a program change;
      *          the compiled wording is the fallback.  Dates print in
      *          the LANGPARM report language through RPTHEAD.  The
      *          notice is addressed to the payer's name and address
      *          on CUSTMAST where the member has a payer account, and
      *          a payer flagged gone away has the notice held through
      *          MAILHOLD instead of printed.  Terminated members (a
      *          MBRMNT or ACCCLOSE termination) get no notice.  Every
      *          notice is appended to the RENEWLOG log, which keeps
      *          a member from being noticed twice for one term and
      *          lets the billing run show the notice behind each
      *          renewal it bills.  The RENEWRPT listing is copied to
      *          the report repository through RPTARCH as it closes.
      *          The plan fees quoted are the ones the billing run
      *          loads: PLANFEES in force today, passed by PRCGATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRRENEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
           SELECT OPTIONAL RENEW-PARM-FILE ASSIGN TO "RENWPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENEW-PARM-STATUS.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT OPTIONAL RATES-FILE ASSIGN TO "RATESDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-FILE-STATUS.
           SELECT OPTIONAL RATE-STATUS-FILE ASSIGN TO "RATESTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS-STATUS.
           SELECT OPTIONAL FAMILY-DISCOUNT-PARM ASSIGN TO "FAMDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAMILY-DISCOUNT-STATUS.
           SELECT OPTIONAL TENURE-DISCOUNT-FILE ASSIGN TO "TENRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TENURE-DISCOUNT-STATUS.
           SELECT OPTIONAL MANDATE-FILE ASSIGN TO "MANDATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-FILE-STATUS.
           SELECT OPTIONAL TEMPLATE-FILE ASSIGN TO "DUNTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "RENEWNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.
           SELECT NOTICE-REPORT ASSIGN TO "RENEWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-REPORT-STATUS.
           SELECT OPTIONAL NOTICE-LOG ASSIGN TO "RENEWLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-LOG-STATUS.
           SELECT OPTIONAL PLAN-FEE-FILE ASSIGN TO "PLANFEES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FEE-STATUS.
           SELECT OPTIONAL RATE-VERSION-FILE ASSIGN TO "RATEVERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-VERSION-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBERS-FILE.
       COPY MBRREC.
       FD  RENEW-PARM-FILE.
       01  RENEW-PARM-RECORD.
           05 RP-NOTICE-DAYS PIC 9(3).
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  RATES-FILE.
       01  RATES-FILE-RECORD.
           05 RF-CURRENCY-CODE  PIC X(3).
           05 RF-RATE           PIC 9(5)V9(4).
       FD  RATE-STATUS-FILE.
       01  RATE-STATUS-RECORD PIC X(50).
       FD  FAMILY-DISCOUNT-PARM.
       01  FAMILY-DISCOUNT-RECORD.
           05 FD-PCT PIC 9(2)V9(2).
       FD  TENURE-DISCOUNT-FILE.
       01  TENURE-DISCOUNT-RECORD.
           05 TD-YEARS PIC 9(2).
           05 FILLER PIC X(1).
           05 TD-PCT PIC 9(2)V9(2).
       FD  MANDATE-FILE.
       01  MANDATE-FILE-RECORD PIC X(39).
       FD  TEMPLATE-FILE.
       01  TEMPLATE-FILE-RECORD.
           05 TF-SEVERITY PIC X(1).
           05 TF-TEXT PIC X(70).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  NOTICE-FILE.
       01  NOTICE-FILE-RECORD PIC X(80).
       FD  NOTICE-REPORT.
       01  NOTICE-REPORT-RECORD PIC X(80).
       FD  NOTICE-LOG.
       01  NOTICE-LOG-RECORD PIC X(39).
       FD  PLAN-FEE-FILE.
       01  PLAN-FEE-RECORD.
           05 PF-PLAN-CODE PIC X(1).
           05 PF-FEE       PIC 9(3)V99.
           05 FILLER       PIC X(4).
       FD  RATE-VERSION-FILE.
       01  RATE-VERSION-RECORD PIC X(35).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-RENEW-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-RENEW-PARM-OK VALUE "00".
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-RATES-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-RATES-FILE-OK VALUE "00".
           88 WS-RATES-FILE-EOF VALUE "10".
       01 WS-RATE-STATUS-STATUS PIC XX VALUE SPACES.
           88 WS-RATE-STATUS-OK VALUE "00".
       01 WS-FAMILY-DISCOUNT-STATUS PIC XX VALUE SPACES.
           88 WS-FAMILY-DISCOUNT-OK VALUE "00".
       01 WS-TENURE-DISCOUNT-STATUS PIC XX VALUE SPACES.
           88 WS-TENURE-DISCOUNT-OK VALUE "00".
           88 WS-TENURE-DISCOUNT-EOF VALUE "10".
       01 WS-MANDATE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MANDATE-FILE-OK VALUE "00".
           88 WS-MANDATE-FILE-EOF VALUE "10".
       01 WS-TEMPLATE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-TEMPLATE-FILE-OK VALUE "00".
           88 WS-TEMPLATE-FILE-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-MASTER-IS-OPEN PIC X VALUE "N".
       01 WS-NOTICE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-NOTICE-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-NOTICE-LOG-STATUS PIC XX VALUE SPACES.
           88 WS-NOTICE-LOG-OK VALUE "00".
           88 WS-NOTICE-LOG-EOF VALUE "10".
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   How far ahead of the term end the notice goes out; no
      *>   RENWPARM means thirty days.
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 30.
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
       01 WS-TERM-TEXT PIC X(30) VALUE SPACES.
       01 WS-TERM-COLUMN PIC X(12) VALUE SPACES.
      *>   The billing run's plan fees, so the notice quotes exactly
      *>   what the new term will bill.
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
       01 WS-PLAN-FEE-STATUS PIC XX VALUE SPACES.
           88 WS-PLAN-FEE-OK VALUE "00".
           88 WS-PLAN-FEE-EOF VALUE "10".
       01 WS-PLAN-FOUND PIC X VALUE "N".
       01 WS-RATE-VERSION-STATUS PIC XX VALUE SPACES.
      *>   Effective-dated rate versions: a "V YYYYMMDD" header row
      *>   opens a version block, and the block with the latest date
      *>   on or before the business date is the one loaded.  A file
      *>   with no headers loads whole, exactly as before.
       01 WS-VERSION-DATE PIC 9(8) VALUE ZERO.
       01 WS-HEADER-DATE PIC 9(8) VALUE ZERO.
       01 WS-VERSION-LOADING PIC X VALUE "Y".
       01 WS-GATE-TABLE PIC X(8) VALUE SPACES.
       01 WS-GATE-RC PIC 9 VALUE ZERO.
       01 WS-VERSIONS-REFUSED PIC 9(4) VALUE ZERO.
       01 WS-RATE-VERSION-LINE.
           05 RV-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-TABLE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-VERSION-DATE PIC 9(8).
       01 WS-FEE PIC 9(3)V99 VALUE ZERO.
       01 WS-RATE-GATE PIC X(4) VALUE "PASS".
           88 RATE-GATE-FAILED VALUE "FAIL".
       01 RATE-TABLE.
           05 RATE-TABLE-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON RATE-TABLE-COUNT
               INDEXED BY RATE-IDX.
               10 RT-CURRENCY-CODE PIC X(3).
               10 RT-RATE          PIC 9(5)V9(4).
       01 RATE-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MEMBER-RATE PIC 9(5)V9(4) VALUE ZERO.
       01 WS-FAMILY-PCT PIC 9(2)V9(2) VALUE ZERO.
       01 TENURE-BAND-TABLE.
           05 TENURE-BAND-ENTRY OCCURS 0 TO 10 TIMES
               DEPENDING ON TENURE-BAND-COUNT
               INDEXED BY TB-IDX.
               10 TB-YEARS PIC 9(2).
               10 TB-PCT PIC 9(2)V9(2).
       01 TENURE-BAND-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TENURE-YEARS PIC 9(3) VALUE ZERO.
       01 WS-LOYALTY-PCT PIC 9(2)V9(2) VALUE ZERO.
      *>   Payer accounts met so far, in MEMBERSDD order, the way the
      *>   billing run groups a family: the first active member under
      *>   a payer pays full fee and the rest earn the family discount.
       01 PAYER-GROUP-TABLE.
           05 PAYER-GROUP-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON PAYER-GROUP-COUNT
               INDEXED BY PG-IDX.
               10 PG-PAYER PIC 9(10).
       01 PAYER-GROUP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FAMILY-FOLLOWER PIC X VALUE "N".
       COPY MNDREC.
       01 ACTIVE-MANDATE-TABLE.
           05 ACTIVE-MANDATE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON ACTIVE-MANDATE-COUNT
               INDEXED BY AMN-IDX.
               10 AM-MEMBER-ID PIC X(6).
       01 ACTIVE-MANDATE-COUNT PIC 9(4) VALUE ZERO.
      *>   Renewal notice bodies are the DUNTMPL lines keyed R.
       01 TEMPLATE-TABLE.
           05 TEMPLATE-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON TEMPLATE-COUNT
               INDEXED BY TPL-IDX.
               10 TL-TEXT PIC X(70).
       01 TEMPLATE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SUB-IN PIC X(70) VALUE SPACES.
       01 WS-SUB-OUT PIC X(70) VALUE SPACES.
       01 WS-SUB-VALUE PIC X(30) VALUE SPACES.
       01 WS-SUB-I PIC 9(3) VALUE ZERO.
       01 WS-SUB-J PIC 9(3) VALUE ZERO.
       01 WS-SUB-K PIC 9(3) VALUE ZERO.
       01 WS-SUB-LEN PIC 9(2) VALUE ZERO.
       01 WS-SUB-TOKEN PIC 9(2) VALUE ZERO.
      *>   Notices already logged, so a member is noticed once a term
      *>   however many nights the window covers.
       COPY RNLREC.
       01 NOTICE-LOG-TABLE.
           05 NOTICE-LOG-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON NOTICE-LOG-COUNT
               INDEXED BY NL-IDX.
               10 NL-MEMBER-ID PIC X(6).
               10 NL-TERM-START PIC 9(8).
       01 NOTICE-LOG-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ALREADY-NOTICED PIC X VALUE "N".
      *>   Term arithmetic: the next term starts a whole number of
      *>   billing terms after MF-EFFECTIVE-DATE.
       01 WS-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
       01 WS-EFFECTIVE-DATE-R REDEFINES WS-EFFECTIVE-DATE.
           05 WS-EF-YYYY PIC 9(4).
           05 WS-EF-MM   PIC 9(2).
           05 WS-EF-DD   PIC 9(2).
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM   PIC 9(2).
           05 WS-TD-DD   PIC 9(2).
       01 WS-TERM-START PIC 9(8) VALUE ZERO.
       01 WS-TERM-START-R REDEFINES WS-TERM-START.
           05 WS-TS-YYYY PIC 9(4).
           05 WS-TS-MM   PIC 9(2).
           05 WS-TS-DD   PIC 9(2).
       01 WS-MONTHS-ELAPSED PIC S9(5) VALUE ZERO.
       01 WS-TERMS-DONE PIC 9(5) VALUE ZERO.
       01 WS-MONTH-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-YEARS-ON PIC 9(5) VALUE ZERO.
       01 WS-MONTH-LEFT PIC 9(2) VALUE ZERO.
       01 WS-DAYS-TO-TERM PIC S9(7) VALUE ZERO.
       01 WS-DATE-FUNCTION PIC X VALUE "D".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
      *>   The quoted term, in the member's currency.
       01 WS-NOTICE-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-TERM-FEE PIC 9(7)V99 VALUE ZERO.
       01 WS-FAMILY-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-LOYALTY-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-NET-FEE PIC 9(7)V99 VALUE ZERO.
       01 WS-FMT-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-FEE-TEXT PIC X(16) VALUE SPACES.
       01 WS-FAMILY-TEXT PIC X(16) VALUE SPACES.
       01 WS-LOYALTY-TEXT PIC X(16) VALUE SPACES.
       01 WS-NET-TEXT PIC X(16) VALUE SPACES.
      *>   CURRFMT pads the figure out to a column; a notice line
      *>   wants the symbol and the figure side by side.
       01 WS-SQUEEZE-TEXT PIC X(16) VALUE SPACES.
       01 WS-SQUEEZE-SYMBOL PIC X(3) VALUE SPACES.
       01 WS-SQUEEZE-FIGURE PIC X(12) VALUE SPACES.
       01 WS-METHOD PIC X VALUE "I".
           88 METHOD-DIRECT-DEBIT VALUE "D".
           88 METHOD-INVOICE VALUE "I".
       01 WS-METHOD-TEXT PIC X(20) VALUE SPACES.
       01 WS-MONTHS-TEXT PIC Z9.
      *>   Addressee: the payer on CUSTMAST, or the member id alone.
       01 WS-PAYER-FOUND PIC X VALUE "N".
       01 WS-NOTICE-NAME PIC X(30) VALUE SPACES.
       01 WS-NOTICE-ADDRESS PIC X(30) VALUE SPACES.
       01 WS-NOTICE-TEXT PIC X(70) VALUE SPACES.
       01 WS-HOLD-LINE PIC X(80) VALUE SPACES.
       01 WS-HOLD-RC PIC 9 VALUE ZERO.
       01 WS-NOTICE-HELD PIC X VALUE "N".
       01 WS-MEMBERS-READ PIC 9(9) VALUE ZERO.
       01 WS-NOTICE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TERMINATED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NOT-DUE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NO-TERM-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NO-MANDATE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(29) VALUE "MEMBERSHIP RENEWAL NOTICES  ".
           05 RT-HEAD-TEXT PIC X(30).
       01 WS-REPORT-HEADING PIC X(80) VALUE
           "MEMBER  PLAN MTHS TERM STARTS     NET FEE CUR  COLLECTION".
       01 WS-REPORT-LINE.
           05 RL-MEMBER-ID PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-PLAN-CODE PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RL-MONTHS PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RL-TERM-START PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-NET-FEE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-CURRENCY PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-METHOD PIC X(16).
           05 RL-NOTE PIC X(15).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "MBRRENEW" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetNoticeDays
           PERFORM GetReportHeading
           PERFORM LoadRateTable
           PERFORM LoadPlanFees
           PERFORM LoadTenureBands
           PERFORM GetFamilyDiscount
           PERFORM LoadActiveMandates
           PERFORM LoadTemplates
           PERFORM LoadNoticeLog
           OPEN INPUT MEMBERS-FILE
           IF NOT WS-MEMBERS-FILE-OK
               DISPLAY "MEMBERSDD NOT AVAILABLE, STATUS = "
                   WS-MEMBERS-FILE-STATUS
               SET WS-MEMBERS-FILE-EOF TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CM-STATUS-OK
               MOVE "Y" TO WS-MASTER-IS-OPEN
           ELSE
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
                   " - NOTICES ADDRESSED BY MEMBER ID"
           END-IF
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT NOTICE-REPORT
           OPEN EXTEND NOTICE-LOG
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-NOTICE-LOG-STATUS NOT = "00"
                   AND WS-NOTICE-LOG-STATUS NOT = "05"
               OPEN OUTPUT NOTICE-LOG
           END-IF
           MOVE WS-HEAD-TEXT TO RT-HEAD-TEXT
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-TITLE
               AFTER ADVANCING 1 LINE
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM UNTIL WS-MEMBERS-FILE-EOF
               READ MEMBERS-FILE
                   AT END SET WS-MEMBERS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-READ
                       PERFORM SelectOneMember
               END-READ
           END-PERFORM
           IF WS-MASTER-IS-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE MEMBERS-FILE NOTICE-FILE NOTICE-REPORT NOTICE-LOG
           MOVE "RENEWRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- MBRRENEW TOTALS ----------"
           DISPLAY "NOTICE WINDOW DAYS : " WS-NOTICE-DAYS
           DISPLAY "MEMBERS READ       : " WS-MEMBERS-READ
           DISPLAY "NOTICES WRITTEN    : " WS-NOTICE-COUNT
           DISPLAY "  HELD - GONE AWAY : " WS-HELD-COUNT
           DISPLAY "  DD, NO MANDATE   : " WS-NO-MANDATE-COUNT
           DISPLAY "TERMINATED SKIPPED : " WS-TERMINATED-COUNT
           DISPLAY "ALREADY NOTICED    : " WS-ALREADY-COUNT
           DISPLAY "NOT YET DUE        : " WS-NOT-DUE-COUNT
           DISPLAY "NO TERM ON RECORD  : " WS-NO-TERM-COUNT
           IF WS-VERSIONS-REFUSED > ZERO
               DISPLAY "PLAN FEE VERSIONS REFUSED - QUOTED AT THE "
                   "PRIOR FEES: " WS-VERSIONS-REFUSED
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> SelectOneMember - a terminated member never renews; an active
      *> one is noticed when the next term starts inside the window
      *> and no notice for that term is on RENEWLOG yet.
      *>----------------------------------------------------------------
       SelectOneMember.
           IF MF-TERMINATED
               ADD 1 TO WS-TERMINATED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM TrackFamily
           IF MF-BILLING-MONTHS NOT NUMERIC
                   OR MF-BILLING-MONTHS = ZERO
                   OR MF-EFFECTIVE-DATE NOT NUMERIC
                   OR MF-EFFECTIVE-DATE = ZEROS
               ADD 1 TO WS-NO-TERM-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FindNextTermStart
           IF WS-DATE-RC NOT = 0
               DISPLAY "MEMBER " MF-MEMBER-ID
                   " TERM DATES BAD - NO NOTICE"
               ADD 1 TO WS-NO-TERM-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           MOVE WS-TERM-START TO WS-DATE-2
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DAY-COUNT TO WS-DAYS-TO-TERM
           IF WS-DATE-RC NOT = 0
                   OR WS-DAYS-TO-TERM < 1
                   OR WS-DAYS-TO-TERM > WS-NOTICE-DAYS
               ADD 1 TO WS-NOT-DUE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckNoticeLogged
           IF WS-ALREADY-NOTICED = "Y"
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM PriceNextTerm
           PERFORM GetCollectionMethod
           PERFORM GetAddressee
           PERFORM WriteOneNotice
           PERFORM LogOneNotice
           PERFORM WriteReportLine
           .

      *>----------------------------------------------------------------
      *> TrackFamily - same grouping as the billing run's
      *> AssignMemberInvoice: a payer account already met earlier in
      *> the file makes this member a follower.
      *>----------------------------------------------------------------
       TrackFamily.
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

      *>----------------------------------------------------------------
      *> FindNextTermStart - whole months from MF-EFFECTIVE-DATE to
      *> today, rounded down to whole billing terms, plus one term,
      *> gives the month the next term starts; its day is the
      *> effective day, pulled back to the month's last day where the
      *> month is shorter (DATECALC validates each candidate).
      *>----------------------------------------------------------------
       FindNextTermStart.
           MOVE MF-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           MOVE WS-RUN-DATE TO WS-TODAY
           COMPUTE WS-MONTHS-ELAPSED =
               (WS-TD-YYYY - WS-EF-YYYY) * 12 + WS-TD-MM - WS-EF-MM
           IF WS-TD-DD < WS-EF-DD
               SUBTRACT 1 FROM WS-MONTHS-ELAPSED
           END-IF
           IF WS-MONTHS-ELAPSED < ZERO
               MOVE ZERO TO WS-MONTHS-ELAPSED
           END-IF
           DIVIDE WS-MONTHS-ELAPSED BY MF-BILLING-MONTHS
               GIVING WS-TERMS-DONE
           COMPUTE WS-MONTH-NUMBER = WS-EF-MM - 1
               + (WS-TERMS-DONE + 1) * MF-BILLING-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-YEARS-ON REMAINDER WS-MONTH-LEFT
           COMPUTE WS-TS-YYYY = WS-EF-YYYY + WS-YEARS-ON
           COMPUTE WS-TS-MM = WS-MONTH-LEFT + 1
           MOVE WS-EF-DD TO WS-TS-DD
           MOVE "V" TO WS-DATE-FUNCTION
           MOVE WS-TERM-START TO WS-DATE-1
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           PERFORM UNTIL WS-DATE-RC = 0 OR WS-TS-DD NOT > 28
               SUBTRACT 1 FROM WS-TS-DD
               MOVE WS-TERM-START TO WS-DATE-1
               CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                   WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           END-PERFORM
           .

       CheckNoticeLogged.
           MOVE "N" TO WS-ALREADY-NOTICED
           PERFORM VARYING NL-IDX FROM 1 BY 1
                   UNTIL NL-IDX > NOTICE-LOG-COUNT
               IF NL-MEMBER-ID (NL-IDX) = MF-MEMBER-ID
                       AND NL-TERM-START (NL-IDX) = WS-TERM-START
                   MOVE "Y" TO WS-ALREADY-NOTICED
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> PriceNextTerm - the plan fee for a whole term converted to
      *> the member's currency, then the family discount and the
      *> loyalty discount in the order the billing run applies them;
      *> tax is added on the bill itself.
      *>----------------------------------------------------------------
       PriceNextTerm.
           MOVE ZEROS TO WS-FEE
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > 3
               IF PR-PLAN-CODE (PR-IDX) = MF-PLAN-CODE
                   MOVE PR-FEE (PR-IDX) TO WS-FEE
               END-IF
           END-PERFORM
           COMPUTE WS-TERM-FEE = WS-FEE * MF-BILLING-MONTHS
           MOVE "USD" TO WS-NOTICE-CURRENCY
           IF MF-CURRENCY-CODE NOT = SPACES
                   AND MF-CURRENCY-CODE NOT = "USD"
               PERFORM ConvertToMemberCurrency
           END-IF
           MOVE ZERO TO WS-FAMILY-AMOUNT
           IF WS-FAMILY-FOLLOWER = "Y"
               COMPUTE WS-FAMILY-AMOUNT ROUNDED =
                   WS-TERM-FEE * WS-FAMILY-PCT / 100
           END-IF
           PERFORM GetLoyaltyPercent
           COMPUTE WS-LOYALTY-AMOUNT ROUNDED =
               (WS-TERM-FEE - WS-FAMILY-AMOUNT) * WS-LOYALTY-PCT / 100
           COMPUTE WS-NET-FEE =
               WS-TERM-FEE - WS-FAMILY-AMOUNT - WS-LOYALTY-AMOUNT
           MOVE WS-TERM-FEE TO WS-FMT-AMOUNT
           CALL "CURRFMT" USING WS-NOTICE-CURRENCY, WS-FMT-AMOUNT,
               WS-FEE-TEXT
           MOVE WS-FEE-TEXT TO WS-SQUEEZE-TEXT
           PERFORM SqueezeAmountText
           MOVE WS-SQUEEZE-TEXT TO WS-FEE-TEXT
           MOVE WS-FAMILY-AMOUNT TO WS-FMT-AMOUNT
           CALL "CURRFMT" USING WS-NOTICE-CURRENCY, WS-FMT-AMOUNT,
               WS-FAMILY-TEXT
           MOVE WS-FAMILY-TEXT TO WS-SQUEEZE-TEXT
           PERFORM SqueezeAmountText
           MOVE WS-SQUEEZE-TEXT TO WS-FAMILY-TEXT
           MOVE WS-LOYALTY-AMOUNT TO WS-FMT-AMOUNT
           CALL "CURRFMT" USING WS-NOTICE-CURRENCY, WS-FMT-AMOUNT,
               WS-LOYALTY-TEXT
           MOVE WS-LOYALTY-TEXT TO WS-SQUEEZE-TEXT
           PERFORM SqueezeAmountText
           MOVE WS-SQUEEZE-TEXT TO WS-LOYALTY-TEXT
           MOVE WS-NET-FEE TO WS-FMT-AMOUNT
           CALL "CURRFMT" USING WS-NOTICE-CURRENCY, WS-FMT-AMOUNT,
               WS-NET-TEXT
           MOVE WS-NET-TEXT TO WS-SQUEEZE-TEXT
           PERFORM SqueezeAmountText
           MOVE WS-SQUEEZE-TEXT TO WS-NET-TEXT
           .

       SqueezeAmountText.
           MOVE SPACES TO WS-SQUEEZE-SYMBOL WS-SQUEEZE-FIGURE
           UNSTRING WS-SQUEEZE-TEXT DELIMITED BY ALL SPACE
               INTO WS-SQUEEZE-SYMBOL WS-SQUEEZE-FIGURE
           MOVE SPACES TO WS-SQUEEZE-TEXT
           STRING WS-SQUEEZE-SYMBOL DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SQUEEZE-FIGURE DELIMITED BY SPACE
               INTO WS-SQUEEZE-TEXT
           .

       ConvertToMemberCurrency.
           MOVE ZERO TO WS-MEMBER-RATE
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
               IF RT-CURRENCY-CODE (RATE-IDX) = MF-CURRENCY-CODE
                   MOVE RT-RATE (RATE-IDX) TO WS-MEMBER-RATE
                   SET RATE-IDX TO RATE-TABLE-COUNT
               END-IF
           END-PERFORM
           IF WS-MEMBER-RATE = ZERO
               DISPLAY "NO RATE ON FILE FOR " MF-CURRENCY-CODE
                   " - MEMBER " MF-MEMBER-ID " QUOTED IN BASE CURRENCY"
           ELSE
               COMPUTE WS-TERM-FEE ROUNDED =
                   WS-TERM-FEE / WS-MEMBER-RATE
               MOVE MF-CURRENCY-CODE TO WS-NOTICE-CURRENCY
           END-IF
           .

      *>----------------------------------------------------------------
      *> GetLoyaltyPercent - the deepest TENRDISC band the member will
      *> have reached on the day the new term starts.
      *>----------------------------------------------------------------
       GetLoyaltyPercent.
           MOVE ZEROS TO WS-LOYALTY-PCT
           IF TENURE-BAND-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-DATE-FUNCTION
           MOVE MF-EFFECTIVE-DATE TO WS-DATE-1
           MOVE WS-TERM-START TO WS-DATE-2
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
      *> GetCollectionMethod - the direct-debit flag only collects
      *> with an active mandate behind it (as DDEXTR requires);
      *> without one the new term will be invoiced.
      *>----------------------------------------------------------------
       GetCollectionMethod.
           SET METHOD-INVOICE TO TRUE
           IF MF-DIRECT-DEBIT
               SET AMN-IDX TO 1
               SEARCH ACTIVE-MANDATE-ENTRY
                   AT END
                       ADD 1 TO WS-NO-MANDATE-COUNT
                   WHEN AM-MEMBER-ID (AMN-IDX) = MF-MEMBER-ID
                       SET METHOD-DIRECT-DEBIT TO TRUE
               END-SEARCH
           END-IF
           IF METHOD-DIRECT-DEBIT
               MOVE "BY DIRECT DEBIT" TO WS-METHOD-TEXT
           ELSE
               MOVE "BY INVOICE" TO WS-METHOD-TEXT
           END-IF
           .

       GetAddressee.
           MOVE "N" TO WS-PAYER-FOUND
           MOVE SPACES TO WS-NOTICE-NAME
           MOVE SPACES TO WS-NOTICE-ADDRESS
           IF WS-MASTER-IS-OPEN = "Y"
                   AND MF-PAYER-ACCOUNT NUMERIC
                   AND MF-PAYER-ACCOUNT NOT = ZEROS
               MOVE MF-PAYER-ACCOUNT TO CM-ACCOUNT-NO
               READ CUSTOMER-MASTER
               IF CM-STATUS-OK
                   MOVE "Y" TO WS-PAYER-FOUND
                   MOVE CM-CUSTOMER-NAME TO WS-NOTICE-NAME
                   MOVE CM-ADDRESS TO WS-NOTICE-ADDRESS
               END-IF
           END-IF
           IF WS-PAYER-FOUND = "N"
               MOVE SPACES TO CUSTOMER-MASTER-RECORD
               STRING "MEMBER " DELIMITED BY SIZE
                   MF-MEMBER-ID DELIMITED BY SIZE
                   INTO WS-NOTICE-NAME
           END-IF
           MOVE "N" TO WS-NOTICE-HELD
           IF WS-PAYER-FOUND = "Y" AND CM-GONE-AWAY
               MOVE "Y" TO WS-NOTICE-HELD
           END-IF
           .

      *>----------------------------------------------------------------
      *> WriteOneNotice - the DUNTMPL R body when one exists, the
      *> compiled wording otherwise; either way the notice starts on
      *> a new page with the addressee block.
      *>----------------------------------------------------------------
       WriteOneNotice.
           ADD 1 TO WS-NOTICE-COUNT
           IF WS-NOTICE-HELD = "Y"
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE SPACES TO NOTICE-FILE-RECORD
               WRITE NOTICE-FILE-RECORD AFTER ADVANCING PAGE
           END-IF
           CALL "RPTHEAD" USING WS-TERM-START, WS-LANGUAGE,
               WS-TERM-TEXT, WS-TERM-COLUMN
           MOVE MF-BILLING-MONTHS TO WS-MONTHS-TEXT
           MOVE WS-NOTICE-NAME TO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           MOVE WS-NOTICE-ADDRESS TO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           MOVE SPACES TO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           IF TEMPLATE-COUNT > ZERO
               PERFORM VARYING TPL-IDX FROM 1 BY 1
                       UNTIL TPL-IDX > TEMPLATE-COUNT
                   MOVE TL-TEXT (TPL-IDX) TO WS-SUB-IN
                   PERFORM SubstituteOneLine
                   MOVE WS-SUB-OUT TO WS-NOTICE-TEXT
                   PERFORM PutNoticeLine
               END-PERFORM
               PERFORM CheckNoticeStatus
               EXIT PARAGRAPH
           END-IF
           STRING "MEMBERSHIP RENEWAL NOTICE - MEMBER "
               DELIMITED BY SIZE
               MF-MEMBER-ID DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           MOVE SPACES TO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           STRING "YOUR NEXT " DELIMITED BY SIZE
               WS-MONTHS-TEXT DELIMITED BY SIZE
               "-MONTH TERM ON PLAN " DELIMITED BY SIZE
               MF-PLAN-CODE DELIMITED BY SIZE
               " BEGINS ON " DELIMITED BY SIZE
               WS-TERM-TEXT DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           STRING "TERM FEE          " DELIMITED BY SIZE
               WS-FEE-TEXT DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           IF WS-FAMILY-AMOUNT > ZERO
               STRING "FAMILY DISCOUNT  -" DELIMITED BY SIZE
                   WS-FAMILY-TEXT DELIMITED BY SIZE
                   INTO WS-NOTICE-TEXT
               PERFORM PutNoticeLine
           END-IF
           IF WS-LOYALTY-AMOUNT > ZERO
               STRING "LOYALTY DISCOUNT -" DELIMITED BY SIZE
                   WS-LOYALTY-TEXT DELIMITED BY SIZE
                   INTO WS-NOTICE-TEXT
               PERFORM PutNoticeLine
           END-IF
           STRING "AMOUNT DUE        " DELIMITED BY SIZE
               WS-NET-TEXT DELIMITED BY "  "
               "  PLUS ANY TAX DUE" DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           MOVE SPACES TO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           IF METHOD-DIRECT-DEBIT
               MOVE "IT WILL BE COLLECTED BY DIRECT DEBIT FROM YOUR"
                   TO WS-NOTICE-TEXT
               PERFORM PutNoticeLine
               MOVE "BANK ACCOUNT ON OR AFTER THE DAY THE TERM BEGINS."
                   TO WS-NOTICE-TEXT
           ELSE
               MOVE "AN INVOICE FOR IT WILL FOLLOW WITH YOUR NEXT BILL."
                   TO WS-NOTICE-TEXT
           END-IF
           PERFORM PutNoticeLine
           MOVE "TO CANCEL, PLEASE CONTACT US BEFORE THE TERM BEGINS"
               TO WS-NOTICE-TEXT
           PERFORM PutNoticeLine
           PERFORM CheckNoticeStatus
           .

      *>----------------------------------------------------------------
      *> PutNoticeLine - one notice line to RENEWNTC, or to the held
      *> mail through MAILHOLD when the payer has gone away.
      *>----------------------------------------------------------------
       PutNoticeLine.
           IF WS-NOTICE-HELD = "Y"
               MOVE WS-NOTICE-TEXT TO WS-HOLD-LINE
               CALL "MAILHOLD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
                   CUSTOMER-MASTER-RECORD, WS-HOLD-LINE, WS-HOLD-RC
           ELSE
               WRITE NOTICE-FILE-RECORD FROM WS-NOTICE-TEXT
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO WS-NOTICE-TEXT
           .

       CheckNoticeStatus.
           IF WS-NOTICE-FILE-STATUS NOT = "00"
               DISPLAY "RENEWNTC WRITE FAILED, STATUS = "
                   WS-NOTICE-FILE-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> SubstituteOneLine / RecognizeToken / CopyTokenValue - the
      *> dunning letters' template substitution, with the renewal
      *> variables: &NAME, &DATE (today, dated heading), &MBR, &TERM
      *> (the day the next term starts), &MTHS, &PLAN, &FEE, &FAM,
      *> &LOY, &NET (amounts in the member's currency) and &METH.
      *>----------------------------------------------------------------
       SubstituteOneLine.
           MOVE SPACES TO WS-SUB-OUT
           MOVE 1 TO WS-SUB-I
           MOVE 1 TO WS-SUB-J
           PERFORM UNTIL WS-SUB-I > 70 OR WS-SUB-J > 70
               MOVE ZERO TO WS-SUB-TOKEN
               IF WS-SUB-IN (WS-SUB-I:1) = "&"
                   PERFORM RecognizeToken
               END-IF
               IF WS-SUB-TOKEN = ZERO
                   MOVE WS-SUB-IN (WS-SUB-I:1)
                       TO WS-SUB-OUT (WS-SUB-J:1)
                   ADD 1 TO WS-SUB-I
                   ADD 1 TO WS-SUB-J
               ELSE
                   PERFORM CopyTokenValue
               END-IF
           END-PERFORM
           .

       RecognizeToken.
      *>    Sets the token number and the replacement value; the
      *>    token length rides in WS-SUB-LEN for the caller.
           EVALUATE TRUE
               WHEN WS-SUB-I <= 66
                       AND WS-SUB-IN (WS-SUB-I:5) = "&NAME"
                   MOVE 1 TO WS-SUB-TOKEN
                   MOVE 5 TO WS-SUB-LEN
                   MOVE WS-NOTICE-NAME TO WS-SUB-VALUE
               WHEN WS-SUB-I <= 66
                       AND WS-SUB-IN (WS-SUB-I:5) = "&DATE"
                   MOVE 2 TO WS-SUB-TOKEN
                   MOVE 5 TO WS-SUB-LEN
                   MOVE WS-HEAD-TEXT TO WS-SUB-VALUE
               WHEN WS-SUB-I <= 66
                       AND WS-SUB-IN (WS-SUB-I:5) = "&TERM"
                   MOVE 3 TO WS-SUB-TOKEN
                   MOVE 5 TO WS-SUB-LEN
                   MOVE WS-TERM-TEXT TO WS-SUB-VALUE
               WHEN WS-SUB-I <= 66
                       AND WS-SUB-IN (WS-SUB-I:5) = "&MTHS"
                   MOVE 4 TO WS-SUB-TOKEN
                   MOVE 5 TO WS-SUB-LEN
                   MOVE WS-MONTHS-TEXT TO WS-SUB-VALUE
               WHEN WS-SUB-I <= 66
                       AND WS-SUB-IN (WS-SUB-I:5) = "&PLAN"
                   MOVE 5 TO WS-SUB-TOKEN
                   MOVE 5 TO WS-SUB-LEN
                   MOVE MF-PLAN-CODE TO WS-SUB-VALUE
               WHEN WS-SUB-I <= 66
                       AND WS-SUB-IN (WS-SUB-I:5) = "&METH"
                   MOVE 6 TO WS-SUB-TOKEN
                   MOVE 5 TO WS-SUB-LEN
                   MOVE WS-METHOD-TEXT TO WS-SUB-VALUE
               WHEN WS-SUB-I <= 67
                       AND WS-SUB-IN (WS-SUB-I:4) = "&MBR"
                   MOVE 7 TO WS-SUB-TOKEN
                   MOVE 4 TO WS-SUB-LEN
                   MOVE MF-MEMBER-ID TO WS-SUB-VALUE
               WHEN WS-SUB-I <= 67
                       AND WS-SUB-IN (WS-SUB-I:4) = "&FEE"
                   MOVE 8 TO WS-SUB-TOKEN
                   MOVE 4 TO WS-SUB-LEN
                   MOVE WS-FEE-TEXT TO WS-SUB-VALUE
               WHEN WS-SUB-I <= 67
                       AND WS-SUB-IN (WS-SUB-I:4) = "&FAM"
                   MOVE 9 TO WS-SUB-TOKEN
                   MOVE 4 TO WS-SUB-LEN
                   MOVE WS-FAMILY-TEXT TO WS-SUB-VALUE
               WHEN WS-SUB-I <= 67
                       AND WS-SUB-IN (WS-SUB-I:4) = "&LOY"
                   MOVE 10 TO WS-SUB-TOKEN
                   MOVE 4 TO WS-SUB-LEN
                   MOVE WS-LOYALTY-TEXT TO WS-SUB-VALUE
               WHEN WS-SUB-I <= 67
                       AND WS-SUB-IN (WS-SUB-I:4) = "&NET"
                   MOVE 11 TO WS-SUB-TOKEN
                   MOVE 4 TO WS-SUB-LEN
                   MOVE WS-NET-TEXT TO WS-SUB-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       CopyTokenValue.
           ADD WS-SUB-LEN TO WS-SUB-I
      *>    The value copies through its last non-blank character.
           MOVE 30 TO WS-SUB-K
           PERFORM UNTIL WS-SUB-K < 1
                   OR WS-SUB-VALUE (WS-SUB-K:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SUB-K
           END-PERFORM
           IF WS-SUB-K < 1
               MOVE 1 TO WS-SUB-K
           END-IF
           MOVE 1 TO WS-SUB-LEN
           PERFORM UNTIL WS-SUB-LEN > WS-SUB-K OR WS-SUB-J > 70
               MOVE WS-SUB-VALUE (WS-SUB-LEN:1)
                   TO WS-SUB-OUT (WS-SUB-J:1)
               ADD 1 TO WS-SUB-LEN
               ADD 1 TO WS-SUB-J
           END-PERFORM
           .

       LogOneNotice.
           MOVE MF-MEMBER-ID TO RN-MEMBER-ID
           MOVE WS-RUN-DATE TO RN-NOTICE-DATE
           MOVE WS-TERM-START TO RN-TERM-START
           MOVE MF-PLAN-CODE TO RN-PLAN-CODE
           MOVE MF-BILLING-MONTHS TO RN-MONTHS
           MOVE WS-NET-FEE TO RN-AMOUNT
           MOVE WS-NOTICE-CURRENCY TO RN-CURRENCY-CODE
           MOVE WS-METHOD TO RN-METHOD
           WRITE NOTICE-LOG-RECORD FROM RN-RECORD
           IF WS-NOTICE-LOG-STATUS NOT = "00"
               DISPLAY "RENEWLOG WRITE FAILED, STATUS = "
                   WS-NOTICE-LOG-STATUS
           END-IF
           .

       WriteReportLine.
           MOVE MF-MEMBER-ID TO RL-MEMBER-ID
           MOVE MF-PLAN-CODE TO RL-PLAN-CODE
           MOVE MF-BILLING-MONTHS TO RL-MONTHS
           MOVE WS-TERM-START TO RL-TERM-START
           MOVE WS-NET-FEE TO RL-NET-FEE
           MOVE WS-NOTICE-CURRENCY TO RL-CURRENCY
           MOVE WS-METHOD-TEXT TO RL-METHOD
           MOVE SPACES TO RL-NOTE
           IF WS-NOTICE-HELD = "Y"
               MOVE "MAIL HELD" TO RL-NOTE
           END-IF
           IF MF-DIRECT-DEBIT AND METHOD-INVOICE
               MOVE "NO DD MANDATE" TO RL-NOTE
           END-IF
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-NOTICE-REPORT-STATUS NOT = "00"
               DISPLAY "RENEWRPT WRITE FAILED, STATUS = "
                   WS-NOTICE-REPORT-STATUS
           END-IF
           .

       GetNoticeDays.
           OPEN INPUT RENEW-PARM-FILE
           IF WS-RENEW-PARM-OK
               READ RENEW-PARM-FILE
                   AT END
                       DISPLAY "RENWPARM EMPTY - DEFAULT WINDOW USED"
                   NOT AT END
                       IF RP-NOTICE-DAYS NUMERIC
                           MOVE RP-NOTICE-DAYS TO WS-NOTICE-DAYS
                       ELSE
                           DISPLAY "RENWPARM NOT NUMERIC - "
                               "DEFAULT WINDOW USED"
                       END-IF
               END-READ
           ELSE
               DISPLAY "RENWPARM NOT AVAILABLE - DEFAULT WINDOW USED"
           END-IF
           CLOSE RENEW-PARM-FILE
           .

      *>----------------------------------------------------------------
      *> GetReportHeading - the LANGPARM language code and the shared
      *> RPTHEAD service turn the business date into the dated
      *> heading the notices and the listing carry.
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
      *> LoadRateTable - RATESDD only once RATEGATE has passed today's
      *> delivery, exactly as the billing run loads it.
      *>----------------------------------------------------------------
       LoadRateTable.
           MOVE ZERO TO RATE-TABLE-COUNT
           PERFORM CheckRateGate
           IF RATE-GATE-FAILED
               DISPLAY "RATESDD NOT ACCEPTED BY RATEGATE - "
                   "FOREIGN MEMBERS QUOTED IN BASE CURRENCY"
           ELSE
               PERFORM LoadAcceptedRates
           END-IF
           .

       CheckRateGate.
           MOVE "PASS" TO WS-RATE-GATE
           OPEN INPUT RATE-STATUS-FILE
           IF WS-RATE-STATUS-OK
               READ RATE-STATUS-FILE
                   AT END MOVE "FAIL" TO WS-RATE-GATE
                   NOT AT END
                       IF RATE-STATUS-RECORD (1:4) NOT = "PASS"
                               OR RATE-STATUS-RECORD (6:8)
                                   NOT = WS-RUN-DATE
                           MOVE "FAIL" TO WS-RATE-GATE
                       END-IF
               END-READ
               CLOSE RATE-STATUS-FILE
           END-IF
           .

       LoadAcceptedRates.
           OPEN INPUT RATES-FILE
           IF WS-RATES-FILE-OK
               PERFORM UNTIL WS-RATES-FILE-EOF
                   READ RATES-FILE
                       AT END SET WS-RATES-FILE-EOF TO TRUE
                       NOT AT END
                        IF RATE-TABLE-COUNT >= 20
                           SET WS-RATES-FILE-EOF TO TRUE
                        ELSE
                           ADD 1 TO RATE-TABLE-COUNT
                           MOVE RF-CURRENCY-CODE
                             TO RT-CURRENCY-CODE (RATE-TABLE-COUNT)
                           MOVE RF-RATE TO RT-RATE (RATE-TABLE-COUNT)
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadPlanFees - the compiled plan fees stand unless PLANFEES
      *> says otherwise.  The file takes "V YYYYMMDD" version headers
      *> the way TIERRATE does: the latest block dated on or before
      *> the business date is in force, each block setting the plans
      *> it lists (a plan left out keeps the fee it had), so next
      *> season's prices sit in the file until their day comes.  A
      *> block reaching its day is only taken once PRCGATE finds the
      *> PRCNOTE price-change letters logged for it.
      *>----------------------------------------------------------------
       LoadPlanFees.
           OPEN INPUT PLAN-FEE-FILE
           IF WS-PLAN-FEE-OK
               PERFORM UNTIL WS-PLAN-FEE-EOF
                   READ PLAN-FEE-FILE
                       AT END SET WS-PLAN-FEE-EOF TO TRUE
                       NOT AT END
                           IF PLAN-FEE-RECORD (1:1) = "V"
                               PERFORM JudgePlanFeeVersion
                           ELSE
                               IF WS-VERSION-LOADING = "Y"
                                   PERFORM SetOnePlanFee
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FEE-FILE
               DISPLAY "PLANFEES VERSION IN FORCE: " WS-VERSION-DATE
               MOVE "PLANFEES" TO RV-TABLE
               PERFORM WriteRateVersionLine
           ELSE
               IF WS-PLAN-FEE-STATUS = "05"
                   CLOSE PLAN-FEE-FILE
               END-IF
           END-IF
           .

       JudgePlanFeeVersion.
           IF PLAN-FEE-RECORD (3:8) NOT NUMERIC
               DISPLAY "BAD RATE VERSION HEADER IGNORED"
               MOVE "N" TO WS-VERSION-LOADING
               EXIT PARAGRAPH
           END-IF
           MOVE PLAN-FEE-RECORD (3:8) TO WS-HEADER-DATE
           IF WS-HEADER-DATE <= WS-RUN-DATE
                   AND WS-HEADER-DATE >= WS-VERSION-DATE
                   AND WS-HEADER-DATE > ZERO
               MOVE "PLANFEES" TO WS-GATE-TABLE
               CALL "PRCGATE" USING WS-GATE-TABLE, WS-HEADER-DATE,
                   WS-GATE-RC
               IF WS-GATE-RC = 2
                   DISPLAY "PLANFEES VERSION " WS-HEADER-DATE
                       " REFUSED - NO PRICE NOTICE RUN LOGGED"
                   ADD 1 TO WS-VERSIONS-REFUSED
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

       SetOnePlanFee.
           IF PF-FEE NOT NUMERIC
               DISPLAY "PLANFEES LINE IGNORED - FEE NOT NUMERIC: "
                   PLAN-FEE-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PLAN-FOUND
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > 3
               IF PR-PLAN-CODE (PR-IDX) = PF-PLAN-CODE
                   MOVE PF-FEE TO PR-FEE (PR-IDX)
                   MOVE "Y" TO WS-PLAN-FOUND
               END-IF
           END-PERFORM
           IF WS-PLAN-FOUND = "N"
               DISPLAY "PLANFEES LINE IGNORED - NO PLAN "
                   PF-PLAN-CODE
           END-IF
           .

      *>----------------------------------------------------------------
      *> WriteRateVersionLine - one line on RATEVERS per run saying
      *> which rate version this run actually priced with, so a
      *> wrong-rate incident can be traced to the version in force.
      *>----------------------------------------------------------------
       WriteRateVersionLine.
           OPEN EXTEND RATE-VERSION-FILE
           IF WS-RATE-VERSION-STATUS NOT = "00"
                   AND WS-RATE-VERSION-STATUS NOT = "05"
               OPEN OUTPUT RATE-VERSION-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO RV-PROGRAM
           MOVE WS-RUN-DATE TO RV-RUN-DATE
           MOVE WS-VERSION-DATE TO RV-VERSION-DATE
           WRITE RATE-VERSION-RECORD FROM WS-RATE-VERSION-LINE
           IF WS-RATE-VERSION-STATUS NOT = "00"
               DISPLAY "RATEVERS WRITE FAILED, STATUS = "
                   WS-RATE-VERSION-STATUS
           END-IF
           CLOSE RATE-VERSION-FILE
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

       LoadTenureBands.
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

       LoadActiveMandates.
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-FILE-OK
               PERFORM UNTIL WS-MANDATE-FILE-EOF
                   READ MANDATE-FILE
                       AT END SET WS-MANDATE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE MANDATE-FILE-RECORD TO MN-RECORD
                           IF MN-ACTIVE
                                   AND ACTIVE-MANDATE-COUNT < 500
                               ADD 1 TO ACTIVE-MANDATE-COUNT
                               SET AMN-IDX TO ACTIVE-MANDATE-COUNT
                               MOVE MN-MEMBER-ID
                                   TO AM-MEMBER-ID (AMN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           ELSE
               IF WS-MANDATE-FILE-STATUS = "05"
                   CLOSE MANDATE-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadTemplates - only the R lines of DUNTMPL; the dunning
      *> letters' own keys are left to DUNNING.
      *>----------------------------------------------------------------
       LoadTemplates.
           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-FILE-OK
               PERFORM UNTIL WS-TEMPLATE-FILE-EOF
                   READ TEMPLATE-FILE
                       AT END SET WS-TEMPLATE-FILE-EOF TO TRUE
                       NOT AT END
                           IF TF-SEVERITY = "R"
                                   AND TEMPLATE-COUNT < 50
                               ADD 1 TO TEMPLATE-COUNT
                               SET TPL-IDX TO TEMPLATE-COUNT
                               MOVE TF-TEXT TO TL-TEXT (TPL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           ELSE
               IF WS-TEMPLATE-FILE-STATUS = "05"
                   CLOSE TEMPLATE-FILE
               END-IF
           END-IF
           .

       LoadNoticeLog.
           OPEN INPUT NOTICE-LOG
           IF WS-NOTICE-LOG-OK
               PERFORM UNTIL WS-NOTICE-LOG-EOF
                   READ NOTICE-LOG INTO RN-RECORD
                       AT END SET WS-NOTICE-LOG-EOF TO TRUE
                       NOT AT END
                           IF NOTICE-LOG-COUNT < 2000
                               ADD 1 TO NOTICE-LOG-COUNT
                               SET NL-IDX TO NOTICE-LOG-COUNT
                               MOVE RN-MEMBER-ID
                                   TO NL-MEMBER-ID (NL-IDX)
                               MOVE RN-TERM-START
                                   TO NL-TERM-START (NL-IDX)
                           ELSE
                               DISPLAY "NOTICE LOG TABLE FULL - "
                                   "OLDER NOTICES NOT CHECKED"
                               SET WS-NOTICE-LOG-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-LOG
           ELSE
               IF WS-NOTICE-LOG-STATUS = "05"
                   CLOSE NOTICE-LOG
               END-IF
           END-IF
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
           MOVE WS-MEMBERS-READ TO CTL-INPUT-COUNT
           MOVE WS-NOTICE-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-TERMINATED-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM MBRRENEW.
