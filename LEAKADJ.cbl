      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leak and high-bill adjustment run - work the LEAKREQ
      *          file of leak allowances asked for by customers who
      *          have proved a leak repaired.  Each request names the
      *          account, the meter and register, the usage period
      *          (the METERHST date of the leak cycle) and the repair
      *          evidence.  The period is re-priced: the customer's
      *          normal usage (the average of the meter's other
      *          actual reads on METERHST, earlier leak periods left
      *          out) at the TIERRATE tariff in force for that period,
      *          and the excess above it at the LEAKPARM reduced
      *          rate.  The difference from the bill as charged is
      *          raised as a credit note (reason LK) on CRNOTES, so
      *          the CRNOTE run posts it or holds it for release
      *          above its approval threshold.  Each allowance is
      *          logged on LEAKHIST, which keeps the leak period out
      *          of the ANOMSCAN and METEREST averages and holds an
      *          account to one allowance per LEAKPARM limit period.
      *          Every request, granted or refused, is listed on
      *          LEAKRPT, which is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAKADJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-FILE ASSIGN TO "LEAKREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "LEAKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT OPTIONAL METER-MASTER ASSIGN TO "METERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METER-MASTER-STATUS.
           SELECT OPTIONAL USAGE-HISTORY-FILE ASSIGN TO "METERHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-HISTORY-STATUS.
           SELECT OPTIONAL TIER-RATE-FILE ASSIGN TO "TIERRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-RATE-STATUS.
           SELECT OPTIONAL LEAK-HISTORY ASSIGN TO "LEAKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAK-HISTORY-STATUS.
           SELECT OPTIONAL CREDIT-NOTE-FILE ASSIGN TO "CRNOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-NOTE-STATUS.
           SELECT LEAK-REPORT ASSIGN TO "LEAKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAK-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 LR-ACCOUNT-NO PIC 9(10).
           05 LR-METER-ID PIC X(10).
           05 LR-REGISTER PIC X(1).
           05 LR-PERIOD-DATE PIC 9(8).
           05 LR-INVOICE-NO PIC 9(8).
           05 LR-REPAIR-REF PIC X(12).
           05 LR-ENTERED-BY PIC 9(4).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 LP-REDUCED-RATE PIC 9(3)V9(4).
           05 LP-LIMIT-MONTHS PIC 9(2).
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LG-LANGUAGE PIC X(2).
       FD  METER-MASTER.
       COPY MTRREC.
       FD  USAGE-HISTORY-FILE.
       01  USAGE-HISTORY-RECORD PIC X(24).
       FD  TIER-RATE-FILE.
       01  TIER-RATE-RECORD.
           05 TF-FROM-UNITS PIC 9(5).
           05 TF-TO-UNITS PIC 9(5).
           05 TF-UNIT-RATE PIC 9(3)V9(4).
           05 TF-REGISTER PIC X(1).
       FD  LEAK-HISTORY.
       01  LEAK-HISTORY-RECORD PIC X(55).
       FD  CREDIT-NOTE-FILE.
       01  CREDIT-NOTE-RECORD.
           05  CN-ACCOUNT-NO PIC 9(10).
           05  CN-MEMBER-ID PIC X(6).
           05  CN-ORIG-INVOICE-NO PIC 9(8).
           05  CN-REASON-CODE PIC X(2).
           05  CN-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  CN-ENTERED-BY PIC 9(4).
           05  CN-RELEASED-BY PIC 9(4).
       FD  LEAK-REPORT.
       01  LEAK-REPORT-RECORD PIC X(100).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY MUREC.
       COPY LKHREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-REQUEST-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-REQUEST-FILE-OK VALUE "00".
           88 WS-REQUEST-FILE-EOF VALUE "10".
       01 WS-PARM-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PARM-FILE-OK VALUE "00".
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-METER-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-METER-MASTER-OK VALUE "00".
           88 WS-METER-MASTER-EOF VALUE "10".
       01 WS-USAGE-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-USAGE-HISTORY-OK VALUE "00".
           88 WS-USAGE-HISTORY-EOF VALUE "10".
       01 WS-TIER-RATE-STATUS PIC XX VALUE SPACES.
           88 WS-TIER-RATE-OK VALUE "00".
           88 WS-TIER-RATE-EOF VALUE "10".
       01 WS-LEAK-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-LEAK-HISTORY-OK VALUE "00".
           88 WS-LEAK-HISTORY-EOF VALUE "10".
       01 WS-CREDIT-NOTE-STATUS PIC XX VALUE SPACES.
       01 WS-LEAK-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   The reduced rate the excess units price at, and the
      *>   months an account must wait between allowances.
       01 WS-REDUCED-RATE PIC 9(3)V9(4) VALUE 0.0500.
       01 WS-LIMIT-MONTHS PIC 9(2) VALUE 12.
       01 WS-LIMIT-SINCE PIC 9(8) VALUE ZERO.
       01 WS-RUN-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-RUNOPER-RC PIC 9 VALUE ZERO.
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
      *>   Meters off METERMST with their account and registers.
       01 METER-TABLE.
           05 METER-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON METER-COUNT
               INDEXED BY MT-IDX.
               10 MT-METER-ID PIC X(10).
               10 MT-ACCOUNT-NO PIC 9(10).
               10 MT-REGISTER-COUNT PIC X(1).
               10 MT-REGISTER-CODE PIC X(1) OCCURS 3 TIMES.
       01 METER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-METER-SUB PIC 9(4) VALUE ZERO.
       01 WS-REGISTER-SUB PIC 9 VALUE ZERO.
       01 WS-REGISTER-OK PIC X VALUE "N".
      *>   Every TIERRATE row with the version it belongs to, so a
      *>   period is re-priced on the tariff that billed it.  Rows
      *>   ahead of any version header belong to version zero.
       01 TIER-TABLE.
           05 TIER-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON TIER-COUNT
               INDEXED BY TIER-IDX.
               10 TT-VERSION-DATE PIC 9(8).
               10 TT-REGISTER PIC X(1).
               10 TT-FROM-UNITS PIC 9(5).
               10 TT-TO-UNITS PIC 9(5).
               10 TT-UNIT-RATE PIC 9(3)V9(4).
       01 TIER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LOAD-VERSION PIC 9(8) VALUE ZERO.
       01 WS-PRICE-VERSION PIC 9(8) VALUE ZERO.
       01 WS-PRICE-SCHEDULE PIC X(1) VALUE SPACE.
       01 WS-PRICE-UNITS PIC 9(5) VALUE ZERO.
       01 WS-PRICE-CHARGE PIC S9(7)V99 VALUE ZERO.
       01 WS-USAGE-LEFT PIC 9(5) VALUE ZERO.
       01 WS-BAND-SIZE PIC 9(5) VALUE ZERO.
       01 WS-BAND-UNITS PIC 9(5) VALUE ZERO.
       01 WS-LINE-CHARGE PIC S9(7)V99 VALUE ZERO.
      *>   Leak allowances on file and granted tonight.
       01 LEAK-TABLE.
           05 LEAK-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON LEAK-COUNT
               INDEXED BY LK-IDX.
               10 LT-ACCOUNT-NO PIC 9(10).
               10 LT-METER-ID PIC X(10).
               10 LT-REGISTER PIC X(1).
               10 LT-PERIOD-DATE PIC 9(8).
               10 LT-ADJUST-DATE PIC 9(8).
       01 LEAK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LEAK-PERIOD PIC X VALUE "N".
      *>   The request being worked.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-PERIOD-USAGE PIC 9(5) VALUE ZERO.
       01 WS-PERIOD-FOUND PIC X VALUE "N".
       01 WS-NORMAL-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-NORMAL-READS PIC 9(5) VALUE ZERO.
       01 WS-NORMAL-USAGE PIC 9(5) VALUE ZERO.
       01 WS-EXCESS-USAGE PIC 9(5) VALUE ZERO.
       01 WS-BILLED-CHARGE PIC S9(7)V99 VALUE ZERO.
       01 WS-ADJUSTED-CHARGE PIC S9(7)V99 VALUE ZERO.
       01 WS-EXCESS-CHARGE PIC S9(7)V99 VALUE ZERO.
       01 WS-CREDIT PIC S9(7)V99 VALUE ZERO.
      *>   Limit period arithmetic - whole months back from the
      *>   business date, held to the 28th so every month has the day.
       01 WS-MONTH-DATE.
           05 WS-MD-YEAR PIC 9(4).
           05 WS-MD-MONTH PIC 9(2).
           05 WS-MD-DAY PIC 9(2).
       01 WS-MONTH-DATE-N REDEFINES WS-MONTH-DATE PIC 9(8).
       01 WS-MONTH-WORK PIC 9(6) VALUE ZERO.
      *>   Counts and totals.
       01 WS-REQUEST-COUNT PIC 9(9) VALUE ZERO.
       01 WS-GRANTED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(29) VALUE "LEAK ADJUSTMENTS".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RT-HEAD-TEXT PIC X(30).
       01 WS-REPORT-HEADING PIC X(100) VALUE
           "ACCOUNT    METER      R PERIOD   BILLED NORMAL        CREDI
      -    "T RESULT".
       01 WS-REPORT-LINE.
           05 RL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-METER-ID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-REGISTER PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-PERIOD PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-BILLED PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-NORMAL PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-CREDIT PIC ---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-RESULT PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "LEAKADJ " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           CALL "RUNOPER" USING WS-RUN-OPERATOR, WS-RUNOPER-RC
           PERFORM GetParameters
           PERFORM GetReportHeading
           PERFORM LoadMeters
           PERFORM LoadTierRates
           PERFORM LoadLeakHistory
           OPEN OUTPUT LEAK-REPORT
           MOVE WS-HEAD-TEXT TO RT-HEAD-TEXT
           WRITE LEAK-REPORT-RECORD FROM WS-REPORT-TITLE
               AFTER ADVANCING 1 LINE
           WRITE LEAK-REPORT-RECORD FROM WS-REPORT-HEADING
               AFTER ADVANCING 2 LINES
           OPEN EXTEND CREDIT-NOTE-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-CREDIT-NOTE-STATUS NOT = "00"
                   AND WS-CREDIT-NOTE-STATUS NOT = "05"
               OPEN OUTPUT CREDIT-NOTE-FILE
           END-IF
           OPEN EXTEND LEAK-HISTORY
           IF WS-LEAK-HISTORY-STATUS NOT = "00"
                   AND WS-LEAK-HISTORY-STATUS NOT = "05"
               OPEN OUTPUT LEAK-HISTORY
           END-IF
           OPEN INPUT REQUEST-FILE
           IF NOT WS-REQUEST-FILE-OK
               DISPLAY "LEAKREQ NOT AVAILABLE, STATUS = "
                   WS-REQUEST-FILE-STATUS
               SET WS-REQUEST-FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REQUEST-FILE-EOF
               READ REQUEST-FILE
                   AT END SET WS-REQUEST-FILE-EOF TO TRUE
                   NOT AT END PERFORM WorkOneRequest
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE CREDIT-NOTE-FILE LEAK-HISTORY
           CLOSE LEAK-REPORT
           MOVE "LEAKRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- LEAK ADJUSTMENT TOTALS ----------"
           DISPLAY "REQUESTS READ      : " WS-REQUEST-COUNT
           DISPLAY "ALLOWANCES GRANTED : " WS-GRANTED-COUNT
           DISPLAY "REQUESTS REFUSED   : " WS-REFUSED-COUNT
           MOVE WS-CREDIT-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "CREDIT RAISED      : " WS-EDITED-AMOUNT
           PERFORM WriteControlRecord
           STOP RUN.

       GetParameters.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       DISPLAY "LEAKPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF LP-REDUCED-RATE NUMERIC
                           MOVE LP-REDUCED-RATE TO WS-REDUCED-RATE
                       END-IF
                       IF LP-LIMIT-MONTHS NUMERIC
                               AND LP-LIMIT-MONTHS > ZERO
                           MOVE LP-LIMIT-MONTHS TO WS-LIMIT-MONTHS
                       END-IF
               END-READ
           ELSE
               DISPLAY "LEAKPARM NOT AVAILABLE - DEFAULTS USED"
           END-IF
           CLOSE PARM-FILE
      *>    An allowance granted on or after this date still bars
      *>    the account from another.
           MOVE WS-RUN-DATE TO WS-MONTH-DATE-N
           COMPUTE WS-MONTH-WORK =
               WS-MD-YEAR * 12 + WS-MD-MONTH - 1 - WS-LIMIT-MONTHS
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-MD-YEAR
               REMAINDER WS-MD-MONTH
           ADD 1 TO WS-MD-MONTH
           IF WS-MD-DAY > 28
               MOVE 28 TO WS-MD-DAY
           END-IF
           MOVE WS-MONTH-DATE-N TO WS-LIMIT-SINCE
           DISPLAY "REDUCED RATE       : " WS-REDUCED-RATE
           DISPLAY "LIMIT MONTHS       : " WS-LIMIT-MONTHS
           DISPLAY "LAST ALLOWED SINCE : " WS-LIMIT-SINCE
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
                   NOT AT END MOVE LG-LANGUAGE TO WS-LANGUAGE
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

       LoadMeters.
           OPEN INPUT METER-MASTER
           IF WS-METER-MASTER-OK
               PERFORM UNTIL WS-METER-MASTER-EOF
                   READ METER-MASTER
                       AT END SET WS-METER-MASTER-EOF TO TRUE
                       NOT AT END
                           IF METER-COUNT < 2000
                               ADD 1 TO METER-COUNT
                               SET MT-IDX TO METER-COUNT
                               MOVE MM-METER-ID TO MT-METER-ID (MT-IDX)
                               MOVE MM-ACCOUNT-NO
                                   TO MT-ACCOUNT-NO (MT-IDX)
                               MOVE MM-REGISTER-COUNT
                                   TO MT-REGISTER-COUNT (MT-IDX)
                               MOVE MM-REGISTER-CODE (1)
                                   TO MT-REGISTER-CODE (MT-IDX, 1)
                               MOVE MM-REGISTER-CODE (2)
                                   TO MT-REGISTER-CODE (MT-IDX, 2)
                               MOVE MM-REGISTER-CODE (3)
                                   TO MT-REGISTER-CODE (MT-IDX, 3)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METER-MASTER
           ELSE
               DISPLAY "METERMST NOT AVAILABLE - NO ALLOWANCE POSSIBLE"
               IF WS-METER-MASTER-STATUS = "05"
                   CLOSE METER-MASTER
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadTierRates - the standing three-band tariff seeds version
      *> zero; a TIERRATE file replaces it, every version block kept
      *> with its "V YYYYMMDD" date so each period re-prices on the
      *> tariff that was in force when it was billed.
      *>----------------------------------------------------------------
       LoadTierRates.
           MOVE 3 TO TIER-COUNT
           MOVE ZEROS TO TT-VERSION-DATE (1) TT-VERSION-DATE (2)
               TT-VERSION-DATE (3)
           MOVE SPACE TO TT-REGISTER (1) TT-REGISTER (2)
               TT-REGISTER (3)
           MOVE 00001 TO TT-FROM-UNITS (1)
           MOVE 00100 TO TT-TO-UNITS (1)
           MOVE 0.1000 TO TT-UNIT-RATE (1)
           MOVE 00101 TO TT-FROM-UNITS (2)
           MOVE 00300 TO TT-TO-UNITS (2)
           MOVE 0.1500 TO TT-UNIT-RATE (2)
           MOVE 00301 TO TT-FROM-UNITS (3)
           MOVE 99999 TO TT-TO-UNITS (3)
           MOVE 0.2000 TO TT-UNIT-RATE (3)
           OPEN INPUT TIER-RATE-FILE
           IF WS-TIER-RATE-OK
               MOVE ZERO TO TIER-COUNT
               MOVE ZERO TO WS-LOAD-VERSION
               PERFORM UNTIL WS-TIER-RATE-EOF
                   READ TIER-RATE-FILE
                       AT END SET WS-TIER-RATE-EOF TO TRUE
                       NOT AT END
                           PERFORM AddTierRow
                   END-READ
               END-PERFORM
               CLOSE TIER-RATE-FILE
           ELSE
               IF WS-TIER-RATE-STATUS = "05"
                   CLOSE TIER-RATE-FILE
               END-IF
           END-IF
           .

       AddTierRow.
           IF TIER-RATE-RECORD (1:1) = "V"
               IF TIER-RATE-RECORD (3:8) NUMERIC
                   MOVE TIER-RATE-RECORD (3:8) TO WS-LOAD-VERSION
               ELSE
                   DISPLAY "BAD RATE VERSION HEADER IGNORED"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TF-FROM-UNITS NOT NUMERIC OR TF-TO-UNITS NOT NUMERIC
                   OR TF-UNIT-RATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF TIER-COUNT >= 200
               DISPLAY "TIER TABLE FULL - " TIER-RATE-RECORD
                   " DROPPED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TIER-COUNT
           SET TIER-IDX TO TIER-COUNT
           MOVE WS-LOAD-VERSION TO TT-VERSION-DATE (TIER-IDX)
           MOVE TF-REGISTER TO TT-REGISTER (TIER-IDX)
           MOVE TF-FROM-UNITS TO TT-FROM-UNITS (TIER-IDX)
           MOVE TF-TO-UNITS TO TT-TO-UNITS (TIER-IDX)
           MOVE TF-UNIT-RATE TO TT-UNIT-RATE (TIER-IDX)
           .

       LoadLeakHistory.
           OPEN INPUT LEAK-HISTORY
           IF WS-LEAK-HISTORY-OK
               PERFORM UNTIL WS-LEAK-HISTORY-EOF
                   READ LEAK-HISTORY
                       AT END SET WS-LEAK-HISTORY-EOF TO TRUE
                       NOT AT END
                           MOVE LEAK-HISTORY-RECORD TO LK-RECORD
                           PERFORM AddLeakEntry
                   END-READ
               END-PERFORM
               CLOSE LEAK-HISTORY
           ELSE
               IF WS-LEAK-HISTORY-STATUS = "05"
                   CLOSE LEAK-HISTORY
               END-IF
           END-IF
           MOVE SPACES TO WS-LEAK-HISTORY-STATUS
           .

       AddLeakEntry.
           IF LEAK-COUNT >= 2000
               DISPLAY "LEAK TABLE FULL - " LK-ACCOUNT-NO " DROPPED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LEAK-COUNT
           SET LK-IDX TO LEAK-COUNT
           MOVE LK-ACCOUNT-NO TO LT-ACCOUNT-NO (LK-IDX)
           MOVE LK-METER-ID TO LT-METER-ID (LK-IDX)
           MOVE LK-REGISTER TO LT-REGISTER (LK-IDX)
           MOVE LK-PERIOD-DATE TO LT-PERIOD-DATE (LK-IDX)
           MOVE LK-ADJUST-DATE TO LT-ADJUST-DATE (LK-IDX)
           .

      *>----------------------------------------------------------------
      *> WorkOneRequest - every check first, then the re-pricing;
      *> the first failure refuses the request onto the report.
      *>----------------------------------------------------------------
       WorkOneRequest.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZEROS TO WS-PERIOD-USAGE WS-NORMAL-USAGE WS-CREDIT
           IF LR-ACCOUNT-NO NOT NUMERIC
                   OR LR-PERIOD-DATE NOT NUMERIC
               MOVE "ACCOUNT OR PERIOD NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND LR-REPAIR-REF = SPACES
               MOVE "NO PROOF OF REPAIR GIVEN" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CheckMeterAndRegister
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CheckAdjustmentLimit
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CollectUsageHistory
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM RepricePeriod
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-REJECT-REASON TO RL-RESULT
               PERFORM WriteReportLine
           ELSE
               PERFORM GrantAllowance
           END-IF
           .

       CheckMeterAndRegister.
           MOVE ZERO TO WS-METER-SUB
           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > METER-COUNT
               IF MT-METER-ID (MT-IDX) = LR-METER-ID
                   SET WS-METER-SUB TO MT-IDX
                   SET MT-IDX TO METER-COUNT
               END-IF
           END-PERFORM
           IF WS-METER-SUB = ZERO
               MOVE "METER NOT ON METERMST" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MT-ACCOUNT-NO (WS-METER-SUB) NOT = LR-ACCOUNT-NO
               MOVE "METER NOT ON THIS ACCOUNT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REGISTER-OK
           IF MT-REGISTER-COUNT (WS-METER-SUB) = "2" OR "3"
               PERFORM VARYING WS-REGISTER-SUB FROM 1 BY 1
                       UNTIL WS-REGISTER-SUB > 3
                   IF LR-REGISTER NOT = SPACE AND LR-REGISTER =
                       MT-REGISTER-CODE (WS-METER-SUB, WS-REGISTER-SUB)
                       MOVE "Y" TO WS-REGISTER-OK
                   END-IF
               END-PERFORM
           ELSE
               IF LR-REGISTER = SPACE
                   MOVE "Y" TO WS-REGISTER-OK
               END-IF
           END-IF
           IF WS-REGISTER-OK NOT = "Y"
               MOVE "REGISTER NOT ON THIS METER" TO WS-REJECT-REASON
           END-IF
           .

      *>----------------------------------------------------------------
      *> CheckAdjustmentLimit - one allowance per period and meter
      *> register ever, and one per account inside the limit months.
      *>----------------------------------------------------------------
       CheckAdjustmentLimit.
           PERFORM VARYING LK-IDX FROM 1 BY 1
                   UNTIL LK-IDX > LEAK-COUNT
                       OR WS-REJECT-REASON NOT = SPACES
               IF LT-METER-ID (LK-IDX) = LR-METER-ID
                       AND LT-REGISTER (LK-IDX) = LR-REGISTER
                       AND LT-PERIOD-DATE (LK-IDX) = LR-PERIOD-DATE
                   MOVE "PERIOD ALREADY ADJUSTED" TO WS-REJECT-REASON
               END-IF
               IF WS-REJECT-REASON = SPACES
                       AND LT-ACCOUNT-NO (LK-IDX) = LR-ACCOUNT-NO
                       AND LT-ADJUST-DATE (LK-IDX) NOT < WS-LIMIT-SINCE
                   MOVE "ALLOWANCE ALREADY IN LIMIT TIME"
                       TO WS-REJECT-REASON
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> CollectUsageHistory - one pass of METERHST for the meter
      *> register: the period's billed usage (actual or estimated
      *> lines dated the period, less any true-up credit), and the
      *> normal usage averaged from its other actual reads, every
      *> earlier leak period left out.
      *>----------------------------------------------------------------
       CollectUsageHistory.
           MOVE "N" TO WS-PERIOD-FOUND
           MOVE ZEROS TO WS-NORMAL-TOTAL WS-NORMAL-READS
           OPEN INPUT USAGE-HISTORY-FILE
           IF NOT WS-USAGE-HISTORY-OK
               IF WS-USAGE-HISTORY-STATUS = "05"
                   CLOSE USAGE-HISTORY-FILE
               END-IF
               MOVE "METERHST NOT AVAILABLE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-USAGE-HISTORY-EOF
               READ USAGE-HISTORY-FILE
                   AT END SET WS-USAGE-HISTORY-EOF TO TRUE
                   NOT AT END
                       MOVE USAGE-HISTORY-RECORD TO MU-RECORD
                       IF MU-METER-ID = LR-METER-ID
                               AND MU-REGISTER = LR-REGISTER
                           PERFORM TakeHistoryLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USAGE-HISTORY-FILE
           MOVE SPACES TO WS-USAGE-HISTORY-STATUS
           IF WS-PERIOD-FOUND NOT = "Y"
               MOVE "NO USAGE FOR METER AND PERIOD" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-NORMAL-READS = ZERO
               MOVE "NO NORMAL USAGE HISTORY" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NORMAL-USAGE ROUNDED =
               WS-NORMAL-TOTAL / WS-NORMAL-READS
           IF WS-PERIOD-USAGE NOT > WS-NORMAL-USAGE
               MOVE "NO USAGE ABOVE NORMAL" TO WS-REJECT-REASON
           END-IF
           .

       TakeHistoryLine.
           IF MU-DATE = LR-PERIOD-DATE
               EVALUATE TRUE
                   WHEN MU-ACTUAL
                   WHEN MU-ESTIMATED
                       MOVE "Y" TO WS-PERIOD-FOUND
                       ADD MU-USAGE TO WS-PERIOD-USAGE
                   WHEN MU-TRUEUP
                       IF MU-USAGE > WS-PERIOD-USAGE
                           MOVE ZERO TO WS-PERIOD-USAGE
                       ELSE
                           SUBTRACT MU-USAGE FROM WS-PERIOD-USAGE
                       END-IF
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           IF NOT MU-ACTUAL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LEAK-PERIOD
           PERFORM VARYING LK-IDX FROM 1 BY 1
                   UNTIL LK-IDX > LEAK-COUNT
               IF LT-METER-ID (LK-IDX) = MU-METER-ID
                       AND LT-REGISTER (LK-IDX) = MU-REGISTER
                       AND LT-PERIOD-DATE (LK-IDX) = MU-DATE
                   MOVE "Y" TO WS-LEAK-PERIOD
               END-IF
           END-PERFORM
           IF WS-LEAK-PERIOD = "N"
               ADD MU-USAGE TO WS-NORMAL-TOTAL
               ADD 1 TO WS-NORMAL-READS
           END-IF
           .

      *>----------------------------------------------------------------
      *> RepricePeriod - the bill as charged is the whole period
      *> through the tiers; the adjusted bill is the normal usage
      *> through the same tiers plus the excess at the reduced rate.
      *> Both use the tariff version in force on the period date and
      *> the register's own schedule, as the rating run did.
      *>----------------------------------------------------------------
       RepricePeriod.
           MOVE ZERO TO WS-PRICE-VERSION
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > TIER-COUNT
               IF TT-VERSION-DATE (TIER-IDX) NOT > LR-PERIOD-DATE
                       AND TT-VERSION-DATE (TIER-IDX)
                           > WS-PRICE-VERSION
                   MOVE TT-VERSION-DATE (TIER-IDX) TO WS-PRICE-VERSION
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-PRICE-SCHEDULE
           IF LR-REGISTER NOT = SPACE
               PERFORM VARYING TIER-IDX FROM 1 BY 1
                       UNTIL TIER-IDX > TIER-COUNT
                   IF TT-VERSION-DATE (TIER-IDX) = WS-PRICE-VERSION
                           AND TT-REGISTER (TIER-IDX) = LR-REGISTER
                       MOVE LR-REGISTER TO WS-PRICE-SCHEDULE
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-PERIOD-USAGE TO WS-PRICE-UNITS
           PERFORM PriceUnitsThroughTiers
           MOVE WS-PRICE-CHARGE TO WS-BILLED-CHARGE
           MOVE WS-NORMAL-USAGE TO WS-PRICE-UNITS
           PERFORM PriceUnitsThroughTiers
           COMPUTE WS-EXCESS-USAGE = WS-PERIOD-USAGE - WS-NORMAL-USAGE
           COMPUTE WS-EXCESS-CHARGE ROUNDED =
               WS-EXCESS-USAGE * WS-REDUCED-RATE
           COMPUTE WS-ADJUSTED-CHARGE =
               WS-PRICE-CHARGE + WS-EXCESS-CHARGE
           COMPUTE WS-CREDIT = WS-BILLED-CHARGE - WS-ADJUSTED-CHARGE
           IF WS-CREDIT NOT > ZERO
               MOVE "NO CREDIT DUE AT REDUCED RATE" TO WS-REJECT-REASON
           END-IF
           .

      *>----------------------------------------------------------------
      *> PriceUnitsThroughTiers - METERATE's marginal tier pricing on
      *> the chosen version and schedule.
      *>----------------------------------------------------------------
       PriceUnitsThroughTiers.
           MOVE ZERO TO WS-PRICE-CHARGE
           MOVE WS-PRICE-UNITS TO WS-USAGE-LEFT
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > TIER-COUNT
                       OR WS-USAGE-LEFT = ZERO
               IF TT-VERSION-DATE (TIER-IDX) = WS-PRICE-VERSION
                       AND TT-REGISTER (TIER-IDX) = WS-PRICE-SCHEDULE
                       AND WS-PRICE-UNITS NOT < TT-FROM-UNITS (TIER-IDX)
                   COMPUTE WS-BAND-SIZE =
                       TT-TO-UNITS (TIER-IDX)
                           - TT-FROM-UNITS (TIER-IDX) + 1
                   IF WS-USAGE-LEFT < WS-BAND-SIZE
                       MOVE WS-USAGE-LEFT TO WS-BAND-UNITS
                   ELSE
                       MOVE WS-BAND-SIZE TO WS-BAND-UNITS
                   END-IF
                   COMPUTE WS-LINE-CHARGE ROUNDED =
                       WS-BAND-UNITS * TT-UNIT-RATE (TIER-IDX)
                   ADD WS-LINE-CHARGE TO WS-PRICE-CHARGE
                   SUBTRACT WS-BAND-UNITS FROM WS-USAGE-LEFT
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> GrantAllowance - the credit note goes to CRNOTES for the
      *> CRNOTE run (which holds it for a second operator above the
      *> approval threshold) and the allowance is logged on LEAKHIST.
      *>----------------------------------------------------------------
       GrantAllowance.
           MOVE LR-ACCOUNT-NO TO CN-ACCOUNT-NO
           MOVE SPACES TO CN-MEMBER-ID
           IF LR-INVOICE-NO NUMERIC
               MOVE LR-INVOICE-NO TO CN-ORIG-INVOICE-NO
           ELSE
               MOVE ZEROS TO CN-ORIG-INVOICE-NO
           END-IF
           MOVE "LK" TO CN-REASON-CODE
           MOVE WS-CREDIT TO CN-AMOUNT
           IF LR-ENTERED-BY NUMERIC AND LR-ENTERED-BY NOT = ZEROS
               MOVE LR-ENTERED-BY TO CN-ENTERED-BY
           ELSE
               MOVE WS-RUN-OPERATOR TO CN-ENTERED-BY
           END-IF
           MOVE ZEROS TO CN-RELEASED-BY
           WRITE CREDIT-NOTE-RECORD
           IF WS-CREDIT-NOTE-STATUS NOT = "00"
               DISPLAY "CRNOTES WRITE FAILED, STATUS = "
                   WS-CREDIT-NOTE-STATUS
           END-IF
           MOVE LR-ACCOUNT-NO TO LK-ACCOUNT-NO
           MOVE LR-METER-ID TO LK-METER-ID
           MOVE LR-REGISTER TO LK-REGISTER
           MOVE LR-PERIOD-DATE TO LK-PERIOD-DATE
           MOVE WS-RUN-DATE TO LK-ADJUST-DATE
           MOVE WS-PERIOD-USAGE TO LK-PERIOD-USAGE
           MOVE WS-NORMAL-USAGE TO LK-NORMAL-USAGE
           MOVE WS-CREDIT TO LK-CREDIT
           WRITE LEAK-HISTORY-RECORD FROM LK-RECORD
           IF WS-LEAK-HISTORY-STATUS NOT = "00"
               DISPLAY "LEAKHIST WRITE FAILED, STATUS = "
                   WS-LEAK-HISTORY-STATUS
           END-IF
      *>    Tonight's allowance bars a second request in this run
      *>    the same as one already on file.
           PERFORM AddLeakEntry
           ADD 1 TO WS-GRANTED-COUNT
           ADD WS-CREDIT TO WS-CREDIT-TOTAL
           MOVE "CREDIT NOTE RAISED" TO RL-RESULT
           PERFORM WriteReportLine
           .

       WriteReportLine.
           MOVE LR-ACCOUNT-NO TO RL-ACCOUNT
           MOVE LR-METER-ID TO RL-METER-ID
           MOVE LR-REGISTER TO RL-REGISTER
           MOVE LR-PERIOD-DATE TO RL-PERIOD
           MOVE WS-PERIOD-USAGE TO RL-BILLED
           MOVE WS-NORMAL-USAGE TO RL-NORMAL
           MOVE WS-CREDIT TO RL-CREDIT
           WRITE LEAK-REPORT-RECORD FROM WS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-LEAK-REPORT-STATUS NOT = "00"
               DISPLAY "LEAKRPT WRITE FAILED, STATUS = "
                   WS-LEAK-REPORT-STATUS
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
           MOVE WS-REQUEST-COUNT TO CTL-INPUT-COUNT
           MOVE WS-GRANTED-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-REFUSED-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM LEAKADJ.
