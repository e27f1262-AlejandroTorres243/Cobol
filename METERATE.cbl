      *          the TRANSACS stream, and print a rating register
      *          totalling units and revenue by tier.  Usage on a
      *          meter with no master entry is rejected, never
      *          silently dropped.  A TIERRATE version reaching its
      *          effective date is used only once PRCGATE finds the
      *          price-change notice run logged for it; otherwise
      *          the run rates on the prior tariff and ends RC 4.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.  A time-of-use meter
      *          sends one usage line per register, and each prices
      *          on its own TIERRATE schedule: tier rows carrying a
      *          register code in column 18 make up that register's
      *          schedule, rows with it blank the standard schedule,
      *          which also prices any register with no schedule of
      *          its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  METER-USAGE-FILE.
       01  METER-USAGE-RECORD PIC X(24).
       FD  METER-MASTER.
       COPY MTRREC.
       FD  TIER-RATE-FILE.
           05 TF-FROM-UNITS PIC 9(5).
           05 TF-TO-UNITS PIC 9(5).
           05 TF-UNIT-RATE PIC 9(3)V9(4).
           05 TF-REGISTER PIC X(1).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  BUDGET-PLAN-FILE.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY MUREC.
       COPY TRNREC.
       01 WS-METER-USAGE-STATUS PIC XX VALUE SPACES.
       01 WS-RATING-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 TIER-TABLE.
           05 TIER-ENTRY OCCURS 1 TO 30 TIMES
               DEPENDING ON TIER-COUNT
               INDEXED BY TIER-IDX.
               10 TT-REGISTER PIC X(1).
               10 TT-FROM-UNITS PIC 9(5).
               10 TT-TO-UNITS PIC 9(5).
               10 TT-UNIT-RATE PIC 9(3)V9(4).
               10 TT-TOTAL-UNITS PIC S9(9).
               10 TT-TOTAL-REVENUE PIC S9(11)V99.
       01 TIER-COUNT PIC 9(4) VALUE ZERO.
      *>   The schedule a usage line prices on: its own register's
      *>   when TIERRATE has one, otherwise the standard (blank).
       01 WS-RATE-SCHEDULE PIC X(1) VALUE SPACE.
       01 WS-STANDARD-PRICED PIC 9(9) VALUE ZERO.
       01 METER-XREF-TABLE.
           05 METER-XREF-ENTRY OCCURS 500 TIMES INDEXED BY MX-IDX.
               10 MX-METER-ID PIC X(10).
       01 WS-VERSION-DATE PIC 9(8) VALUE ZERO.
       01 WS-HEADER-DATE PIC 9(8) VALUE ZERO.
       01 WS-VERSION-LOADING PIC X VALUE "Y".
       01 WS-GATE-TABLE PIC X(8) VALUE SPACES.
       01 WS-GATE-RC PIC 9 VALUE ZERO.
       01 WS-VERSIONS-REFUSED PIC 9(4) VALUE ZERO.
       01 WS-RATE-VERSION-LINE.
           05 RV-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           CLOSE BUDGET-ACTUAL-FILE
           PERFORM PrintRatingRegister
           CLOSE RATING-REGISTER
           MOVE "METERREG" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- RATING RUN TOTALS ----------"
           DISPLAY "USAGE LINES READ : " WS-USAGE-COUNT
           DISPLAY "RATED            : " WS-RATED-COUNT
           DISPLAY "BUDGET HAND-OFFS : " WS-BUDGET-COUNT
           DISPLAY "REJECTED         : " WS-REJECT-COUNT
           DISPLAY "REGISTER LINES ON STANDARD SCHEDULE: "
               WS-STANDARD-PRICED
           MOVE WS-REVENUE-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "REVENUE          : " WS-EDITED-AMOUNT
           IF WS-VERSIONS-REFUSED > ZERO
               DISPLAY "RATE VERSIONS REFUSED - RATED ON THE PRIOR "
                   "TARIFF: " WS-VERSIONS-REFUSED
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteControlRecord
           STOP RUN.

           MOVE 0.2000 TO TT-UNIT-RATE (3)
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > TIER-COUNT
               MOVE SPACE TO TT-REGISTER (TIER-IDX)
               MOVE ZEROS TO TT-TOTAL-UNITS (TIER-IDX)
               MOVE ZEROS TO TT-TOTAL-REVENUE (TIER-IDX)
           END-PERFORM
                        IF WS-VERSION-LOADING NOT = "Y"
                           CONTINUE
                        ELSE
                        IF TIER-COUNT >= 30
                           SET WS-TIER-RATE-EOF TO TRUE
                        ELSE
                           ADD 1 TO TIER-COUNT
                           MOVE TF-REGISTER TO TT-REGISTER (TIER-COUNT)
                           MOVE TF-FROM-UNITS
                             TO TT-FROM-UNITS (TIER-COUNT)
                           MOVE TF-TO-UNITS TO TT-TO-UNITS (TIER-COUNT)
               EXIT PARAGRAPH
           END-IF
           MOVE TIER-RATE-RECORD (3:8) TO WS-HEADER-DATE
           IF WS-HEADER-DATE <= WS-RUN-DATE
                   AND WS-HEADER-DATE >= WS-VERSION-DATE
                   AND WS-HEADER-DATE > ZERO
      *>        A price rise reaching its day goes live only once the
      *>        customers have had their letters; PRCGATE refuses a
      *>        version nobody was told about, and the tariff already
      *>        loaded stays in force.
               MOVE "TIERRATE" TO WS-GATE-TABLE
               CALL "PRCGATE" USING WS-GATE-TABLE, WS-HEADER-DATE,
                   WS-GATE-RC
               IF WS-GATE-RC = 2
                   DISPLAY "TIERRATE VERSION " WS-HEADER-DATE
                       " REFUSED - NO PRICE NOTICE RUN LOGGED"
                   ADD 1 TO WS-VERSIONS-REFUSED
                   MOVE "N" TO WS-VERSION-LOADING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HEADER-DATE <= WS-RUN-DATE
                   AND WS-HEADER-DATE >= WS-VERSION-DATE
               MOVE WS-HEADER-DATE TO WS-VERSION-DATE
      *> PriceUsageThroughTiers - marginal tier pricing: the units
      *> falling inside each band price at that band's rate, so a
      *> 350-unit read pays band 1 on its first 100, band 2 on the
      *> next 200, band 3 on the last 50.  Only the bands of the
      *> line's own schedule take part.
      *>----------------------------------------------------------------
       PriceUsageThroughTiers.
           PERFORM PickRateSchedule
           MOVE ZERO TO WS-CHARGE
           MOVE MU-USAGE TO WS-USAGE-LEFT
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > TIER-COUNT
                       OR WS-USAGE-LEFT = ZERO
               IF TT-REGISTER (TIER-IDX) = WS-RATE-SCHEDULE
                       AND MU-USAGE NOT < TT-FROM-UNITS (TIER-IDX)
                   COMPUTE WS-BAND-SIZE =
                       TT-TO-UNITS (TIER-IDX)
                           - TT-FROM-UNITS (TIER-IDX) + 1
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> PickRateSchedule - a register line prices on the schedule
      *> tagged with its register code; a register TIERRATE has no
      *> schedule for falls back to the standard one and is counted,
      *> so a missing night tariff shows on the run totals.
      *>----------------------------------------------------------------
       PickRateSchedule.
           MOVE SPACE TO WS-RATE-SCHEDULE
           IF MU-REGISTER = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > TIER-COUNT
               IF TT-REGISTER (TIER-IDX) = MU-REGISTER
                   MOVE MU-REGISTER TO WS-RATE-SCHEDULE
                   SET TIER-IDX TO TIER-COUNT
               END-IF
           END-PERFORM
           IF WS-RATE-SCHEDULE = SPACE
               ADD 1 TO WS-STANDARD-PRICED
           END-IF
           .

       WriteChargeTransaction.
           MOVE SPACES TO TRN-RECORD
           SET TRN-CHARGE TO TRUE
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > TIER-COUNT
               MOVE SPACES TO WS-REGISTER-LINE
               IF TT-REGISTER (TIER-IDX) = SPACE
                   MOVE "TIER " TO RG-LABEL
               ELSE
                   STRING "REG " TT-REGISTER (TIER-IDX)
                       DELIMITED BY SIZE INTO RG-LABEL
               END-IF
               MOVE TT-FROM-UNITS (TIER-IDX) TO RG-FROM
               MOVE TT-TO-UNITS (TIER-IDX) TO RG-TO
               MOVE TT-TOTAL-UNITS (TIER-IDX) TO RG-UNITS
