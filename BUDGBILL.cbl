      *          recalculates the level amount by spreading the
      *          drift over the year.  The worked plans write to
      *          BUDGPLNO and the BUDGRPT report shows each one.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER PIC X(1).
           05 BA-RATED-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
       FD  USAGE-HISTORY-FILE.
       01  USAGE-HISTORY-RECORD PIC X(24).
       FD  TIER-RATE-FILE.
       01  TIER-RATE-RECORD.
           05 TF-FROM-UNITS PIC 9(5).
           05 TF-TO-UNITS PIC 9(5).
           05 TF-UNIT-RATE PIC 9(3)V9(4).
           05 TF-REGISTER PIC X(1).
       FD  TOLERANCE-PARM.
       01  TOLERANCE-PARM-RECORD.
           05 TL-TOLERANCE PIC 9(5).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY BGREC.
       COPY MUREC.
       COPY TRNREC.
           END-PERFORM
           CLOSE BUDGET-PLAN-FILE TRANSACTION-FILE
               NEW-PLAN-FILE BUDGET-REPORT
           MOVE "BUDGRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- BUDGET BILLING TOTALS ----------"
           DISPLAY "PLANS ON FILE  : " WS-PLAN-COUNT
           DISPLAY "BILLED LEVEL   : " WS-BILLED-COUNT
                               SET WS-TIER-RATE-EOF TO TRUE
                           END-IF
                        ELSE
      *>                 A time-of-use register schedule is not the
      *>                 standard tariff the seed prices on.
                        IF TF-REGISTER NOT = SPACE
                           CONTINUE
                        ELSE
                        IF TIER-COUNT >= 10
                           SET WS-TIER-RATE-EOF TO TRUE
                        ELSE
                             TO TT-UNIT-RATE (TIER-COUNT)
                        END-IF
                        END-IF
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE TIER-RATE-FILE
