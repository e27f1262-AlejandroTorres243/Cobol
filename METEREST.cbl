      *          estimated units back automatically, because the
      *          actual cumulative read bills the whole period.
      *          Outstanding estimates roll forward on ESTOUT.
      *          A meter disconnected for non-payment (MM-STATUS "D")
      *          has no supply to estimate: it is counted, not
      *          estimated, until it is reconnected.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.  A time-of-use meter
      *          is read, estimated and trued up register by
      *          register: each register's history averages on its
      *          own, and a register missing from the cycle's reads
      *          estimates even when its sister registers were read.
      *          A period LEAKADJ has granted a leak allowance for
      *          (on LEAKHIST) is left out of the history average, so
      *          a repaired leak does not inflate later estimates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL USAGE-HISTORY-FILE ASSIGN TO "METERHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-HISTORY-STATUS.
           SELECT OPTIONAL LEAK-HISTORY ASSIGN TO "LEAKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAK-HISTORY-STATUS.
           SELECT OPTIONAL PRIOR-ESTIMATE-FILE ASSIGN TO "ESTPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-ESTIMATE-STATUS.
           05 MR-METER-ID PIC X(10).
           05 MR-PRIOR-READING PIC 9(3).
           05 MR-CURRENT-READING PIC 9(3).
           05 MR-REGISTER PIC X(1).
       FD  USAGE-HISTORY-FILE.
       01  USAGE-HISTORY-RECORD PIC X(24).
       FD  LEAK-HISTORY.
       01  LEAK-HISTORY-RECORD PIC X(55).
       FD  PRIOR-ESTIMATE-FILE.
       01  PRIOR-ESTIMATE-RECORD.
           05 PE-METER-ID PIC X(10).
           05 PE-UNITS PIC 9(4).
           05 PE-DATE PIC 9(8).
           05 PE-REGISTER PIC X(1).
       FD  METER-USAGE-FILE.
       01  METER-USAGE-RECORD PIC X(24).
       FD  NEW-ESTIMATE-FILE.
       01  NEW-ESTIMATE-RECORD.
           05 NE-METER-ID PIC X(10).
           05 NE-UNITS PIC 9(4).
           05 NE-DATE PIC 9(8).
           05 NE-REGISTER PIC X(1).
       FD  ESTIMATE-REPORT.
       01  ESTIMATE-REPORT-RECORD PIC X(70).
       FD  CONTROL-FILE.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY MUREC.
       COPY LKHREC.
       01 WS-METER-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-METER-MASTER-OK VALUE "00".
           88 WS-METER-MASTER-EOF VALUE "10".
       01 WS-USAGE-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-USAGE-HISTORY-OK VALUE "00".
           88 WS-USAGE-HISTORY-EOF VALUE "10".
       01 WS-LEAK-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-LEAK-HISTORY-OK VALUE "00".
           88 WS-LEAK-HISTORY-EOF VALUE "10".
       01 WS-PRIOR-ESTIMATE-STATUS PIC XX VALUE SPACES.
           88 WS-PRIOR-ESTIMATE-OK VALUE "00".
           88 WS-PRIOR-ESTIMATE-EOF VALUE "10".
           05 METER-CYCLE-ENTRY OCCURS 500 TIMES
               INDEXED BY MC-IDX.
               10 MC-METER-ID PIC X(10).
               10 MC-REGISTER PIC X(1).
       01 METER-CYCLE-COUNT PIC 9(4) VALUE ZERO.
       01 HISTORY-TABLE.
           05 HISTORY-ENTRY OCCURS 500 TIMES INDEXED BY HT-IDX.
               10 HT-METER-ID PIC X(10).
               10 HT-REGISTER PIC X(1).
               10 HT-TOTAL-UNITS PIC 9(7).
               10 HT-CYCLE-COUNT PIC 9(4).
       01 HISTORY-COUNT PIC 9(4) VALUE ZERO.
      *>   Leak periods off LEAKHIST - never part of the average.
       01 LEAK-TABLE.
           05 LEAK-ENTRY OCCURS 2000 TIMES INDEXED BY LK-IDX.
               10 LT-METER-ID PIC X(10).
               10 LT-REGISTER PIC X(1).
               10 LT-PERIOD-DATE PIC 9(8).
       01 LEAK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LEAK-PERIOD PIC X VALUE "N".
       01 PRIOR-ESTIMATE-TABLE.
           05 PRIOR-ESTIMATE-ENTRY OCCURS 200 TIMES
               INDEXED BY PE-IDX.
               10 PT-METER-ID PIC X(10).
               10 PT-REGISTER PIC X(1).
               10 PT-UNITS PIC 9(4).
               10 PT-DATE PIC 9(8).
               10 PT-TRUED-UP PIC X.
           88 METER-WAS-READ VALUE "Y".
       01 WS-ESTIMATED-UNITS PIC 9(4) VALUE ZERO.
       01 WS-ACTIVE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REGISTERS-CHECKED PIC 9(9) VALUE ZERO.
      *>   The register being checked: blank on a single-register
      *>   meter, otherwise one of the meter's METERMST codes.
       01 WS-CHECK-REGISTER PIC X(1) VALUE SPACE.
       01 WS-REGISTER-SUB PIC 9 VALUE ZERO.
       01 WS-REGISTER-LIMIT PIC 9 VALUE ZERO.
       01 WS-DISCONNECTED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ESTIMATE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TRUEUP-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NO-HISTORY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REPORT-LINE.
           05 RL-ACTION PIC X(9).
           05 RL-METER-ID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-REGISTER PIC X(1).
           05 FILLER PIC X(7) VALUE " UNITS=".
           05 RL-UNITS PIC Z(3)9.
           05 FILLER PIC X(1) VALUE SPACE.
           MOVE "METEREST" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadCycleReadings
           PERFORM LoadLeakHistory
           PERFORM LoadUsageHistory
           PERFORM LoadPriorEstimates
           OPEN EXTEND METER-USAGE-FILE
                       IF MM-ACTIVE
                           PERFORM CheckOneMeter
                       END-IF
                       IF MM-DISCONNECTED
                           ADD 1 TO WS-DISCONNECTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METER-MASTER
           CLOSE METER-USAGE-FILE
           CLOSE NEW-ESTIMATE-FILE
           CLOSE ESTIMATE-REPORT
           MOVE "ESTREPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- ESTIMATION RUN TOTALS ----------"
           DISPLAY "ACTIVE METERS    : " WS-ACTIVE-COUNT
           DISPLAY "REGISTERS CHECKED: " WS-REGISTERS-CHECKED
           DISPLAY "DISCONNECTED     : " WS-DISCONNECTED-COUNT
           DISPLAY "ESTIMATES MADE   : " WS-ESTIMATE-COUNT
           DISPLAY "TRUE-UPS WRITTEN : " WS-TRUEUP-COUNT
           DISPLAY "NO HISTORY       : " WS-NO-HISTORY-COUNT
                               ADD 1 TO METER-CYCLE-COUNT
                               MOVE MR-METER-ID TO
                                   MC-METER-ID (METER-CYCLE-COUNT)
                               MOVE MR-REGISTER TO
                                   MC-REGISTER (METER-CYCLE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                       NOT AT END
                           MOVE USAGE-HISTORY-RECORD TO MU-RECORD
                           IF MU-ACTUAL
                               PERFORM CheckLeakPeriod
                               IF WS-LEAK-PERIOD = "N"
                                   PERFORM AddHistoryLine
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       LoadLeakHistory.
           MOVE ZERO TO LEAK-COUNT
           OPEN INPUT LEAK-HISTORY
           IF WS-LEAK-HISTORY-OK
               PERFORM UNTIL WS-LEAK-HISTORY-EOF
                   READ LEAK-HISTORY
                       AT END SET WS-LEAK-HISTORY-EOF TO TRUE
                       NOT AT END
                           MOVE LEAK-HISTORY-RECORD TO LK-RECORD
                           IF LEAK-COUNT < 2000
                               ADD 1 TO LEAK-COUNT
                               MOVE LK-METER-ID
                                   TO LT-METER-ID (LEAK-COUNT)
                               MOVE LK-REGISTER
                                   TO LT-REGISTER (LEAK-COUNT)
                               MOVE LK-PERIOD-DATE
                                   TO LT-PERIOD-DATE (LEAK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAK-HISTORY
           ELSE
               IF WS-LEAK-HISTORY-STATUS = "05"
                   CLOSE LEAK-HISTORY
               END-IF
           END-IF
           .

       CheckLeakPeriod.
           MOVE "N" TO WS-LEAK-PERIOD
           PERFORM VARYING LK-IDX FROM 1 BY 1
                   UNTIL LK-IDX > LEAK-COUNT
               IF LT-METER-ID (LK-IDX) = MU-METER-ID
                       AND LT-REGISTER (LK-IDX) = MU-REGISTER
                       AND LT-PERIOD-DATE (LK-IDX) = MU-DATE
                   MOVE "Y" TO WS-LEAK-PERIOD
                   SET LK-IDX TO LEAK-COUNT
               END-IF
           END-PERFORM
           .

       AddHistoryLine.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > HISTORY-COUNT
               IF HT-METER-ID (HT-IDX) = MU-METER-ID
                       AND HT-REGISTER (HT-IDX) = MU-REGISTER
                   SET WS-FOUND-SUB TO HT-IDX
                   SET HT-IDX TO HISTORY-COUNT
               END-IF
               ADD 1 TO HISTORY-COUNT
               MOVE HISTORY-COUNT TO WS-FOUND-SUB
               MOVE MU-METER-ID TO HT-METER-ID (WS-FOUND-SUB)
               MOVE MU-REGISTER TO HT-REGISTER (WS-FOUND-SUB)
               MOVE ZEROS TO HT-TOTAL-UNITS (WS-FOUND-SUB)
               MOVE ZEROS TO HT-CYCLE-COUNT (WS-FOUND-SUB)
           END-IF
                                   PT-UNITS (PRIOR-ESTIMATE-COUNT)
                               MOVE PE-DATE TO
                                   PT-DATE (PRIOR-ESTIMATE-COUNT)
                               MOVE PE-REGISTER TO
                                   PT-REGISTER (PRIOR-ESTIMATE-COUNT)
                               MOVE "N" TO
                                   PT-TRUED-UP (PRIOR-ESTIMATE-COUNT)
                           END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> CheckOneMeter - a single-register meter is checked once
      *> with a blank register; a time-of-use meter once for each
      *> register METERMST gives it.
      *>----------------------------------------------------------------
       CheckOneMeter.
           ADD 1 TO WS-ACTIVE-COUNT
           IF MM-SINGLE-REGISTER OR MM-REGISTER-COUNT NOT NUMERIC
               MOVE SPACE TO WS-CHECK-REGISTER
               PERFORM CheckOneRegister
           ELSE
               MOVE MM-REGISTER-COUNT TO WS-REGISTER-LIMIT
               IF WS-REGISTER-LIMIT > 3
                   MOVE 3 TO WS-REGISTER-LIMIT
               END-IF
               PERFORM VARYING WS-REGISTER-SUB FROM 1 BY 1
                       UNTIL WS-REGISTER-SUB > WS-REGISTER-LIMIT
                   MOVE MM-REGISTER-CODE (WS-REGISTER-SUB)
                       TO WS-CHECK-REGISTER
                   PERFORM CheckOneRegister
               END-PERFORM
           END-IF
           .

       CheckOneRegister.
           ADD 1 TO WS-REGISTERS-CHECKED
           MOVE "N" TO WS-METER-WAS-READ
           PERFORM VARYING MC-IDX FROM 1 BY 1
                   UNTIL MC-IDX > METER-CYCLE-COUNT
               IF MC-METER-ID (MC-IDX) = MM-METER-ID
                       AND MC-REGISTER (MC-IDX) = WS-CHECK-REGISTER
                   MOVE "Y" TO WS-METER-WAS-READ
                   SET MC-IDX TO METER-CYCLE-COUNT
               END-IF
           PERFORM VARYING PE-IDX FROM 1 BY 1
                   UNTIL PE-IDX > PRIOR-ESTIMATE-COUNT
               IF PT-METER-ID (PE-IDX) = MM-METER-ID
                       AND PT-REGISTER (PE-IDX) = WS-CHECK-REGISTER
                       AND PT-TRUED-UP (PE-IDX) = "N"
                   MOVE "Y" TO PT-TRUED-UP (PE-IDX)
                   ADD 1 TO WS-TRUEUP-COUNT
                   MOVE PT-UNITS (PE-IDX) TO MU-USAGE
                   SET MU-TRUEUP TO TRUE
                   MOVE WS-RUN-DATE TO MU-DATE
                   MOVE WS-CHECK-REGISTER TO MU-REGISTER
                   WRITE METER-USAGE-RECORD FROM MU-RECORD
                   IF WS-METER-USAGE-STATUS NOT = "00"
                       DISPLAY "METERUSE WRITE FAILED, STATUS = "
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE "TRUE-UP  " TO RL-ACTION
                   MOVE MM-METER-ID TO RL-METER-ID
                   MOVE WS-CHECK-REGISTER TO RL-REGISTER
                   MOVE PT-UNITS (PE-IDX) TO RL-UNITS
                   MOVE "ACTUAL READ RECEIVED" TO RL-NOTE
                   WRITE ESTIMATE-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > HISTORY-COUNT
               IF HT-METER-ID (HT-IDX) = MM-METER-ID
                       AND HT-REGISTER (HT-IDX) = WS-CHECK-REGISTER
                   SET WS-FOUND-SUB TO HT-IDX
                   SET HT-IDX TO HISTORY-COUNT
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "SKIPPED  " TO RL-ACTION
               MOVE MM-METER-ID TO RL-METER-ID
               MOVE WS-CHECK-REGISTER TO RL-REGISTER
               MOVE ZEROS TO RL-UNITS
               MOVE "NO USAGE HISTORY - SEND A READER" TO RL-NOTE
               WRITE ESTIMATE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-ESTIMATED-UNITS TO MU-USAGE
               SET MU-ESTIMATED TO TRUE
               MOVE WS-RUN-DATE TO MU-DATE
               MOVE WS-CHECK-REGISTER TO MU-REGISTER
               WRITE METER-USAGE-RECORD FROM MU-RECORD
               IF WS-METER-USAGE-STATUS NOT = "00"
                   DISPLAY "METERUSE WRITE FAILED, STATUS = "
               MOVE MM-METER-ID TO NE-METER-ID
               MOVE WS-ESTIMATED-UNITS TO NE-UNITS
               MOVE WS-RUN-DATE TO NE-DATE
               MOVE WS-CHECK-REGISTER TO NE-REGISTER
               WRITE NEW-ESTIMATE-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "ESTIMATE " TO RL-ACTION
               MOVE MM-METER-ID TO RL-METER-ID
               MOVE WS-CHECK-REGISTER TO RL-REGISTER
               MOVE WS-ESTIMATED-UNITS TO RL-UNITS
               MOVE "NO READ THIS CYCLE - CHASE READ" TO RL-NOTE
               WRITE ESTIMATE-REPORT-RECORD FROM WS-REPORT-LINE
                   MOVE PT-METER-ID (PE-IDX) TO NE-METER-ID
                   MOVE PT-UNITS (PE-IDX) TO NE-UNITS
                   MOVE PT-DATE (PE-IDX) TO NE-DATE
                   MOVE PT-REGISTER (PE-IDX) TO NE-REGISTER
                   WRITE NEW-ESTIMATE-RECORD
                   IF WS-NEW-ESTIMATE-STATUS NOT = "00"
                       DISPLAY "ESTOUT WRITE FAILED, STATUS = "
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-REGISTERS-CHECKED TO CTL-INPUT-COUNT
      *>    A meter read this cycle with nothing outstanding needed
      *>    no estimate, but it was still processed clean; only the
      *>    no-history registers reject, so the counts reconcile.
      *>    A single-register meter counts as one register.
           COMPUTE CTL-OUTPUT-COUNT =
               WS-REGISTERS-CHECKED - WS-NO-HISTORY-COUNT
           MOVE WS-NO-HISTORY-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
