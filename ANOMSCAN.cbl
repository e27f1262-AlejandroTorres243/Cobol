      *          write to the METERUSO generation the rating run
      *          takes.  A held line whose meter the inspectors have
      *          confirmed on INSPDONE releases back into METERUSO.
      *          A time-of-use meter is judged register by register,
      *          each against its own register's average (a night
      *          register is not a day register), and the work order
      *          names the register that broke its band.
      *          A period LEAKADJ has granted a leak allowance for
      *          (on LEAKHIST) is left out of the average, so a
      *          repaired leak does not lift the meter's normal.
      *          A spike above the high band on a meter with an
      *          account is raised as a high usage event through
      *          ALRTPOST, for the nightly ALRTEXT customer
      *          notification extract.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL USAGE-HISTORY-FILE ASSIGN TO "METERHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-HISTORY-STATUS.
           SELECT OPTIONAL LEAK-HISTORY ASSIGN TO "LEAKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAK-HISTORY-STATUS.
           SELECT OPTIONAL HELD-FILE ASSIGN TO "USAGHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  METER-USAGE-FILE.
       01  METER-USAGE-RECORD PIC X(24).
       FD  USAGE-HISTORY-FILE.
       01  USAGE-HISTORY-RECORD PIC X(24).
       FD  LEAK-HISTORY.
       01  LEAK-HISTORY-RECORD PIC X(55).
       FD  HELD-FILE.
       01  HELD-FILE-RECORD PIC X(24).
       FD  INSPECTION-DONE.
       01  INSPECTION-DONE-RECORD.
           05 ID-METER-ID PIC X(10).
           05 FILLER PIC X(1).
           05 AP-LOW-PCT PIC 9(3).
       FD  NEW-USAGE-FILE.
       01  NEW-USAGE-RECORD PIC X(24).
       FD  NEW-HELD-FILE.
       01  NEW-HELD-RECORD PIC X(24).
       FD  WORK-ORDER-FILE.
       01  WORK-ORDER-RECORD.
           05 WO-METER-ID PIC X(10).
           05 WO-AVERAGE PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WO-REASON PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WO-REGISTER PIC X(1).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY MUREC.
       COPY LKHREC.
       01 WS-METER-USAGE-STATUS PIC XX VALUE SPACES.
           88 WS-METER-USAGE-OK VALUE "00".
           88 WS-METER-USAGE-EOF VALUE "10".
       01 WS-USAGE-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-USAGE-HISTORY-OK VALUE "00".
           88 WS-USAGE-HISTORY-EOF VALUE "10".
       01 WS-LEAK-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-LEAK-HISTORY-OK VALUE "00".
           88 WS-LEAK-HISTORY-EOF VALUE "10".
       01 WS-HELD-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HELD-FILE-OK VALUE "00".
           88 WS-HELD-FILE-EOF VALUE "10".
           05 WS-LOW-PCT PIC 9(3) VALUE 10.
      *>   Rolling average usage per meter off the history, actual
      *>   reads only - estimates would teach the average its own
      *>   guesses.  One entry per register on a time-of-use meter.
       01 AVERAGE-TABLE.
           05 AVERAGE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON AVERAGE-COUNT
               INDEXED BY AV-IDX.
               10 AV-METER-ID PIC X(10).
               10 AV-REGISTER PIC X(1).
               10 AV-TOTAL-USAGE PIC 9(9).
               10 AV-READ-COUNT PIC 9(5).
       01 AVERAGE-COUNT PIC 9(4) VALUE ZERO.
      *>   Leak periods off LEAKHIST - never part of any average.
       01 LEAK-TABLE.
           05 LEAK-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON LEAK-COUNT
               INDEXED BY LK-IDX.
               10 LT-METER-ID PIC X(10).
               10 LT-REGISTER PIC X(1).
               10 LT-PERIOD-DATE PIC 9(8).
       01 LEAK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LEAK-PERIOD PIC X VALUE "N".
      *>   Meter-to-account links for the work orders.
       01 XREF-TABLE.
           05 XREF-ENTRY OCCURS 0 TO 500 TIMES
       01 WS-RELEASED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-STILL-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-METER-RELEASED PIC X VALUE "N".
      *>   Customer event hand-off - a high-usage hold goes to
      *>   ALRTEVT through ALRTPOST for the notification extract.
       01 WS-EVENT-CODE PIC X(2) VALUE "HU".
       01 WS-EVENT-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-EVENT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EVENT-RC PIC 9 VALUE ZERO.
       01 WS-HIGH-USAGE-EVENTS PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ANOMSCAN" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetBandParms
           PERFORM LoadLeakHistory
           PERFORM LoadUsageHistory
           PERFORM LoadMeterCrossReference
           PERFORM LoadInspectionsDone
           DISPLAY "FLAGGED AND HELD : " WS-FLAGGED-COUNT
           DISPLAY "RELEASED BY INSP : " WS-RELEASED-COUNT
           DISPLAY "STILL HELD       : " WS-STILL-HELD-COUNT
           DISPLAY "HIGH USAGE EVENTS: " WS-HIGH-USAGE-EVENTS
           PERFORM WriteControlRecord
           STOP RUN.

                       NOT AT END
                           MOVE USAGE-HISTORY-RECORD TO MU-RECORD
                           IF MU-ACTUAL
                               PERFORM CheckLeakPeriod
                               IF WS-LEAK-PERIOD = "N"
                                   PERFORM AddToAverage
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       LoadLeakHistory.
           OPEN INPUT LEAK-HISTORY
           IF WS-LEAK-HISTORY-OK
               PERFORM UNTIL WS-LEAK-HISTORY-EOF
                   READ LEAK-HISTORY
                       AT END SET WS-LEAK-HISTORY-EOF TO TRUE
                       NOT AT END
                           MOVE LEAK-HISTORY-RECORD TO LK-RECORD
                           IF LEAK-COUNT < 2000
                               ADD 1 TO LEAK-COUNT
                               SET LK-IDX TO LEAK-COUNT
                               MOVE LK-METER-ID TO LT-METER-ID (LK-IDX)
                               MOVE LK-REGISTER
                                   TO LT-REGISTER (LK-IDX)
                               MOVE LK-PERIOD-DATE
                                   TO LT-PERIOD-DATE (LK-IDX)
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
           SET LK-IDX TO 1
           SEARCH LEAK-ENTRY
               WHEN LT-METER-ID (LK-IDX) = MU-METER-ID
                       AND LT-REGISTER (LK-IDX) = MU-REGISTER
                       AND LT-PERIOD-DATE (LK-IDX) = MU-DATE
                   MOVE "Y" TO WS-LEAK-PERIOD
           END-SEARCH
           .

       AddToAverage.
           SET AV-IDX TO 1
           SEARCH AVERAGE-ENTRY
                       ADD 1 TO AVERAGE-COUNT
                       SET AV-IDX TO AVERAGE-COUNT
                       MOVE MU-METER-ID TO AV-METER-ID (AV-IDX)
                       MOVE MU-REGISTER TO AV-REGISTER (AV-IDX)
                       MOVE MU-USAGE TO AV-TOTAL-USAGE (AV-IDX)
                       MOVE 1 TO AV-READ-COUNT (AV-IDX)
                   END-IF
               WHEN AV-METER-ID (AV-IDX) = MU-METER-ID
                       AND AV-REGISTER (AV-IDX) = MU-REGISTER
                   ADD MU-USAGE TO AV-TOTAL-USAGE (AV-IDX)
                   ADD 1 TO AV-READ-COUNT (AV-IDX)
           END-SEARCH
           PERFORM VARYING AV-IDX FROM 1 BY 1
                   UNTIL AV-IDX > AVERAGE-COUNT
               IF AV-METER-ID (AV-IDX) = MU-METER-ID
                       AND AV-REGISTER (AV-IDX) = MU-REGISTER
                   COMPUTE WS-AVERAGE =
                       AV-TOTAL-USAGE (AV-IDX)
                       / AV-READ-COUNT (AV-IDX)
           MOVE MU-USAGE TO WO-USAGE
           MOVE WS-AVERAGE TO WO-AVERAGE
           MOVE WS-REASON TO WO-REASON
           MOVE MU-REGISTER TO WO-REGISTER
           MOVE WO-ACCOUNT-NO TO WS-EVENT-ACCOUNT
           WRITE WORK-ORDER-RECORD
           IF WS-WORK-ORDER-STATUS NOT = "00"
               DISPLAY "INSPWORK WRITE FAILED, STATUS = "
                   WS-WORK-ORDER-STATUS
           END-IF
      *>    Only a spike is worth telling the customer about; a low
      *>    read is the meter's problem, not their bill's.
           IF WS-REASON = "H" AND WS-EVENT-ACCOUNT NOT = ZEROS
               CALL "ALRTPOST" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
                   WS-EVENT-CODE, WS-EVENT-ACCOUNT, WS-EVENT-AMOUNT,
                   MU-DATE, MU-METER-ID, WS-EVENT-RC
               IF WS-EVENT-RC = 0
                   ADD 1 TO WS-HIGH-USAGE-EVENTS
               END-IF
           END-IF
           .

       WriteControlRecord.
