      *          variant). Reads prior/current readings from a file,
      *          computes usage the way an odometer wraps at 999, and
      *          flags any reading that decreased without a rollover
      *          as a possible tamper or misread.  A time-of-use
      *          meter reads one line per register (MR-REGISTER, the
      *          register code off METERMST); each register reconciles
      *          on its own dial and writes its own usage line, and a
      *          reading for a register the meter does not have is
      *          reported as an exception, never billed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 MR-METER-ID       PIC X(10).
           05 MR-PRIOR-READING  PIC 9(3).
           05 MR-CURRENT-READING PIC 9(3).
           05 MR-REGISTER PIC X(1).
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-RECORD PIC X(100).
       FD  METER-MASTER.
       COPY MTRREC.
       FD  METER-USAGE-FILE.
       01  METER-USAGE-RECORD PIC X(24).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       WORKING-STORAGE SECTION.
       01 WS-METER-MASTER-STATUS PIC XX VALUE SPACES.
           05 METER-XREF-ENTRY OCCURS 500 TIMES INDEXED BY MX-IDX.
               10 MX-METER-ID PIC X(10).
               10 MX-ACCOUNT-NO PIC 9(10).
               10 MX-REGISTER-COUNT PIC X(1).
               10 MX-REGISTER-CODE PIC X(1) OCCURS 3 TIMES.
       01 METER-XREF-COUNT PIC 9(4) VALUE ZERO.
       01 WS-XREF-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-XREF-FOUND PIC X VALUE "N".
           88 XREF-FOUND VALUE "Y".
       01 WS-XREF-SUB PIC 9(4) VALUE ZERO.
       01 WS-REGISTER-SUB PIC 9 VALUE ZERO.
       01 WS-REGISTER-LIMIT PIC 9 VALUE ZERO.
       01 WS-REGISTER-VALID PIC X VALUE "Y".
           88 REGISTER-VALID VALUE "Y".
       01 WS-EXC-CUSTOMER-NAME PIC X(30) VALUE SPACES.
       COPY COPY01.
       COPY MUREC.
                                   TO MX-METER-ID (METER-XREF-COUNT)
                               MOVE MM-ACCOUNT-NO
                                   TO MX-ACCOUNT-NO (METER-XREF-COUNT)
                               MOVE MM-REGISTER-COUNT TO
                                   MX-REGISTER-COUNT (METER-XREF-COUNT)
                               MOVE MM-REGISTER-CODE (1) TO
                                 MX-REGISTER-CODE (METER-XREF-COUNT, 1)
                               MOVE MM-REGISTER-CODE (2) TO
                                 MX-REGISTER-CODE (METER-XREF-COUNT, 2)
                               MOVE MM-REGISTER-CODE (3) TO
                                 MX-REGISTER-CODE (METER-XREF-COUNT, 3)
                           END-IF
                   END-READ
               END-PERFORM
           .

       ReconcileReading.
           PERFORM CheckReadingRegister
           IF NOT REGISTER-VALID
               PERFORM FlagUnknownRegister
               EXIT PARAGRAPH
           END-IF
           IF MR-CURRENT-READING NOT < MR-PRIOR-READING
               COMPUTE WS-USAGE =
                   MR-CURRENT-READING - MR-PRIOR-READING
               DISPLAY "METER " MR-METER-ID " REG " MR-REGISTER
                   " USAGE " WS-USAGE
               PERFORM WriteUsageRecord
           ELSE
      *>        Rolled over 999 back to 000, the way the odometer wraps.
               IF WS-USAGE > WS-MAX-NORMAL-USAGE
                   PERFORM FlagSuspectReading
               ELSE
                   DISPLAY "METER " MR-METER-ID " REG " MR-REGISTER
                       " ROLLOVER USAGE " WS-USAGE
                   PERFORM WriteUsageRecord
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> CheckReadingRegister - a single-register meter reads with a
      *> blank register; a time-of-use meter must name one of the
      *> registers METERMST gives it.  A meter with no master entry
      *> is left for rating to reject, as before.
      *>----------------------------------------------------------------
       CheckReadingRegister.
           MOVE "Y" TO WS-REGISTER-VALID
           MOVE ZERO TO WS-XREF-SUB
           PERFORM VARYING MX-IDX FROM 1 BY 1
                   UNTIL MX-IDX > METER-XREF-COUNT
               IF MX-METER-ID (MX-IDX) = MR-METER-ID
                   SET WS-XREF-SUB TO MX-IDX
                   SET MX-IDX TO METER-XREF-COUNT
               END-IF
           END-PERFORM
           IF WS-XREF-SUB = ZERO
               EXIT PARAGRAPH
           END-IF
           IF MX-REGISTER-COUNT (WS-XREF-SUB) = SPACE OR "0" OR "1"
               IF MR-REGISTER NOT = SPACE
                   MOVE "N" TO WS-REGISTER-VALID
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REGISTER-VALID
           IF MX-REGISTER-COUNT (WS-XREF-SUB) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE MX-REGISTER-COUNT (WS-XREF-SUB) TO WS-REGISTER-LIMIT
           IF WS-REGISTER-LIMIT > 3
               MOVE 3 TO WS-REGISTER-LIMIT
           END-IF
           PERFORM VARYING WS-REGISTER-SUB FROM 1 BY 1
                   UNTIL WS-REGISTER-SUB > WS-REGISTER-LIMIT
               IF MR-REGISTER NOT = SPACE
                       AND MR-REGISTER =
                       MX-REGISTER-CODE (WS-XREF-SUB, WS-REGISTER-SUB)
                   MOVE "Y" TO WS-REGISTER-VALID
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> WriteUsageRecord - a reconciled reading's usage goes to the
      *> METERUSE file for the rating batch; suspect readings never
           MOVE WS-USAGE TO MU-USAGE
           SET MU-ACTUAL TO TRUE
           MOVE WS-RUN-DATE TO MU-DATE
           MOVE MR-REGISTER TO MU-REGISTER
           WRITE METER-USAGE-RECORD FROM MU-RECORD
           IF WS-METER-USAGE-STATUS NOT = "00"
               DISPLAY "METERUSE WRITE FAILED, STATUS = "
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING "SUSPECT READING METER " DELIMITED BY SIZE
                  MR-METER-ID DELIMITED BY SIZE
                  " REG " DELIMITED BY SIZE
                  MR-REGISTER DELIMITED BY SIZE
                  " PRIOR " DELIMITED BY SIZE
                  MR-PRIOR-READING DELIMITED BY SIZE
                  " CURRENT " DELIMITED BY SIZE
           DISPLAY "*** POSSIBLE TAMPER OR MISREAD - METER "
               MR-METER-ID " ***"
           .

      *>----------------------------------------------------------------
      *> FlagUnknownRegister - a reading for a register the meter
      *> does not carry cannot be rated on any schedule; it goes to
      *> the exception report for the meter shop instead of a bill.
      *>----------------------------------------------------------------
       FlagUnknownRegister.
           PERFORM LookUpMeterCustomer
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING "UNKNOWN REGISTER METER " DELIMITED BY SIZE
                  MR-METER-ID DELIMITED BY SIZE
                  " REG " DELIMITED BY SIZE
                  MR-REGISTER DELIMITED BY SIZE
                  " PRIOR " DELIMITED BY SIZE
                  MR-PRIOR-READING DELIMITED BY SIZE
                  " CURRENT " DELIMITED BY SIZE
                  MR-CURRENT-READING DELIMITED BY SIZE
                  " ACCT " DELIMITED BY SIZE
                  WS-XREF-ACCOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXC-CUSTOMER-NAME DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           IF NOT WS-EXCEPTION-REPORT-OK
               DISPLAY "EXCEPTION-REPORT WRITE FAILED, STATUS = "
                   WS-EXCEPTION-REPORT-STATUS
           END-IF
           DISPLAY "*** UNKNOWN REGISTER " MR-REGISTER " - METER "
               MR-METER-ID " ***"
           .
