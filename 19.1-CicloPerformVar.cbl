      *          variant). Reads prior/current readings from a file,
      *          computes usage the way an odometer wraps at 999, and
      *          flags any reading that decreased without a rollover
      *          as a possible tamper or misread.  A time-of-use
      *          meter reads one line per register, each reconciled
      *          on its own dial and shown with its register code.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 MR-METER-ID       PIC X(10).
           05 MR-PRIOR-READING  PIC 9(3).
           05 MR-CURRENT-READING PIC 9(3).
           05 MR-REGISTER PIC X(1).
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
                       COMPUTE WS-USAGE =
                           MR-CURRENT-READING - MR-PRIOR-READING
                       DISPLAY "METER " MR-METER-ID
                           " REG " MR-REGISTER " USAGE " WS-USAGE
                   ELSE
      *>                Rolled over 999 back to 000, the way the
      *>                odometer wraps.
                           STRING "SUSPECT READING METER "
                                  DELIMITED BY SIZE
                                  MR-METER-ID DELIMITED BY SIZE
                                  " REG " DELIMITED BY SIZE
                                  MR-REGISTER DELIMITED BY SIZE
                                  " PRIOR " DELIMITED BY SIZE
                                  MR-PRIOR-READING DELIMITED BY SIZE
                                  " CURRENT " DELIMITED BY SIZE
                               "METER " MR-METER-ID " ***"
                       ELSE
                           DISPLAY "METER " MR-METER-ID
                               " REG " MR-REGISTER
                               " ROLLOVER USAGE " WS-USAGE
                       END-IF
                   END-IF
