      *          stamps it timed out and forces re-authentication)
      *          and with function E when the operator leaves, so a
      *          session finally has an end.  Timeouts and ends
      *          journal to SECJRNL the way sign-ons always have,
      *          with the time of day on the line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 JL-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-EVENT PIC X(12).
           05 FILLER PIC X(9) VALUE SPACES.
           05 JL-TIME PIC 9(6).
       01 WS-JOURNAL-TIME PIC 9(8) VALUE ZERO.
      ******************************************************************
      * LK-FUNCTION    C = re-validate the session and stamp the
      *                    activity time, E = end the session
           MOVE WS-RUN-DATE TO JL-DATE
           MOVE LK-USER-ID TO JL-USER-ID
           MOVE SN-PROGRAM TO JL-PROGRAM
      *>    Wall-clock time of the event, for the out-of-hours
      *>    review SECREVW runs over the journal.
           ACCEPT WS-JOURNAL-TIME FROM TIME
           MOVE WS-JOURNAL-TIME (1:6) TO JL-TIME
           WRITE JOURNAL-FILE-RECORD FROM WS-JOURNAL-LINE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "SECJRNL WRITE FAILED, STATUS = "
