      *          appended back to CRNOTES with the releaser stamped
      *          on it so the next CRNOTE run posts it, a rejected
      *          one drops, and either decision is journaled to
      *          SECJRNL with the time of day.  Skipped notes carry
      *          to CRPENDO.  While the BATCHWIN batch window is
      *          open every note is shown but left pending, unless
      *          the operator holds an emergency override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-PENDING-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PENDING-FILE-OK VALUE "00".
           88 WS-PENDING-FILE-EOF VALUE "10".
           05 JL-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-EVENT PIC X(12).
           05 FILLER PIC X(9) VALUE SPACES.
           05 JL-TIME PIC 9(6).
       01 WS-JOURNAL-TIME PIC 9(8) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CRRELSE " TO WS-RUN-PROGRAM-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           OPEN INPUT PENDING-FILE
           IF NOT WS-PENDING-FILE-OK
               DISPLAY "CRPEND NOT AVAILABLE, STATUS = "
           DISPLAY "ACTION (A-APPROVE R-REJECT S-SKIP) - "
               WITH NO ADVANCING
           ACCEPT WS-ACTION
      *>    The batch window is checked before every decision; while
      *>    it is open the item is only shown and stays pending.
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           IF WINDOW-INQUIRY-ONLY
                   AND (WS-ACTION = "A" OR WS-ACTION = "R")
               DISPLAY "BATCH WINDOW OPEN - LEFT PENDING"
               MOVE "S" TO WS-ACTION
           END-IF
           EVALUATE WS-ACTION
               WHEN "A"
                   ADD 1 TO WS-RELEASED-COUNT
           MOVE WS-RUN-DATE TO JL-DATE
           MOVE WS-SIGNON-OPERATOR TO JL-USER-ID
           MOVE WS-RUN-PROGRAM-ID TO JL-PROGRAM
      *>    Wall-clock time of the event, for the out-of-hours
      *>    review SECREVW runs over the journal.
           ACCEPT WS-JOURNAL-TIME FROM TIME
           MOVE WS-JOURNAL-TIME (1:6) TO JL-TIME
           WRITE JOURNAL-FILE-RECORD FROM WS-JOURNAL-LINE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "SECJRNL WRITE FAILED, STATUS = "
