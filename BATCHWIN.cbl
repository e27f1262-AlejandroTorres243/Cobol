      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared batch-window service - the interactive front
      *          ends CALL here after sign-on and before every action
      *          to learn whether the overnight update batches hold
      *          the masters.  The answer comes from the BATCHWIN
      *          status record the job stream sets when the update
      *          batches start and clears when they end.  Ahead of
      *          the window (state W, set by BWSET) the operator is
      *          warned at every action with the time it opens; while
      *          it is open the calling screen goes to inquiry only.
      *          An emergency override card on BWOVRD naming an
      *          active admin-role operator for the business date
      *          (and the program, or blank for any) lets that
      *          operator update anyway, and every override taken is
      *          journaled to SECJRNL as BW-OVERRIDE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHWIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WINDOW-FILE ASSIGN TO "BATCHWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-FILE-STATUS.
           SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO "BWOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT OPTIONAL PROFILE-FILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "SECJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-FILE.
       COPY BWREC.
       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05 OV-USER-ID PIC 9(4).
           05 FILLER PIC X(1).
           05 OV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 OV-PROGRAM PIC X(8).
           05 FILLER PIC X(1).
           05 OV-REASON PIC X(30).
       FD  PROFILE-FILE.
       COPY OPRREC.
       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD PIC X(50).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       01 WS-WINDOW-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-WINDOW-FILE-OK VALUE "00".
       01 WS-OVERRIDE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-OVERRIDE-FILE-OK VALUE "00".
           88 WS-OVERRIDE-FILE-EOF VALUE "10".
       01 WS-PROFILE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PROFILE-FILE-OK VALUE "00".
           88 WS-PROFILE-FILE-EOF VALUE "10".
       01 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-WINDOW-STATE PIC X VALUE "C".
           88 WINDOW-WARNING VALUE "W".
           88 WINDOW-OPEN VALUE "O".
       01 WS-OPENS-AT PIC 9(4) VALUE ZERO.
       01 WS-OPENS-AT-R REDEFINES WS-OPENS-AT.
           05 WS-OPENS-HH PIC 9(2).
           05 WS-OPENS-MM PIC 9(2).
       01 WS-OVERRIDE-FOUND PIC X VALUE "N".
           88 OVERRIDE-FOUND VALUE "Y".
       01 WS-ADMIN-FOUND PIC X VALUE "N".
           88 ADMIN-FOUND VALUE "Y".
       01 WS-OVERRIDE-REASON PIC X(30) VALUE SPACES.
      *>   Kept between CALLs for the life of the run unit: the
      *>   open-window and override messages show when the answer
      *>   changes rather than before every action, and an override
      *>   journals once per program and operator.
       01 WS-LAST-RC PIC 9 VALUE ZERO.
       01 WS-JOURNALED-KEY.
           05 WS-JOURNALED-PROGRAM PIC X(8) VALUE SPACES.
           05 WS-JOURNALED-USER PIC 9(4) VALUE ZERO.
       01 WS-CALLER-KEY.
           05 WS-CALLER-PROGRAM PIC X(8).
           05 WS-CALLER-USER PIC 9(4).
       01 WS-JOURNAL-LINE.
           05 JL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-USER-ID PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-EVENT PIC X(12).
           05 FILLER PIC X(9) VALUE SPACES.
           05 JL-TIME PIC 9(6).
       01 WS-JOURNAL-TIME PIC 9(8) VALUE ZERO.
      ******************************************************************
      * LK-PROGRAM-ID     the front end asking
      * LK-OPERATOR-ID    the signed-on operator
      * LK-WINDOW-RC      0 = no batch window - updates allowed
      *                   1 = window due to open - operator warned,
      *                       updates still allowed
      *                   2 = window open - inquiry only
      *                   3 = window open, emergency override in
      *                       force for the operator - updates
      *                       allowed and the override journaled
      ******************************************************************
       LINKAGE SECTION.
       01 LK-PROGRAM-ID PIC X(8).
       01 LK-OPERATOR-ID PIC 9(4).
       01 LK-WINDOW-RC PIC 9.
       PROCEDURE DIVISION USING LK-PROGRAM-ID, LK-OPERATOR-ID,
           LK-WINDOW-RC.
       AnswerBatchWindow.
           PERFORM GetRunDate
           MOVE 0 TO LK-WINDOW-RC
           PERFORM ReadWindowState
           EVALUATE TRUE
               WHEN WINDOW-WARNING
                   MOVE 1 TO LK-WINDOW-RC
                   DISPLAY "*** BATCH WINDOW OPENS AT " WS-OPENS-HH
                       ":" WS-OPENS-MM " - FINISH YOUR WORK AND "
                       "SIGN OFF ***"
               WHEN WINDOW-OPEN
                   PERFORM LookForOverride
                   IF OVERRIDE-FOUND
                       MOVE 3 TO LK-WINDOW-RC
                       PERFORM JournalOverride
                       IF WS-LAST-RC NOT = 3
                           DISPLAY "*** BATCH WINDOW OPEN - EMERGENCY "
                               "OVERRIDE FOR " LK-OPERATOR-ID
                               " - UPDATES ALLOWED AND JOURNALED ***"
                       END-IF
                   ELSE
                       MOVE 2 TO LK-WINDOW-RC
                       IF WS-LAST-RC NOT = 2
                           DISPLAY "*** BATCH WINDOW OPEN - "
                               LK-PROGRAM-ID " IS INQUIRY ONLY "
                               "UNTIL THE OVERNIGHT RUN ENDS ***"
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-LAST-RC = 2 OR WS-LAST-RC = 3
                       DISPLAY "*** BATCH WINDOW CLOSED - UPDATES "
                           "AVAILABLE AGAIN ***"
                   END-IF
           END-EVALUATE
           MOVE LK-WINDOW-RC TO WS-LAST-RC
           GOBACK.

       ReadWindowState.
           MOVE "C" TO WS-WINDOW-STATE
           MOVE ZERO TO WS-OPENS-AT
           OPEN INPUT WINDOW-FILE
           IF WS-WINDOW-FILE-OK
               READ WINDOW-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE BW-STATE TO WS-WINDOW-STATE
                       IF BW-OPENS-AT NUMERIC
                           MOVE BW-OPENS-AT TO WS-OPENS-AT
                       END-IF
               END-READ
               CLOSE WINDOW-FILE
           ELSE
      *>        Status "05" means the OPTIONAL file was missing but
      *>        the open still succeeded; close it so the next CALL
      *>        can open it again cleanly.
               IF WS-WINDOW-FILE-STATUS = "05"
                   CLOSE WINDOW-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LookForOverride - a BWOVRD card for this business date naming
      *> the operator, for this program or any, and the operator must
      *> hold an active admin-role profile; anyone else stays on
      *> inquiry whatever the card says.
      *>----------------------------------------------------------------
       LookForOverride.
           MOVE "N" TO WS-OVERRIDE-FOUND
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-OK
               PERFORM UNTIL WS-OVERRIDE-FILE-EOF OR OVERRIDE-FOUND
                   READ OVERRIDE-FILE
                       AT END SET WS-OVERRIDE-FILE-EOF TO TRUE
                       NOT AT END
                           IF OV-USER-ID = LK-OPERATOR-ID
                                   AND OV-DATE = WS-RUN-DATE
                                   AND (OV-PROGRAM = SPACES
                                   OR OV-PROGRAM = LK-PROGRAM-ID)
                               MOVE "Y" TO WS-OVERRIDE-FOUND
                               MOVE OV-REASON TO WS-OVERRIDE-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           ELSE
               IF WS-OVERRIDE-FILE-STATUS = "05"
                   CLOSE OVERRIDE-FILE
               END-IF
           END-IF
           IF NOT OVERRIDE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ADMIN-FOUND
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-FILE-OK
               PERFORM UNTIL WS-PROFILE-FILE-EOF
                   READ PROFILE-FILE
                       AT END SET WS-PROFILE-FILE-EOF TO TRUE
                       NOT AT END
                           IF OP-USER-ID = LK-OPERATOR-ID
                               IF OP-ROLE-ADMIN AND OP-IS-ACTIVE
                                   MOVE "Y" TO WS-ADMIN-FOUND
                               END-IF
                               SET WS-PROFILE-FILE-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           ELSE
               IF WS-PROFILE-FILE-STATUS = "05"
                   CLOSE PROFILE-FILE
               END-IF
           END-IF
           IF NOT ADMIN-FOUND
               MOVE "N" TO WS-OVERRIDE-FOUND
               IF WS-LAST-RC NOT = 2
                   DISPLAY "BWOVRD OVERRIDE IGNORED - " LK-OPERATOR-ID
                       " DOES NOT HOLD THE ADMIN ROLE"
               END-IF
           END-IF
           .

       JournalOverride.
           MOVE LK-PROGRAM-ID TO WS-CALLER-PROGRAM
           MOVE LK-OPERATOR-ID TO WS-CALLER-USER
           IF WS-CALLER-KEY = WS-JOURNALED-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CALLER-KEY TO WS-JOURNALED-KEY
           DISPLAY "OVERRIDE REASON: " WS-OVERRIDE-REASON
           OPEN EXTEND JOURNAL-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   AND WS-JOURNAL-FILE-STATUS NOT = "05"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE WS-RUN-DATE TO JL-DATE
           MOVE LK-OPERATOR-ID TO JL-USER-ID
           MOVE LK-PROGRAM-ID TO JL-PROGRAM
           MOVE "BW-OVERRIDE" TO JL-EVENT
           ACCEPT WS-JOURNAL-TIME FROM TIME
           MOVE WS-JOURNAL-TIME (1:6) TO JL-TIME
           WRITE JOURNAL-FILE-RECORD FROM WS-JOURNAL-LINE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "SECJRNL WRITE FAILED, STATUS = "
                   WS-JOURNAL-FILE-STATUS
           END-IF
           CLOSE JOURNAL-FILE
           .

       COPY RUNDATE.
       END PROGRAM BATCHWIN.
