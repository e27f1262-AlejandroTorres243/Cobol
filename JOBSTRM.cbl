      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly job-stream driver - reads the JOBDEFN step
      *          list (step, program, predecessors, restartable) and
      *          runs the night's programs in that order, writing an
      *          ENTER/EXIT pair to JOBLOG around every step the way
      *          the step-trace logger does, so JOBWATCH and OPSUMM
      *          read the driver's log like any other.  The stream
      *          stops at the first step ending with a non-zero
      *          return code and hands that code back.  Every step
      *          run is checkpointed on JOBCKPT against the business
      *          date, so a rerun the same night skips what already
      *          finished clean and picks up at the failed step -
      *          unless that step is flagged not restartable, when
      *          the driver refuses until the operator has restored
      *          its inputs and cleared the failed checkpoint line.
      *          The stream opens the BATCHWIN batch window before its
      *          first step, putting the interactive front ends on
      *          inquiry only while the update batches hold the
      *          masters, and clears it when the night completes; a
      *          stopped stream leaves it open until the operator has
      *          recovered and cleared it with BWSET.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STREAM-FILE ASSIGN TO "JOBDEFN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "JOBCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT OPTIONAL JOB-LOG ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "BATCHWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-FILE-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-FILE.
       COPY JSREC.
       FD  CHECKPOINT-FILE.
       COPY JCKREC.
       FD  JOB-LOG.
       01  JOB-LOG-RECORD PIC X(60).
       FD  WINDOW-FILE.
       COPY BWREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       01 WS-STREAM-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-STREAM-FILE-OK VALUE "00".
           88 WS-STREAM-FILE-EOF VALUE "10".
       01 WS-CHECKPOINT-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CHECKPOINT-FILE-OK VALUE "00".
           88 WS-CHECKPOINT-FILE-EOF VALUE "10".
       01 WS-JOB-LOG-STATUS PIC XX VALUE SPACES.
           88 WS-JOB-LOG-OK VALUE "00".
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-WINDOW-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-WINDOW-STATE PIC X VALUE SPACE.
      *>   The night's steps in run order, with what the checkpoint
      *>   says already happened to each under this business date.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON STEP-COUNT
               INDEXED BY ST-IDX.
               10 ST-STEP-NAME PIC X(8).
               10 ST-PROGRAM PIC X(8).
               10 ST-PREDECESSOR PIC X(8) OCCURS 3 TIMES.
               10 ST-RESTARTABLE PIC X(1).
               10 ST-DONE PIC X(1).
               10 ST-FAILED PIC X(1).
       01 STEP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FIND-IDX PIC 9(3) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-PRED-SUB PIC 9 VALUE ZERO.
       01 WS-DEFINITION-BAD PIC X VALUE "N".
           88 DEFINITION-IS-BAD VALUE "Y".
       01 WS-STREAM-STOPPED PIC X VALUE "N".
           88 STREAM-STOPPED VALUE "Y".
       01 WS-RESTARTING PIC X VALUE "N".
           88 STREAM-RESTARTING VALUE "Y".
       01 WS-STREAM-RC PIC 9(4) VALUE ZERO.
       01 WS-STEP-RC PIC 9(4) VALUE ZERO.
       01 WS-SYSTEM-STATUS PIC S9(9) VALUE ZERO.
       01 WS-COMMAND PIC X(80) VALUE SPACES.
       01 WS-STEPS-RUN PIC 9(9) VALUE ZERO.
       01 WS-STEPS-CLEAN PIC 9(9) VALUE ZERO.
       01 WS-STEPS-FAILED PIC 9(9) VALUE ZERO.
       01 WS-STEPS-SKIPPED PIC 9(9) VALUE ZERO.
      *>   Step-trace fields, laid out as the JOBLOG readers expect.
       01 WS-TRACE-STEP-NAME PIC X(20) VALUE SPACES.
       01 WS-STEP-START PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TIME PIC 9(8).
       01 WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
           05 WS-CURRENT-HH PIC 99.
           05 WS-CURRENT-MM PIC 99.
           05 WS-CURRENT-SS PIC 99.
           05 WS-CURRENT-CC PIC 99.
       01 WS-CENTISECONDS PIC 9(8).
       01 WS-ELAPSED PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "JOBSTRM" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadStepTable
           IF STEP-COUNT = ZERO OR DEFINITION-IS-BAD
               DISPLAY "JOBDEFN EMPTY OR INVALID - NOTHING RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadCheckpoint
           OPEN EXTEND JOB-LOG
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-JOB-LOG-STATUS NOT = "00"
                   AND WS-JOB-LOG-STATUS NOT = "05"
               OPEN OUTPUT JOB-LOG
           END-IF
           OPEN EXTEND CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = "00"
                   AND WS-CHECKPOINT-FILE-STATUS NOT = "05"
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           MOVE "O" TO WS-WINDOW-STATE
           PERFORM SetBatchWindow
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > STEP-COUNT OR STREAM-STOPPED
               PERFORM RunOneStep
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           CLOSE JOB-LOG
           DISPLAY "---------- JOBSTRM TOTALS ----------"
           DISPLAY "STEPS DEFINED  : " STEP-COUNT
           DISPLAY "ALREADY DONE   : " WS-STEPS-SKIPPED
           DISPLAY "STEPS RUN      : " WS-STEPS-RUN
           DISPLAY "RAN CLEAN      : " WS-STEPS-CLEAN
           DISPLAY "FAILED         : " WS-STEPS-FAILED
           IF STREAM-STOPPED
               DISPLAY "JOB STREAM STOPPED, RETURN CODE " WS-STREAM-RC
               DISPLAY "BATCH WINDOW LEFT OPEN - CLEAR IT WITH BWSET "
                   "ONCE THE STREAM IS RECOVERED"
           ELSE
               DISPLAY "JOB STREAM COMPLETE FOR " WS-RUN-DATE
               MOVE "C" TO WS-WINDOW-STATE
               PERFORM SetBatchWindow
           END-IF
           PERFORM WriteControlRecord
           MOVE WS-STREAM-RC TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> LoadStepTable - the definition in run order.  A predecessor
      *> has to be a step defined earlier in the stream; anything else
      *> could never be satisfied, so the whole stream is refused
      *> before a single program runs.
      *>----------------------------------------------------------------
       LoadStepTable.
           OPEN INPUT STREAM-FILE
           IF NOT WS-STREAM-FILE-OK
               DISPLAY "JOBDEFN NOT AVAILABLE, STATUS = "
                   WS-STREAM-FILE-STATUS
               IF WS-STREAM-FILE-STATUS = "05"
                   CLOSE STREAM-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STREAM-FILE-EOF
               READ STREAM-FILE
                   AT END SET WS-STREAM-FILE-EOF TO TRUE
                   NOT AT END
                       IF JS-STEP-NAME NOT = SPACES
                           PERFORM AddOneStep
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-FILE
           .

       AddOneStep.
           IF STEP-COUNT >= 100
               DISPLAY "JOBDEFN HAS MORE THAN 100 STEPS"
               MOVE "Y" TO WS-DEFINITION-BAD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 3
               IF JS-PREDECESSOR (WS-PRED-SUB) NOT = SPACES
                   MOVE JS-PREDECESSOR (WS-PRED-SUB)
                       TO WS-TRACE-STEP-NAME
                   PERFORM FindStep
                   IF WS-FOUND-SUB = ZERO
                       DISPLAY "STEP " JS-STEP-NAME " PREDECESSOR "
                           JS-PREDECESSOR (WS-PRED-SUB)
                           " IS NOT AN EARLIER STEP"
                       MOVE "Y" TO WS-DEFINITION-BAD
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO STEP-COUNT
           MOVE JS-STEP-NAME TO ST-STEP-NAME (STEP-COUNT)
           MOVE JS-PROGRAM TO ST-PROGRAM (STEP-COUNT)
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 3
               MOVE JS-PREDECESSOR (WS-PRED-SUB)
                   TO ST-PREDECESSOR (STEP-COUNT, WS-PRED-SUB)
           END-PERFORM
           MOVE JS-RESTARTABLE TO ST-RESTARTABLE (STEP-COUNT)
           MOVE "N" TO ST-DONE (STEP-COUNT)
           MOVE "N" TO ST-FAILED (STEP-COUNT)
           .

      *>----------------------------------------------------------------
      *> FindStep - WS-FOUND-SUB answers the table slot whose step
      *> name is in WS-TRACE-STEP-NAME, or zero.
      *>----------------------------------------------------------------
       FindStep.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > STEP-COUNT
               IF ST-STEP-NAME (WS-FIND-IDX) = WS-TRACE-STEP-NAME
                   MOVE WS-FIND-IDX TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> LoadCheckpoint - only this business date's lines count; a
      *> later line for the same step wins, so a step that failed and
      *> then ran clean on the rerun reads as done.
      *>----------------------------------------------------------------
       LoadCheckpoint.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-OK
               PERFORM UNTIL WS-CHECKPOINT-FILE-EOF
                   READ CHECKPOINT-FILE
                       AT END SET WS-CHECKPOINT-FILE-EOF TO TRUE
                       NOT AT END
                           IF JC-RUN-DATE = WS-RUN-DATE
                               PERFORM ApplyOneCheckpoint
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           ELSE
               IF WS-CHECKPOINT-FILE-STATUS = "05"
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF
           IF STREAM-RESTARTING
               DISPLAY "RESTART OF JOB STREAM FOR " WS-RUN-DATE
           END-IF
           .

       ApplyOneCheckpoint.
           MOVE JC-STEP-NAME TO WS-TRACE-STEP-NAME
           PERFORM FindStep
           IF WS-FOUND-SUB NOT = ZERO
               MOVE "Y" TO WS-RESTARTING
               IF JC-COMPLETED
                   MOVE "Y" TO ST-DONE (WS-FOUND-SUB)
                   MOVE "N" TO ST-FAILED (WS-FOUND-SUB)
               ELSE
                   MOVE "N" TO ST-DONE (WS-FOUND-SUB)
                   MOVE "Y" TO ST-FAILED (WS-FOUND-SUB)
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> RunOneStep - skip what already ran clean tonight, refuse a
      *> failed step that cannot simply be rerun, check the
      *> predecessors, then run the program and checkpoint the result.
      *>----------------------------------------------------------------
       RunOneStep.
           IF ST-DONE (ST-IDX) = "Y"
               ADD 1 TO WS-STEPS-SKIPPED
               DISPLAY "STEP " ST-STEP-NAME (ST-IDX)
                   " ALREADY COMPLETE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           IF ST-FAILED (ST-IDX) = "Y"
               IF ST-RESTARTABLE (ST-IDX) NOT = "Y"
                   DISPLAY "STEP " ST-STEP-NAME (ST-IDX)
                       " FAILED EARLIER AND IS NOT RESTARTABLE -"
                       " RESTORE ITS INPUTS AND CLEAR JOBCKPT"
                   MOVE 16 TO WS-STREAM-RC
                   MOVE "Y" TO WS-STREAM-STOPPED
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "RESTARTING AT STEP " ST-STEP-NAME (ST-IDX)
           END-IF
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 3 OR STREAM-STOPPED
               IF ST-PREDECESSOR (ST-IDX, WS-PRED-SUB) NOT = SPACES
                   MOVE ST-PREDECESSOR (ST-IDX, WS-PRED-SUB)
                       TO WS-TRACE-STEP-NAME
                   PERFORM FindStep
                   IF WS-FOUND-SUB = ZERO
                       OR ST-DONE (WS-FOUND-SUB) NOT = "Y"
                       DISPLAY "STEP " ST-STEP-NAME (ST-IDX)
                           " WAITING ON " WS-TRACE-STEP-NAME
                           " - STREAM STOPPED"
                       MOVE 12 TO WS-STREAM-RC
                       MOVE "Y" TO WS-STREAM-STOPPED
                   END-IF
               END-IF
           END-PERFORM
           IF STREAM-STOPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEPS-RUN
           MOVE SPACES TO WS-COMMAND
           STRING ST-PROGRAM (ST-IDX) DELIMITED BY SPACE
               INTO WS-COMMAND
           MOVE ST-STEP-NAME (ST-IDX) TO WS-TRACE-STEP-NAME
           PERFORM LogStepEnter
           CALL "SYSTEM" USING WS-COMMAND
      *>    The shell hands back a wait status with the program's
      *>    own return code in its high byte.
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE ZERO TO RETURN-CODE
           IF WS-SYSTEM-STATUS < ZERO
               MOVE 9999 TO WS-STEP-RC
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-STEP-RC
               IF WS-STEP-RC = ZERO AND WS-SYSTEM-STATUS NOT = ZERO
      *>            Killed by a signal rather than ending itself.
                   MOVE 9999 TO WS-STEP-RC
               END-IF
           END-IF
           PERFORM LogStepExit
           MOVE WS-RUN-DATE TO JC-RUN-DATE
           MOVE ST-STEP-NAME (ST-IDX) TO JC-STEP-NAME
           MOVE WS-STEP-RC TO JC-RETURN-CODE
           IF WS-STEP-RC = ZERO
               SET JC-COMPLETED TO TRUE
               MOVE "Y" TO ST-DONE (ST-IDX)
               ADD 1 TO WS-STEPS-CLEAN
               DISPLAY "STEP " ST-STEP-NAME (ST-IDX) " ("
                   ST-PROGRAM (ST-IDX) ") ENDED RC 0"
           ELSE
               SET JC-FAILED TO TRUE
               MOVE "Y" TO ST-FAILED (ST-IDX)
               ADD 1 TO WS-STEPS-FAILED
               DISPLAY "STEP " ST-STEP-NAME (ST-IDX) " ("
                   ST-PROGRAM (ST-IDX) ") ENDED RC " WS-STEP-RC
                   " - STREAM STOPPED"
               MOVE WS-STEP-RC TO WS-STREAM-RC
               MOVE "Y" TO WS-STREAM-STOPPED
           END-IF
           WRITE JC-RECORD
           IF WS-CHECKPOINT-FILE-STATUS NOT = "00"
               DISPLAY "JOBCKPT WRITE FAILED, STATUS = "
                   WS-CHECKPOINT-FILE-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> LogStepEnter / LogStepExit - the ENTER/EXIT trace lines in
      *> the layout JOBWATCH and OPSUMM parse.  Steps do not nest
      *> here, so one start time is all the elapsed figure needs.
      *>----------------------------------------------------------------
       LogStepEnter.
           PERFORM CaptureCurrentTime
           MOVE WS-CENTISECONDS TO WS-STEP-START
           MOVE SPACES TO JOB-LOG-RECORD
           STRING "ENTER " DELIMITED BY SIZE
                  WS-TRACE-STEP-NAME DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  WS-CURRENT-TIME DELIMITED BY SIZE
               INTO JOB-LOG-RECORD
           WRITE JOB-LOG-RECORD
           IF NOT WS-JOB-LOG-OK
               DISPLAY "JOB-LOG WRITE FAILED, STATUS = "
                   WS-JOB-LOG-STATUS
           END-IF
           .

       LogStepExit.
           PERFORM CaptureCurrentTime
      *>    A step that crosses midnight adds back a full day.
           IF WS-CENTISECONDS >= WS-STEP-START
               COMPUTE WS-ELAPSED = WS-CENTISECONDS - WS-STEP-START
           ELSE
               COMPUTE WS-ELAPSED =
                   WS-CENTISECONDS - WS-STEP-START + 8640000
           END-IF
           MOVE SPACES TO JOB-LOG-RECORD
           STRING "EXIT  " DELIMITED BY SIZE
                  WS-TRACE-STEP-NAME DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  WS-CURRENT-TIME DELIMITED BY SIZE
                  " ELAPSED " DELIMITED BY SIZE
                  WS-ELAPSED DELIMITED BY SIZE
               INTO JOB-LOG-RECORD
           WRITE JOB-LOG-RECORD
           IF NOT WS-JOB-LOG-OK
               DISPLAY "JOB-LOG WRITE FAILED, STATUS = "
                   WS-JOB-LOG-STATUS
           END-IF
           .

       CaptureCurrentTime.
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-CURRENT-TIME
           COMPUTE WS-CENTISECONDS =
               ((WS-CURRENT-HH * 3600) + (WS-CURRENT-MM * 60)
                   + WS-CURRENT-SS) * 100 + WS-CURRENT-CC
           .

      *>----------------------------------------------------------------
      *> SetBatchWindow - rewrite the one-line BATCHWIN status record
      *> with WS-WINDOW-STATE; the front ends read it through the
      *> BATCHWIN service before every action.
      *>----------------------------------------------------------------
       SetBatchWindow.
           PERFORM CaptureCurrentTime
           MOVE WS-WINDOW-STATE TO BW-STATE
           MOVE WS-RUN-DATE TO BW-SET-DATE
           MOVE WS-CURRENT-TIME (1:6) TO BW-SET-TIME
           MOVE ZERO TO BW-OPENS-AT
           MOVE WS-RUN-PROGRAM-ID TO BW-SET-BY
           OPEN OUTPUT WINDOW-FILE
           WRITE BW-RECORD
           IF WS-WINDOW-FILE-STATUS NOT = "00"
               DISPLAY "BATCHWIN WRITE FAILED, STATUS = "
                   WS-WINDOW-FILE-STATUS
           END-IF
           CLOSE WINDOW-FILE
           IF BW-OPEN
               DISPLAY "BATCH WINDOW OPEN - FRONT ENDS ARE INQUIRY ONLY"
           ELSE
               DISPLAY "BATCH WINDOW CLEARED"
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
           MOVE WS-STEPS-RUN TO CTL-INPUT-COUNT
           MOVE WS-STEPS-CLEAN TO CTL-OUTPUT-COUNT
           MOVE WS-STEPS-FAILED TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM JOBSTRM.
