      ******************************************************************
      * Author:
      * Date:
      * Purpose: Before-and-after run-time comparison off the JOBLOG
      *          step trace - proves what a change to the night's
      *          stream saved.  JOBLOGB is a copy of JOBLOG kept from
      *          the nights before the change (one night or several
      *          appended together) and JOBLOG holds the nights since.
      *          Every EXIT line's elapsed time is gathered by step
      *          name on each side; the JOBTIMRP report shows per
      *          step the runs seen and the average elapsed seconds
      *          before and after, the seconds saved and the saving
      *          as a percentage of before, then the same for the
      *          whole night.  A step found on one side only (such as
      *          the TRNSORT transaction sort added ahead of the AR
      *          jobs) counts in that side's night total, so the
      *          saving shown is net of what the change itself costs.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBTIME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BEFORE-LOG ASSIGN TO "JOBLOGB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEFORE-LOG-STATUS.
           SELECT OPTIONAL JOB-LOG ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.
           SELECT TIME-REPORT ASSIGN TO "JOBTIMRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BEFORE-LOG.
       01  BEFORE-LOG-RECORD PIC X(60).
       FD  JOB-LOG.
       01  JOB-LOG-RECORD PIC X(60).
       FD  TIME-REPORT.
       01  TIME-REPORT-RECORD PIC X(100).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-BEFORE-LOG-STATUS PIC XX VALUE SPACES.
           88 WS-BEFORE-LOG-OK VALUE "00".
           88 WS-BEFORE-LOG-EOF VALUE "10".
       01 WS-JOB-LOG-STATUS PIC XX VALUE SPACES.
           88 WS-JOB-LOG-OK VALUE "00".
           88 WS-JOB-LOG-EOF VALUE "10".
       01 WS-TIME-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   Elapsed time gathered per step name, before and after, in
      *>   centiseconds as the trace records it.
       01 STEP-TIME-TABLE.
           05 STEP-TIME-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON STEP-TIME-COUNT
               INDEXED BY STT-IDX.
               10 STT-STEP-NAME PIC X(20).
               10 STT-BEFORE-RUNS PIC 9(5).
               10 STT-BEFORE-CS PIC 9(11).
               10 STT-AFTER-RUNS PIC 9(5).
               10 STT-AFTER-CS PIC 9(11).
       01 STEP-TIME-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LOG-LINE PIC X(60) VALUE SPACES.
       01 WS-LOG-SIDE PIC X VALUE SPACE.
           88 LOG-IS-BEFORE VALUE "B".
           88 LOG-IS-AFTER VALUE "A".
       01 WS-STEP-NAME PIC X(20) VALUE SPACES.
       01 WS-ELAPSED-X PIC X(8) VALUE SPACES.
       01 WS-ELAPSED-N PIC 9(8) VALUE ZERO.
       01 WS-EXIT-LINES PIC 9(9) VALUE ZERO.
       01 WS-BAD-LINES PIC 9(9) VALUE ZERO.
      *>   Averages in seconds, and the night as the sum of them.
       01 WS-BEFORE-AVG PIC 9(7)V99 VALUE ZERO.
       01 WS-AFTER-AVG PIC 9(7)V99 VALUE ZERO.
       01 WS-SAVED PIC S9(7)V99 VALUE ZERO.
       01 WS-SAVED-PCT PIC S9(5)V9 VALUE ZERO.
       01 WS-NIGHT-BEFORE PIC 9(9)V99 VALUE ZERO.
       01 WS-NIGHT-AFTER PIC 9(9)V99 VALUE ZERO.
       01 WS-NIGHT-SAVED PIC S9(9)V99 VALUE ZERO.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(42) VALUE
               "BATCH RUN TIME - BEFORE AND AFTER CHANGE ".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 RT-RUN-DATE PIC 9(8).
       01 WS-REPORT-HEADING.
           05 FILLER PIC X(21) VALUE "STEP".
           05 FILLER PIC X(12) VALUE "BEFORE RUNS".
           05 FILLER PIC X(13) VALUE "  AVG SECS".
           05 FILLER PIC X(12) VALUE " AFTER RUNS".
           05 FILLER PIC X(13) VALUE "  AVG SECS".
           05 FILLER PIC X(15) VALUE "   SECS SAVED".
           05 FILLER PIC X(9) VALUE "  SAVED %".
       01 WS-REPORT-LINE.
           05 RL-STEP-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-BEFORE-RUNS PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-BEFORE-AVG PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RL-AFTER-RUNS PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-AFTER-AVG PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-SAVED PIC --,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-SAVED-PCT PIC ----9.9.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "NIGHT TOTAL".
           05 FILLER PIC X(11) VALUE SPACES.
           05 TL-BEFORE PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(12) VALUE SPACES.
           05 TL-AFTER PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-SAVED PIC --,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-SAVED-PCT PIC ----9.9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "JOBTIME " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadBeforeLog
           PERFORM LoadAfterLog
           OPEN OUTPUT TIME-REPORT
           MOVE WS-RUN-DATE TO RT-RUN-DATE
           WRITE TIME-REPORT-RECORD FROM WS-REPORT-TITLE
               AFTER ADVANCING 1 LINE
           WRITE TIME-REPORT-RECORD FROM WS-REPORT-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING STT-IDX FROM 1 BY 1
                   UNTIL STT-IDX > STEP-TIME-COUNT
               PERFORM ReportOneStep
           END-PERFORM
           PERFORM ReportNightTotal
           CLOSE TIME-REPORT
           MOVE "JOBTIMRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- JOBTIME TOTALS ----------"
           DISPLAY "EXIT LINES READ    : " WS-EXIT-LINES
           DISPLAY "STEPS COMPARED     : " STEP-TIME-COUNT
           DISPLAY "UNREADABLE LINES   : " WS-BAD-LINES
           DISPLAY "NIGHT BEFORE SECS  : " WS-NIGHT-BEFORE
           DISPLAY "NIGHT AFTER SECS   : " WS-NIGHT-AFTER
           PERFORM WriteControlRecord
           STOP RUN.

       LoadBeforeLog.
           MOVE "B" TO WS-LOG-SIDE
           OPEN INPUT BEFORE-LOG
           IF NOT WS-BEFORE-LOG-OK
               DISPLAY "JOBLOGB NOT AVAILABLE, STATUS = "
                   WS-BEFORE-LOG-STATUS " - NO BEFORE FIGURES"
               IF WS-BEFORE-LOG-STATUS = "05"
                   CLOSE BEFORE-LOG
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BEFORE-LOG-EOF
               READ BEFORE-LOG
                   AT END SET WS-BEFORE-LOG-EOF TO TRUE
                   NOT AT END
                       MOVE BEFORE-LOG-RECORD TO WS-LOG-LINE
                       PERFORM TakeOneLogLine
               END-READ
           END-PERFORM
           CLOSE BEFORE-LOG
           .

       LoadAfterLog.
           MOVE "A" TO WS-LOG-SIDE
           OPEN INPUT JOB-LOG
           IF NOT WS-JOB-LOG-OK
               DISPLAY "JOBLOG NOT AVAILABLE, STATUS = "
                   WS-JOB-LOG-STATUS " - NO AFTER FIGURES"
               IF WS-JOB-LOG-STATUS = "05"
                   CLOSE JOB-LOG
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOB-LOG-EOF
               READ JOB-LOG
                   AT END SET WS-JOB-LOG-EOF TO TRUE
                   NOT AT END
                       MOVE JOB-LOG-RECORD TO WS-LOG-LINE
                       PERFORM TakeOneLogLine
               END-READ
           END-PERFORM
           CLOSE JOB-LOG
           .

      *>----------------------------------------------------------------
      *> TakeOneLogLine - only EXIT lines carry an elapsed time; it
      *> sits where JOBSTRM and the step-trace logger both put it.
      *>----------------------------------------------------------------
       TakeOneLogLine.
           IF WS-LOG-LINE (1:6) NOT = "EXIT  "
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXIT-LINES
           MOVE WS-LOG-LINE (7:20) TO WS-STEP-NAME
           MOVE WS-LOG-LINE (48:8) TO WS-ELAPSED-X
           IF WS-ELAPSED-X NOT NUMERIC
               ADD 1 TO WS-BAD-LINES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ELAPSED-X TO WS-ELAPSED-N
           SET STT-IDX TO 1
           SEARCH STEP-TIME-ENTRY
               AT END
                   IF STEP-TIME-COUNT >= 200
                       ADD 1 TO WS-BAD-LINES
                       DISPLAY "STEP TABLE FULL - " WS-STEP-NAME
                           " NOT COMPARED"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO STEP-TIME-COUNT
                   SET STT-IDX TO STEP-TIME-COUNT
                   MOVE WS-STEP-NAME TO STT-STEP-NAME (STT-IDX)
                   MOVE ZERO TO STT-BEFORE-RUNS (STT-IDX)
                       STT-BEFORE-CS (STT-IDX) STT-AFTER-RUNS (STT-IDX)
                       STT-AFTER-CS (STT-IDX)
               WHEN STT-STEP-NAME (STT-IDX) = WS-STEP-NAME
                   CONTINUE
           END-SEARCH
           IF LOG-IS-BEFORE
               ADD 1 TO STT-BEFORE-RUNS (STT-IDX)
               ADD WS-ELAPSED-N TO STT-BEFORE-CS (STT-IDX)
           ELSE
               ADD 1 TO STT-AFTER-RUNS (STT-IDX)
               ADD WS-ELAPSED-N TO STT-AFTER-CS (STT-IDX)
           END-IF
           .

      *>----------------------------------------------------------------
      *> ReportOneStep - a step's average per run on each side; a
      *> step missing from a side averages zero there, so a new step
      *> shows as a negative saving and a dropped one as all saved.
      *>----------------------------------------------------------------
       ReportOneStep.
           MOVE ZERO TO WS-BEFORE-AVG WS-AFTER-AVG WS-SAVED-PCT
           IF STT-BEFORE-RUNS (STT-IDX) > ZERO
               COMPUTE WS-BEFORE-AVG ROUNDED =
                   STT-BEFORE-CS (STT-IDX)
                   / STT-BEFORE-RUNS (STT-IDX) / 100
           END-IF
           IF STT-AFTER-RUNS (STT-IDX) > ZERO
               COMPUTE WS-AFTER-AVG ROUNDED =
                   STT-AFTER-CS (STT-IDX)
                   / STT-AFTER-RUNS (STT-IDX) / 100
           END-IF
           COMPUTE WS-SAVED = WS-BEFORE-AVG - WS-AFTER-AVG
           IF WS-BEFORE-AVG > ZERO
               COMPUTE WS-SAVED-PCT ROUNDED =
                   WS-SAVED * 100 / WS-BEFORE-AVG
           END-IF
           ADD WS-BEFORE-AVG TO WS-NIGHT-BEFORE
           ADD WS-AFTER-AVG TO WS-NIGHT-AFTER
           MOVE STT-STEP-NAME (STT-IDX) TO RL-STEP-NAME
           MOVE STT-BEFORE-RUNS (STT-IDX) TO RL-BEFORE-RUNS
           MOVE WS-BEFORE-AVG TO RL-BEFORE-AVG
           MOVE STT-AFTER-RUNS (STT-IDX) TO RL-AFTER-RUNS
           MOVE WS-AFTER-AVG TO RL-AFTER-AVG
           MOVE WS-SAVED TO RL-SAVED
           MOVE WS-SAVED-PCT TO RL-SAVED-PCT
           WRITE TIME-REPORT-RECORD FROM WS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-TIME-REPORT-STATUS NOT = "00"
               DISPLAY "JOBTIMRP WRITE FAILED, STATUS = "
                   WS-TIME-REPORT-STATUS
           END-IF
           .

       ReportNightTotal.
           COMPUTE WS-NIGHT-SAVED = WS-NIGHT-BEFORE - WS-NIGHT-AFTER
           MOVE ZERO TO WS-SAVED-PCT
           IF WS-NIGHT-BEFORE > ZERO
               COMPUTE WS-SAVED-PCT ROUNDED =
                   WS-NIGHT-SAVED * 100 / WS-NIGHT-BEFORE
           END-IF
           MOVE WS-NIGHT-BEFORE TO TL-BEFORE
           MOVE WS-NIGHT-AFTER TO TL-AFTER
           MOVE WS-NIGHT-SAVED TO TL-SAVED
           MOVE WS-SAVED-PCT TO TL-SAVED-PCT
           WRITE TIME-REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
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
           MOVE WS-EXIT-LINES TO CTL-INPUT-COUNT
           MOVE STEP-TIME-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-BAD-LINES TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM JOBTIME.
