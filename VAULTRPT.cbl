      ******************************************************************
      * Author:
      * Date:
      * Purpose: Safe / vault float balance report - read the day's
      *          issue and return lines on the FLOATS till float file
      *          and balance the safe: for every cashier and drawer
      *          the float issued out, the float returned and the
      *          difference, then the notes and coins out and back by
      *          denomination and the day's totals.  A drawer that
      *          was issued a float and never returned one by the
      *          end of the day is flagged, counted and sets return
      *          code 4, so the safe is not closed with money still
      *          out on the floor; a float returned short or over is
      *          flagged for the cash office.  The report is VAULTRP,
      *          copied to the report repository through RPTARCH as
      *          it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FLOAT-FILE ASSIGN TO "FLOATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOAT-FILE-STATUS.
           SELECT VAULT-REPORT ASSIGN TO "VAULTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FLOAT-FILE.
       01  FLOAT-FILE-RECORD PIC X(55).
       FD  VAULT-REPORT.
       01  VAULT-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY FLTREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-FLOAT-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-FLOAT-FILE-OK VALUE "00".
           88 WS-FLOAT-FILE-EOF VALUE "10".
       01 WS-VAULT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   One slot per cashier and drawer that moved a float today.
       01 DRAWER-TABLE.
           05 DRAWER-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON DRAWER-COUNT
               INDEXED BY DR-IDX.
               10 DR-CASHIER PIC X(4).
               10 DR-DRAWER PIC X(2).
               10 DR-ISSUED PIC 9(7)V99.
               10 DR-RETURNED PIC 9(7)V99.
               10 DR-RETURN-LINES PIC 9(3).
       01 DRAWER-COUNT PIC 9(3) VALUE ZERO.
      *>   The safe's side: pieces out and back per denomination.
       01 DENOMINATION-TOTALS.
           05 DT-ENTRY OCCURS 10 TIMES.
               10 DT-PIECES-OUT PIC 9(7).
               10 DT-PIECES-BACK PIC 9(7).
       01 WS-DENOM-SUB PIC 99 VALUE ZERO.
       01 WS-LINE-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-DIFFERENCE PIC S9(7)V99 VALUE ZERO.
      *>   Counts and totals.
       01 WS-LINES-READ PIC 9(9) VALUE ZERO.
       01 WS-LINES-TODAY PIC 9(9) VALUE ZERO.
       01 WS-LINES-REJECTED PIC 9(9) VALUE ZERO.
       01 WS-NOT-RETURNED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MISMATCH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-OUT PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-BACK PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-OUTSTANDING PIC S9(9)V99 VALUE ZERO.
       01 WS-COLUMN-HEADING PIC X(80) VALUE
           "CASH DRAWER       ISSUED     RETURNED    DIFFERENCE  NOTE".
       01 WS-DRAWER-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 VL-CASHIER PIC X(4).
           05 FILLER PIC X(5) VALUE SPACES.
           05 VL-DRAWER PIC X(2).
           05 VL-ISSUED PIC Z(9)9.99.
           05 VL-RETURNED PIC Z(9)9.99.
           05 VL-DIFFERENCE PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-NOTE PIC X(20).
       01 WS-DENOM-HEADING PIC X(80) VALUE
           "DENOMINATION   PIECES OUT  PIECES BACK".
       01 WS-DENOM-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-VALUE PIC ZZ9.99.
           05 DL-PIECES-OUT PIC Z(12)9.
           05 DL-PIECES-BACK PIC Z(12)9.
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(24).
           05 TL-AMOUNT PIC -(9)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "VAULTRPT" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           INITIALIZE DENOMINATION-TOTALS
           OPEN INPUT FLOAT-FILE
           IF NOT WS-FLOAT-FILE-OK
               DISPLAY "FLOATS NOT AVAILABLE, STATUS = "
                   WS-FLOAT-FILE-STATUS
               SET WS-FLOAT-FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-FLOAT-FILE-EOF
               READ FLOAT-FILE INTO FL-RECORD
                   AT END SET WS-FLOAT-FILE-EOF TO TRUE
                   NOT AT END PERFORM AddOneMovement
               END-READ
           END-PERFORM
           CLOSE FLOAT-FILE
           OPEN OUTPUT VAULT-REPORT
           PERFORM PrintVaultReport
           CLOSE VAULT-REPORT
           MOVE "VAULTRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- SAFE FLOAT BALANCE ----------"
           DISPLAY "FLOAT LINES READ     : " WS-LINES-READ
           DISPLAY "FLOAT LINES TODAY    : " WS-LINES-TODAY
           DISPLAY "LINES REJECTED       : " WS-LINES-REJECTED
           DISPLAY "DRAWERS              : " DRAWER-COUNT
           DISPLAY "FLOATS NOT RETURNED  : " WS-NOT-RETURNED-COUNT
           DISPLAY "RETURNS SHORT/OVER   : " WS-MISMATCH-COUNT
           IF WS-NOT-RETURNED-COUNT > ZERO
               DISPLAY "FLOATS STILL OUT - DO NOT CLOSE THE SAFE"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> AddOneMovement - today's issue and return lines add to their
      *> drawer and to the safe's denomination counts; other days'
      *> lines are left alone.
      *>----------------------------------------------------------------
       AddOneMovement.
           ADD 1 TO WS-LINES-READ
           IF FL-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-TODAY
           IF (NOT FL-ISSUE AND NOT FL-RETURN)
                   OR FL-COUNTS NOT NUMERIC
               ADD 1 TO WS-LINES-REJECTED
               DISPLAY "FLOATS LINE REJECTED - " FLOAT-FILE-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LINE-AMOUNT
           PERFORM VARYING WS-DENOM-SUB FROM 1 BY 1
                   UNTIL WS-DENOM-SUB > 10
               COMPUTE WS-LINE-AMOUNT = WS-LINE-AMOUNT
                   + FL-COUNT (WS-DENOM-SUB) * FD-VALUE (WS-DENOM-SUB)
               IF FL-ISSUE
                   ADD FL-COUNT (WS-DENOM-SUB)
                       TO DT-PIECES-OUT (WS-DENOM-SUB)
               ELSE
                   ADD FL-COUNT (WS-DENOM-SUB)
                       TO DT-PIECES-BACK (WS-DENOM-SUB)
               END-IF
           END-PERFORM
           SET DR-IDX TO 1
           SEARCH DRAWER-ENTRY
               AT END
                   IF DRAWER-COUNT >= 200
                       DISPLAY "DRAWER TABLE FULL - " FL-CASHIER
                           " " FL-DRAWER " DROPPED"
                       ADD 1 TO WS-LINES-REJECTED
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO DRAWER-COUNT
                   SET DR-IDX TO DRAWER-COUNT
                   MOVE FL-CASHIER TO DR-CASHIER (DR-IDX)
                   MOVE FL-DRAWER TO DR-DRAWER (DR-IDX)
                   MOVE ZEROS TO DR-ISSUED (DR-IDX) DR-RETURNED (DR-IDX)
                       DR-RETURN-LINES (DR-IDX)
               WHEN DR-CASHIER (DR-IDX) = FL-CASHIER
                       AND DR-DRAWER (DR-IDX) = FL-DRAWER
                   CONTINUE
           END-SEARCH
           IF FL-ISSUE
               ADD WS-LINE-AMOUNT TO DR-ISSUED (DR-IDX) WS-TOTAL-OUT
           ELSE
               ADD WS-LINE-AMOUNT TO DR-RETURNED (DR-IDX) WS-TOTAL-BACK
               ADD 1 TO DR-RETURN-LINES (DR-IDX)
           END-IF
           .

       PrintVaultReport.
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "SAFE FLOAT BALANCE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO VAULT-REPORT-RECORD
           WRITE VAULT-REPORT-RECORD
           MOVE SPACES TO VAULT-REPORT-RECORD
           WRITE VAULT-REPORT-RECORD
           WRITE VAULT-REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > DRAWER-COUNT
               PERFORM PrintOneDrawer
           END-PERFORM
           MOVE SPACES TO VAULT-REPORT-RECORD
           WRITE VAULT-REPORT-RECORD
           WRITE VAULT-REPORT-RECORD FROM WS-DENOM-HEADING
           PERFORM VARYING WS-DENOM-SUB FROM 1 BY 1
                   UNTIL WS-DENOM-SUB > 10
               MOVE FD-VALUE (WS-DENOM-SUB) TO DL-VALUE
               MOVE DT-PIECES-OUT (WS-DENOM-SUB) TO DL-PIECES-OUT
               MOVE DT-PIECES-BACK (WS-DENOM-SUB) TO DL-PIECES-BACK
               WRITE VAULT-REPORT-RECORD FROM WS-DENOM-LINE
           END-PERFORM
           MOVE SPACES TO VAULT-REPORT-RECORD
           WRITE VAULT-REPORT-RECORD
           MOVE "FLOATS OUT" TO TL-LABEL
           MOVE WS-TOTAL-OUT TO TL-AMOUNT
           WRITE VAULT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "FLOATS RETURNED" TO TL-LABEL
           MOVE WS-TOTAL-BACK TO TL-AMOUNT
           WRITE VAULT-REPORT-RECORD FROM WS-TOTAL-LINE
           COMPUTE WS-TOTAL-OUTSTANDING = WS-TOTAL-OUT - WS-TOTAL-BACK
           MOVE "STILL OUT OF THE SAFE" TO TL-LABEL
           MOVE WS-TOTAL-OUTSTANDING TO TL-AMOUNT
           WRITE VAULT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "DRAWERS NOT RETURNED" TO TL-LABEL
           MOVE WS-NOT-RETURNED-COUNT TO TL-AMOUNT
           WRITE VAULT-REPORT-RECORD FROM WS-TOTAL-LINE
           .

      *>    A drawer issued a float but with no return line has not
      *>    come back to the safe; a return that differs from what
      *>    went out is the float itself short or over.
       PrintOneDrawer.
           MOVE DR-CASHIER (DR-IDX) TO VL-CASHIER
           MOVE DR-DRAWER (DR-IDX) TO VL-DRAWER
           MOVE DR-ISSUED (DR-IDX) TO VL-ISSUED
           MOVE DR-RETURNED (DR-IDX) TO VL-RETURNED
           COMPUTE WS-DIFFERENCE =
               DR-RETURNED (DR-IDX) - DR-ISSUED (DR-IDX)
           MOVE WS-DIFFERENCE TO VL-DIFFERENCE
           EVALUATE TRUE
               WHEN DR-ISSUED (DR-IDX) > ZERO
                       AND DR-RETURN-LINES (DR-IDX) = ZERO
                   ADD 1 TO WS-NOT-RETURNED-COUNT
                   MOVE "FLOAT NOT RETURNED" TO VL-NOTE
               WHEN WS-DIFFERENCE < ZERO
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "RETURNED SHORT" TO VL-NOTE
               WHEN WS-DIFFERENCE > ZERO
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "RETURNED OVER" TO VL-NOTE
               WHEN OTHER
                   MOVE SPACES TO VL-NOTE
           END-EVALUATE
           WRITE VAULT-REPORT-RECORD FROM WS-DRAWER-LINE
           IF WS-VAULT-REPORT-STATUS NOT = "00"
               DISPLAY "VAULTRP WRITE FAILED, STATUS = "
                   WS-VAULT-REPORT-STATUS
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
           MOVE WS-LINES-TODAY TO CTL-INPUT-COUNT
           COMPUTE CTL-OUTPUT-COUNT = WS-LINES-TODAY - WS-LINES-REJECTED
           MOVE WS-LINES-REJECTED TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM VAULTRPT.
