      *          the running total and the day's over/short result is
      *          appended to the OSHISTF history file, keyed by
      *          cashier/drawer and date, for the weekly trend report.
      *          The opening float the safe issued to that cashier and
      *          drawer for the day (issue lines on the FLOATS file,
      *          counted by denomination) is taken out of the declared
      *          count first, so a short float no longer reads as a
      *          cashier shortage.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL DECLARED-FILE ASSIGN TO "DRAWDECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECLARED-FILE-STATUS.
           SELECT OPTIONAL FLOAT-FILE ASSIGN TO "FLOATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOAT-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "OSHISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           05 DC-CASHIER PIC X(4).
           05 DC-DRAWER PIC X(2).
           05 DC-DECLARED PIC 9(7)V99.
       FD  FLOAT-FILE.
       01  FLOAT-FILE-RECORD PIC X(55).
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD PIC X(24).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY OSREC.
       COPY FLTREC.
       01 WS-FLOAT-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-FLOAT-FILE-OK VALUE "00".
           88 WS-FLOAT-FILE-EOF VALUE "10".
       01 WS-FLOAT-ISSUED PIC 9(7)V99 VALUE ZERO.
       01 WS-EDITED-FLOAT PIC Z(6)9.99.
       01 WS-NET-DECLARED PIC S9(7)V99 VALUE ZERO.
       01 WS-DENOM-SUB PIC 99 VALUE ZERO.
       01 WS-DECLARED-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-DECLARED-FILE-OK VALUE "00".
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
                   NOT AT END
                       MOVE "ADDS" TO WS-RUN-PROGRAM-ID
                       PERFORM GetRunDate
                       PERFORM GetIssuedFloat
                       COMPUTE WS-NET-DECLARED =
                           DC-DECLARED - WS-FLOAT-ISSUED
                       COMPUTE WS-OVER-SHORT = WS-NET-DECLARED - Total
                       MOVE WS-FLOAT-ISSUED TO WS-EDITED-FLOAT
                       DISPLAY "DRAWER " DC-DRAWER " CASHIER "
                           DC-CASHIER " FLOAT ISSUED "
                           WS-EDITED-FLOAT
                       MOVE WS-OVER-SHORT TO WS-EDITED-OVER-SHORT
                       DISPLAY "DRAWER " DC-DRAWER " CASHIER "
                           DC-CASHIER " OVER/SHORT "
           END-IF
           .

      *>----------------------------------------------------------------
      *> GetIssuedFloat - every float issued out of the safe to this
      *> cashier and drawer today, valued denomination by
      *> denomination.  No FLOATS file means no float was issued.
      *>----------------------------------------------------------------
       GetIssuedFloat.
           MOVE ZERO TO WS-FLOAT-ISSUED
           OPEN INPUT FLOAT-FILE
           IF NOT WS-FLOAT-FILE-OK
               DISPLAY "FLOATS NOT AVAILABLE - NO FLOAT DEDUCTED"
               IF WS-FLOAT-FILE-STATUS = "05"
                   CLOSE FLOAT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FLOAT-FILE-EOF
               READ FLOAT-FILE INTO FL-RECORD
                   AT END SET WS-FLOAT-FILE-EOF TO TRUE
                   NOT AT END
                       IF FL-ISSUE AND FL-DATE = WS-RUN-DATE
                               AND FL-CASHIER = DC-CASHIER
                               AND FL-DRAWER = DC-DRAWER
                           PERFORM VARYING WS-DENOM-SUB FROM 1 BY 1
                                   UNTIL WS-DENOM-SUB > 10
                               COMPUTE WS-FLOAT-ISSUED =
                                   WS-FLOAT-ISSUED
                                   + FL-COUNT (WS-DENOM-SUB)
                                   * FD-VALUE (WS-DENOM-SUB)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLOAT-FILE
           .

       AppendHistoryRecord.
           OPEN EXTEND HISTORY-FILE
      *>    Status "05" means EXTEND already created the missing
