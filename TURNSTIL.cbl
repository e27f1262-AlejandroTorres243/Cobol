      *          and enters at zero price with the entry recorded;
      *          a rejected pass prices as an ordinary ticket and
      *          lands on the report's exception lines.
      *          A TS record carrying a group booking reference
      *          admits against the GRPBOOK advance booking (booked,
      *          and for today): it enters at zero price at the gate,
      *          since the organiser is invoiced afterwards by the
      *          GRPSETL settlement, and the head is counted into the
      *          booking's admitted child, adult or senior band on
      *          the GRPBOOKO generation.  A booking that will not
      *          admit prices as an ordinary ticket and lands on the
      *          exception lines like a rejected pass.
      *          Exit-gate scans (TS-DIRECTION "O") travel on the same
      *          file so the OCCHOUR run can profile who is on site
      *          hour by hour; here they are only counted, and stay
      *          out of the ticket count and its proof.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT NEW-PASS-FILE ASSIGN TO "PASSMSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-PASS-STATUS.
           SELECT OPTIONAL BOOKING-FILE ASSIGN TO "GRPBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-FILE-STATUS.
           SELECT NEW-BOOKING-FILE ASSIGN TO "GRPBOOKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-BOOKING-STATUS.
           SELECT OPTIONAL TURNSTILE-FILE ASSIGN TO "TURNSTIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNSTILE-FILE-STATUS.
       01  PASS-FILE-RECORD PIC X(41).
       FD  NEW-PASS-FILE.
       01  NEW-PASS-RECORD PIC X(41).
       FD  BOOKING-FILE.
       01  BOOKING-FILE-RECORD PIC X(86).
       FD  NEW-BOOKING-FILE.
       01  NEW-BOOKING-RECORD PIC X(86).
       FD  TURNSTILE-FILE.
       01  TURNSTILE-RECORD.
           05 TS-TIME          PIC 9(6).
           05 TS-HEIGHT        PIC 9(3).
      *>    Zeros or spaces = no pass presented.
           05 TS-PASS-NO       PIC X(10).
      *>    Spaces = not admitted against a group booking.
           05 TS-BOOKING-REF   PIC X(8).
      *>    "O" = exit-gate scan; "I" or space = entry.
           05 TS-DIRECTION     PIC X(1).
               88 TS-EXIT-SCAN VALUE "O".
       FD  ATTENDANCE-REPORT.
       01  ATTENDANCE-REPORT-RECORD PIC X(70).
       FD  CONTROL-FILE.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY PASSREC.
       01 WS-PASS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PASS-FILE-OK VALUE "00".
           88 WS-PASS-FILE-EOF VALUE "10".
       01 WS-NEW-PASS-STATUS PIC XX VALUE SPACES.
       COPY GBKREC.
       01 WS-BOOKING-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-BOOKING-FILE-OK VALUE "00".
           88 WS-BOOKING-FILE-EOF VALUE "10".
       01 WS-NEW-BOOKING-STATUS PIC XX VALUE SPACES.
      *>   The group bookings, held for the run so each one's
      *>   admitted heads can count up and write back.
       01 BOOKING-TABLE.
           05 BOOKING-ENTRY OCCURS 2000 TIMES INDEXED BY BK-IDX.
               10 BK-RECORD PIC X(86).
       01 BOOKING-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BOOKING-SUB PIC 9(4) VALUE ZERO.
       01 WS-GROUP-COUNT PIC 9(9) VALUE ZERO.
       01 WS-GROUP-REJECT-COUNT PIC 9(9) VALUE ZERO.
      *>   Age band of a group entry: 1 child, 2 adult, 3 senior.
       01 WS-AGE-BAND PIC 9 VALUE ZERO.
      *>   The season passes, held for the run so each one's
      *>   last-used date can advance and write back.
       01 PASS-TABLE.
       01 PASS-REJECT-TABLE.
           05 PASS-REJECT-ENTRY OCCURS 50 TIMES
               INDEXED BY PRJ-IDX.
               10 PR-LABEL PIC X(13).
               10 PR-PASS-NO PIC X(10).
               10 PR-GATE PIC X(2).
               10 PR-VERDICT PIC X(16).
       01 PASS-REJECT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PASS-LINE.
           05 PL-LABEL PIC X(13).
           05 PL-PASS-NO PIC X(10).
           05 FILLER PIC X(6) VALUE " GATE ".
           05 PL-GATE PIC X(2).
       01 GATE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-TICKET-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EXIT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PRICED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-UNPRICED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REVENUE-TOTAL PIC 9(11) VALUE ZERO.
           PERFORM GetRunDate
           PERFORM LoadAdmissionTable
           PERFORM LoadPassTable
           PERFORM LoadBookingTable
           OPEN OUTPUT ATTENDANCE-REPORT
           OPEN INPUT TURNSTILE-FILE
           IF NOT WS-TURNSTILE-FILE-OK
           END-PERFORM
           CLOSE TURNSTILE-FILE
           PERFORM WriteNewPassFile
           PERFORM WriteNewBookingFile
           PERFORM PrintAttendanceReport
           CLOSE ATTENDANCE-REPORT
           MOVE "ATTENDRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- TURNSTILE CONTROL TOTALS ----------"
           DISPLAY "TURNSTILE COUNT : " WS-TICKET-COUNT
           DISPLAY "TICKETS PRICED  : " WS-PRICED-COUNT
           DISPLAY "PASS ENTRIES    : " WS-PASS-COUNT
           DISPLAY "PASSES REJECTED : " WS-PASS-REJECT-COUNT
           DISPLAY "GROUP ENTRIES   : " WS-GROUP-COUNT
           DISPLAY "GROUPS REJECTED : " WS-GROUP-REJECT-COUNT
           DISPLAY "UNPRICEABLE     : " WS-UNPRICED-COUNT
           DISPLAY "EXIT SCANS      : " WS-EXIT-COUNT
           DISPLAY "REVENUE         : " WS-REVENUE-TOTAL
           IF WS-PRICED-COUNT + WS-UNPRICED-COUNT
                   + WS-PASS-COUNT + WS-GROUP-COUNT = WS-TICKET-COUNT
               DISPLAY "PROOF           : IN BALANCE"
           ELSE
               DISPLAY "PROOF           : *** OUT OF BALANCE ***"
           .

       PriceOneTicket.
      *>    Exit-gate scans are not admissions - they are priced by
      *>    nobody and feed only the OCCHOUR occupancy profile.
           IF TS-EXIT-SCAN
               ADD 1 TO WS-EXIT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TICKET-COUNT
      *>    A group admitted against its booking is invoiced to the
      *>    organiser later and pays nothing at the gate; a booking
      *>    that will not admit falls through like a rejected pass.
           IF TS-BOOKING-REF NOT = SPACES
               PERFORM AdmitGroupEntry
               IF WS-PASS-VERDICT = SPACES
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE ZERO TO WS-TICKET-PRICE
                   PERFORM AddToGateTotals
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *>    A valid pass enters free and is done; a rejected pass
      *>    falls through and pays like everyone else.
           IF TS-PASS-NO NUMERIC AND TS-PASS-NO NOT = ZEROS
           IF PASS-REJECT-COUNT < 50
               ADD 1 TO PASS-REJECT-COUNT
               SET PRJ-IDX TO PASS-REJECT-COUNT
               MOVE "PASS REJECT  " TO PR-LABEL (PRJ-IDX)
               MOVE TS-PASS-NO TO PR-PASS-NO (PRJ-IDX)
               MOVE TS-GATE TO PR-GATE (PRJ-IDX)
               MOVE WS-PASS-VERDICT TO PR-VERDICT (PRJ-IDX)
           CLOSE NEW-PASS-FILE
           .

      *>----------------------------------------------------------------
      *> LoadBookingTable / AdmitGroupEntry / WriteNewBookingFile -
      *> the group booking leg.  A booking admits when it is on
      *> file, still booked and for today; each head admitted counts
      *> into its age band for the settlement to invoice.
      *>----------------------------------------------------------------
       LoadBookingTable.
           MOVE ZERO TO BOOKING-TABLE-COUNT
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-FILE-OK
               PERFORM UNTIL WS-BOOKING-FILE-EOF
                   READ BOOKING-FILE
                       AT END SET WS-BOOKING-FILE-EOF TO TRUE
                       NOT AT END
                           IF BOOKING-TABLE-COUNT >= 2000
                               DISPLAY "BOOKING TABLE FULL - RUN "
                                   "STOPPED"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO BOOKING-TABLE-COUNT
                           MOVE BOOKING-FILE-RECORD TO
                               BK-RECORD (BOOKING-TABLE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BOOKING-FILE
           ELSE
               IF WS-BOOKING-FILE-STATUS = "05"
                   CLOSE BOOKING-FILE
               END-IF
           END-IF
           .

       AdmitGroupEntry.
           MOVE SPACES TO WS-PASS-VERDICT
           MOVE ZERO TO WS-BOOKING-SUB
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BOOKING-TABLE-COUNT
               IF BK-RECORD (BK-IDX) (1:8) = TS-BOOKING-REF
                   SET WS-BOOKING-SUB TO BK-IDX
                   SET BK-IDX TO BOOKING-TABLE-COUNT
               END-IF
           END-PERFORM
           IF WS-BOOKING-SUB = ZERO
               MOVE "NO SUCH BOOKING" TO WS-PASS-VERDICT
               PERFORM RecordGroupReject
               EXIT PARAGRAPH
           END-IF
           MOVE BK-RECORD (WS-BOOKING-SUB) TO GB-RECORD
           EVALUATE TRUE
               WHEN NOT GB-BOOKED
                   MOVE "BOOKING CLOSED" TO WS-PASS-VERDICT
               WHEN GB-VISIT-DATE NOT = WS-RUN-DATE
                   MOVE "NOT BOOKED TODAY" TO WS-PASS-VERDICT
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN TS-AGE < 13
                           MOVE 1 TO WS-AGE-BAND
                       WHEN TS-AGE < 65
                           MOVE 2 TO WS-AGE-BAND
                       WHEN OTHER
                           MOVE 3 TO WS-AGE-BAND
                   END-EVALUATE
                   IF GB-ADMITTED (WS-AGE-BAND) < 9999
                       ADD 1 TO GB-ADMITTED (WS-AGE-BAND)
                   END-IF
                   MOVE GB-RECORD TO BK-RECORD (WS-BOOKING-SUB)
           END-EVALUATE
           IF WS-PASS-VERDICT NOT = SPACES
               PERFORM RecordGroupReject
           END-IF
           .

       RecordGroupReject.
           ADD 1 TO WS-GROUP-REJECT-COUNT
           IF PASS-REJECT-COUNT < 50
               ADD 1 TO PASS-REJECT-COUNT
               SET PRJ-IDX TO PASS-REJECT-COUNT
               MOVE "GROUP REJECT " TO PR-LABEL (PRJ-IDX)
               MOVE TS-BOOKING-REF TO PR-PASS-NO (PRJ-IDX)
               MOVE TS-GATE TO PR-GATE (PRJ-IDX)
               MOVE WS-PASS-VERDICT TO PR-VERDICT (PRJ-IDX)
           END-IF
           .

       WriteNewBookingFile.
           OPEN OUTPUT NEW-BOOKING-FILE
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BOOKING-TABLE-COUNT
               WRITE NEW-BOOKING-RECORD FROM BK-RECORD (BK-IDX)
               IF WS-NEW-BOOKING-STATUS NOT = "00"
                   DISPLAY "GRPBOOKO WRITE FAILED, STATUS = "
                       WS-NEW-BOOKING-STATUS
               END-IF
           END-PERFORM
           CLOSE NEW-BOOKING-FILE
           .

       AddToGateTotals.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING GT-IDX FROM 1 BY 1
               MOVE GT-REVENUE (GT-IDX) TO GL-REVENUE
               WRITE ATTENDANCE-REPORT-RECORD FROM WS-GATE-LINE
           END-PERFORM
      *>    Group heads pay nothing here; the settlement invoices
      *>    the organiser for them.
           MOVE SPACES TO ATTENDANCE-REPORT-RECORD
           MOVE WS-GROUP-COUNT TO GL-COUNT
           STRING "GROUP BOOKING ENTRIES" DELIMITED BY SIZE
                  "         COUNT=" DELIMITED BY SIZE
                  GL-COUNT DELIMITED BY SIZE
               INTO ATTENDANCE-REPORT-RECORD
           WRITE ATTENDANCE-REPORT-RECORD
           MOVE SPACES TO ATTENDANCE-REPORT-RECORD
           MOVE WS-EXIT-COUNT TO GL-COUNT
           STRING "EXIT GATE SCANS" DELIMITED BY SIZE
                  "               COUNT=" DELIMITED BY SIZE
                  GL-COUNT DELIMITED BY SIZE
               INTO ATTENDANCE-REPORT-RECORD
           WRITE ATTENDANCE-REPORT-RECORD
           PERFORM VARYING PRJ-IDX FROM 1 BY 1
                   UNTIL PRJ-IDX > PASS-REJECT-COUNT
               MOVE PR-LABEL (PRJ-IDX) TO PL-LABEL
               MOVE PR-PASS-NO (PRJ-IDX) TO PL-PASS-NO
               MOVE PR-GATE (PRJ-IDX) TO PL-GATE
               MOVE PR-VERDICT (PRJ-IDX) TO PL-VERDICT
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-TICKET-COUNT TO CTL-INPUT-COUNT
           COMPUTE CTL-OUTPUT-COUNT =
               WS-PRICED-COUNT + WS-PASS-COUNT + WS-GROUP-COUNT
           MOVE WS-UNPRICED-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
