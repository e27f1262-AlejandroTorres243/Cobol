      ******************************************************************
      * Author:
      * Date:
      * Purpose: Group booking maintenance batch - apply a file of
      *          ADD / CHANGE / CANCEL transactions against the
      *          GRPBOOK advance group booking master (schools, tour
      *          operators and company outings booking park entry
      *          ahead at group rates).  An add names the booking
      *          reference the gate will admit against, the
      *          organiser's CUSTMAST account, the visit date, the
      *          expected head count by age band and the GRPRATES
      *          rate version agreed (zero takes the version in
      *          force today).  Every booked group holds its heads
      *          against the GRPPARM daily group capacity, and a
      *          booking or change that would overfill the day is
      *          refused.  Refused transactions go to the GRPREJ
      *          report, which is copied to the report repository
      *          through RPTARCH as it closes, and the maintained
      *          master writes to GRPBOOKO for promotion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPBMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOKING-MASTER ASSIGN TO "GRPBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-MASTER-STATUS.
           SELECT OPTIONAL BOOKING-TRANS-FILE ASSIGN TO "GRPTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-TRANS-STATUS.
           SELECT OPTIONAL GROUP-RATES-FILE ASSIGN TO "GRPRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-RATES-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "GRPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO "GRPBOOKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MASTER-STATUS.
           SELECT OPTIONAL GENERATION-COUNT-FILE
               ASSIGN TO "GENCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COUNT-STATUS.
           SELECT REJECT-REPORT ASSIGN TO "GRPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-MASTER.
       01  BOOKING-MASTER-RECORD PIC X(86).
       FD  BOOKING-TRANS-FILE.
       01  BOOKING-TRANS-RECORD.
           05  BT-ACTION PIC X(1).
               88  BT-ADD        VALUE "A".
               88  BT-CHANGE     VALUE "C".
               88  BT-CANCEL     VALUE "X".
           05  BT-BOOKING-REF PIC X(8).
           05  BT-ACCOUNT-NO PIC 9(10).
           05  BT-GROUP-TYPE PIC X(1).
           05  BT-VISIT-DATE PIC 9(8).
           05  BT-RATE-VERSION PIC 9(8).
      *>    Child, adult and senior heads; on a change a blank or
      *>    zero set leaves the booked heads as they are.
           05  BT-EXPECTED-HEADS.
               10  BT-EXPECTED PIC 9(4) OCCURS 3 TIMES.
       FD  GROUP-RATES-FILE.
       01  GROUP-RATES-RECORD.
           05 GR-BAND PIC X(1).
           05 GR-PRICE PIC 9(3)V99.
           05 FILLER PIC X(4).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 GP-DAILY-CAPACITY PIC 9(5).
           05 GP-HORIZON-DAYS PIC 9(3).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD PIC X(86).
       FD  REJECT-REPORT.
       01  REJECT-REPORT-RECORD PIC X(60).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY GBKREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
       01 WS-BOOKING-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-BOOKING-MASTER-OK VALUE "00".
           88 WS-BOOKING-MASTER-EOF VALUE "10".
       01 WS-BOOKING-TRANS-STATUS PIC XX VALUE SPACES.
           88 WS-BOOKING-TRANS-OK VALUE "00".
           88 WS-BOOKING-TRANS-EOF VALUE "10".
       01 WS-GROUP-RATES-STATUS PIC XX VALUE SPACES.
           88 WS-GROUP-RATES-OK VALUE "00".
           88 WS-GROUP-RATES-EOF VALUE "10".
       01 WS-PARM-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PARM-FILE-OK VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-NEW-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-NEW-MASTER-OK VALUE "00".
       01 WS-REJECT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   Heads the park takes in booked groups on any one day.
       01 WS-DAILY-CAPACITY PIC 9(5) VALUE 1500.
       01 WS-MASTER-IS-OPEN PIC X VALUE "N".
       01 BOOKING-TABLE.
           05 BOOKING-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON BOOKING-TABLE-COUNT
               INDEXED BY BK-IDX.
               10 BK-RECORD PIC X(86).
       01 BOOKING-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
      *>   The GRPRATES versions on file; rows ahead of any "V
      *>   YYYYMMDD" header (or the standing rates when there is no
      *>   file) are version zero.
       01 VERSION-TABLE.
           05 VERSION-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON VERSION-COUNT
               INDEXED BY VR-IDX.
               10 VR-VERSION-DATE PIC 9(8).
       01 VERSION-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LOAD-VERSION PIC 9(8) VALUE ZERO.
       01 WS-VERSION-IN-FORCE PIC 9(8) VALUE ZERO.
       01 WS-VERSION-FOUND PIC X VALUE "N".
      *>   The booking as it will stand once the transaction applies.
       01 WS-HOLD-BOOKING PIC X(86) VALUE SPACES.
       01 WS-HOLD-VISIT-DATE PIC 9(8) VALUE ZERO.
       01 WS-NEW-HEADS PIC 9(5) VALUE ZERO.
       01 WS-DAY-HEADS PIC 9(7) VALUE ZERO.
       01 WS-TRANS-COUNT PIC 9(9) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-DATE-FUNCTION PIC X VALUE "V".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
       01 WS-REJECT-LINE.
           05 FILLER PIC X(7) VALUE "REJECT ".
           05 RJ-ACTION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-BOOKING-REF PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-REASON PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "GRPBMNT " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetParameters
           PERFORM LoadRateVersions
           PERFORM LoadBookingTable
           OPEN INPUT CUSTOMER-MASTER
           IF CM-STATUS-OK
               MOVE "Y" TO WS-MASTER-IS-OPEN
           ELSE
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
                   " - NEW BOOKINGS WILL BE REFUSED"
           END-IF
           OPEN OUTPUT REJECT-REPORT
           OPEN INPUT BOOKING-TRANS-FILE
           IF NOT WS-BOOKING-TRANS-OK
               DISPLAY "GRPTRANS NOT AVAILABLE, STATUS = "
                   WS-BOOKING-TRANS-STATUS
               SET WS-BOOKING-TRANS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BOOKING-TRANS-EOF
               READ BOOKING-TRANS-FILE
                   AT END SET WS-BOOKING-TRANS-EOF TO TRUE
                   NOT AT END PERFORM ApplyOneTransaction
               END-READ
           END-PERFORM
           CLOSE BOOKING-TRANS-FILE
           IF WS-MASTER-IS-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE REJECT-REPORT
           MOVE "GRPREJ" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WriteNewMasterFile
           DISPLAY "---------- GROUP BOOKING MAINTENANCE TOTALS -------"
           DISPLAY "TRANSACTIONS READ : " WS-TRANS-COUNT
           DISPLAY "APPLIED           : " WS-APPLIED-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

       GetParameters.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       DISPLAY "GRPPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF GP-DAILY-CAPACITY NUMERIC
                               AND GP-DAILY-CAPACITY > ZERO
                           MOVE GP-DAILY-CAPACITY TO WS-DAILY-CAPACITY
                       END-IF
               END-READ
           ELSE
               DISPLAY "GRPPARM NOT AVAILABLE - DEFAULTS USED"
           END-IF
           CLOSE PARM-FILE
           DISPLAY "DAILY GROUP CAPACITY: " WS-DAILY-CAPACITY
           .

      *>----------------------------------------------------------------
      *> LoadRateVersions - every version date on GRPRATES, and the
      *> one in force today (the latest on or before the business
      *> date) for a booking that does not name one.
      *>----------------------------------------------------------------
       LoadRateVersions.
           MOVE 1 TO VERSION-COUNT
           MOVE ZERO TO VR-VERSION-DATE (1)
           OPEN INPUT GROUP-RATES-FILE
           IF WS-GROUP-RATES-OK
               MOVE ZERO TO VERSION-COUNT
               MOVE ZERO TO WS-LOAD-VERSION
               PERFORM UNTIL WS-GROUP-RATES-EOF
                   READ GROUP-RATES-FILE
                       AT END SET WS-GROUP-RATES-EOF TO TRUE
                       NOT AT END
                           PERFORM NoteRateVersion
                   END-READ
               END-PERFORM
               CLOSE GROUP-RATES-FILE
           ELSE
               IF WS-GROUP-RATES-STATUS = "05"
                   CLOSE GROUP-RATES-FILE
               END-IF
           END-IF
           MOVE ZERO TO WS-VERSION-IN-FORCE
           PERFORM VARYING VR-IDX FROM 1 BY 1
                   UNTIL VR-IDX > VERSION-COUNT
               IF VR-VERSION-DATE (VR-IDX) NOT > WS-RUN-DATE
                       AND VR-VERSION-DATE (VR-IDX)
                           > WS-VERSION-IN-FORCE
                   MOVE VR-VERSION-DATE (VR-IDX)
                       TO WS-VERSION-IN-FORCE
               END-IF
           END-PERFORM
           DISPLAY "GRPRATES VERSION IN FORCE: " WS-VERSION-IN-FORCE
           .

       NoteRateVersion.
           IF GROUP-RATES-RECORD (1:1) = "V"
               IF GROUP-RATES-RECORD (3:8) NUMERIC
                   MOVE GROUP-RATES-RECORD (3:8) TO WS-LOAD-VERSION
               ELSE
                   DISPLAY "BAD RATE VERSION HEADER IGNORED"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAD-VERSION TO WS-DATE-1
           PERFORM FindRateVersion
           IF WS-VERSION-FOUND = "N" AND VERSION-COUNT < 100
               ADD 1 TO VERSION-COUNT
               MOVE WS-LOAD-VERSION TO VR-VERSION-DATE (VERSION-COUNT)
           END-IF
           .

       FindRateVersion.
           MOVE "N" TO WS-VERSION-FOUND
           PERFORM VARYING VR-IDX FROM 1 BY 1
                   UNTIL VR-IDX > VERSION-COUNT
               IF VR-VERSION-DATE (VR-IDX) = WS-DATE-1
                   MOVE "Y" TO WS-VERSION-FOUND
                   SET VR-IDX TO VERSION-COUNT
               END-IF
           END-PERFORM
           .

       LoadBookingTable.
           MOVE ZERO TO BOOKING-TABLE-COUNT
           OPEN INPUT BOOKING-MASTER
           IF WS-BOOKING-MASTER-OK
               PERFORM UNTIL WS-BOOKING-MASTER-EOF
                   READ BOOKING-MASTER
                       AT END SET WS-BOOKING-MASTER-EOF TO TRUE
                       NOT AT END
                           IF BOOKING-TABLE-COUNT >= 2000
                               DISPLAY "BOOKING TABLE FULL - RUN "
                                   "STOPPED"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO BOOKING-TABLE-COUNT
                           MOVE BOOKING-MASTER-RECORD
                               TO BK-RECORD (BOOKING-TABLE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BOOKING-MASTER
           ELSE
               DISPLAY "GRPBOOK NOT AVAILABLE, STATUS = "
                   WS-BOOKING-MASTER-STATUS
               IF WS-BOOKING-MASTER-STATUS = "05"
                   CLOSE BOOKING-MASTER
               END-IF
           END-IF
           .

       ApplyOneTransaction.
           ADD 1 TO WS-TRANS-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM ValidateTransaction
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM RejectTransaction
           ELSE
               EVALUATE TRUE
                   WHEN BT-ADD
                       ADD 1 TO BOOKING-TABLE-COUNT
                       MOVE GB-RECORD TO BK-RECORD (BOOKING-TABLE-COUNT)
                   WHEN BT-CHANGE
                       MOVE GB-RECORD TO BK-RECORD (WS-FOUND-SUB)
                   WHEN BT-CANCEL
                       SET GB-CANCELLED TO TRUE
                       MOVE GB-RECORD TO BK-RECORD (WS-FOUND-SUB)
               END-EVALUATE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

      *>----------------------------------------------------------------
      *> ValidateTransaction - the booking is built as it will stand
      *> in GB-RECORD and judged whole: a live account, a real visit
      *> date not already past, some heads, a rate version on file
      *> and room on the day.
      *>----------------------------------------------------------------
       ValidateTransaction.
           IF NOT BT-ADD AND NOT BT-CHANGE AND NOT BT-CANCEL
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF BT-BOOKING-REF = SPACES
               MOVE "BOOKING REFERENCE MISSING" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FindBooking
           IF BT-ADD
               IF WS-FOUND-SUB NOT = ZERO
                   MOVE "BOOKING ALREADY ON FILE" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF BOOKING-TABLE-COUNT >= 2000
                   MOVE "BOOKING TABLE FULL" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               PERFORM BuildNewBooking
           ELSE
               IF WS-FOUND-SUB = ZERO
                   MOVE "BOOKING NOT ON FILE" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE BK-RECORD (WS-FOUND-SUB) TO GB-RECORD
               IF NOT GB-BOOKED
                   MOVE "BOOKING ALREADY SETTLED/CLOSED"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF BT-CANCEL
                   EXIT PARAGRAPH
               END-IF
               PERFORM BuildChangedBooking
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF BT-ADD OR BT-ACCOUNT-NO NUMERIC
               PERFORM CheckOrganiserAccount
               IF WS-REJECT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF NOT GB-VALID-TYPE
               MOVE "GROUP TYPE NOT S, T OR C" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WS-DATE-FUNCTION
           MOVE GB-VISIT-DATE TO WS-DATE-1
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0
               MOVE "INVALID VISIT DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF GB-VISIT-DATE < WS-RUN-DATE
               MOVE "VISIT DATE ALREADY PAST" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE GB-RATE-VERSION TO WS-DATE-1
           PERFORM FindRateVersion
           IF WS-VERSION-FOUND = "N"
               MOVE "RATE VERSION NOT ON GRPRATES" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-HEADS =
               GB-EXPECTED (1) + GB-EXPECTED (2) + GB-EXPECTED (3)
           IF WS-NEW-HEADS = ZERO
               MOVE "NO HEADS BOOKED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckDayCapacity
           .

       BuildNewBooking.
           MOVE SPACES TO GB-RECORD
           MOVE BT-BOOKING-REF TO GB-BOOKING-REF
           MOVE BT-ACCOUNT-NO TO GB-ACCOUNT-NO
           MOVE BT-GROUP-TYPE TO GB-GROUP-TYPE
           MOVE BT-VISIT-DATE TO GB-VISIT-DATE
           IF BT-RATE-VERSION NUMERIC AND BT-RATE-VERSION NOT = ZEROS
               MOVE BT-RATE-VERSION TO GB-RATE-VERSION
           ELSE
               MOVE WS-VERSION-IN-FORCE TO GB-RATE-VERSION
           END-IF
           IF BT-EXPECTED-HEADS NOT NUMERIC
               MOVE "HEAD COUNTS NOT NUMERIC" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE BT-EXPECTED-HEADS TO GB-EXPECTED-HEADS
           MOVE ZEROS TO GB-ADMITTED-HEADS
           SET GB-BOOKED TO TRUE
           MOVE WS-RUN-DATE TO GB-BOOKED-DATE
           MOVE ZEROS TO GB-SETTLED-DATE
           MOVE ZERO TO GB-INVOICE-AMOUNT
           IF BT-ACCOUNT-NO NOT NUMERIC
                   OR BT-VISIT-DATE NOT NUMERIC
               MOVE "ACCOUNT OR DATE NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           .

      *>    A change carries only what it fills in; the rest of the
      *>    booking stands as it was.
       BuildChangedBooking.
           IF BT-ACCOUNT-NO NUMERIC AND BT-ACCOUNT-NO NOT = ZEROS
               MOVE BT-ACCOUNT-NO TO GB-ACCOUNT-NO
           END-IF
           IF BT-GROUP-TYPE NOT = SPACE
               MOVE BT-GROUP-TYPE TO GB-GROUP-TYPE
           END-IF
           IF BT-VISIT-DATE NUMERIC AND BT-VISIT-DATE NOT = ZEROS
               MOVE BT-VISIT-DATE TO GB-VISIT-DATE
           END-IF
           IF BT-RATE-VERSION NUMERIC AND BT-RATE-VERSION NOT = ZEROS
               MOVE BT-RATE-VERSION TO GB-RATE-VERSION
           END-IF
           IF BT-EXPECTED-HEADS NUMERIC
                   AND BT-EXPECTED-HEADS NOT = ZEROS
               MOVE BT-EXPECTED-HEADS TO GB-EXPECTED-HEADS
           END-IF
           .

       CheckOrganiserAccount.
           IF WS-MASTER-IS-OPEN NOT = "Y"
               MOVE "CUSTMAST NOT AVAILABLE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE GB-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               MOVE "ORGANISER ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CM-ACCT-CLOSED
               MOVE "ORGANISER ACCOUNT CLOSED" TO WS-REJECT-REASON
           END-IF
           .

      *>----------------------------------------------------------------
      *> CheckDayCapacity - every other booked group on the visit
      *> date plus this one must fit the daily group capacity.
      *>----------------------------------------------------------------
       CheckDayCapacity.
           MOVE GB-RECORD TO WS-HOLD-BOOKING
           MOVE GB-VISIT-DATE TO WS-HOLD-VISIT-DATE
           MOVE WS-NEW-HEADS TO WS-DAY-HEADS
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BOOKING-TABLE-COUNT
               IF BK-IDX NOT = WS-FOUND-SUB
                   MOVE BK-RECORD (BK-IDX) TO GB-RECORD
                   IF GB-BOOKED
                           AND GB-VISIT-DATE = WS-HOLD-VISIT-DATE
                       ADD GB-EXPECTED (1) GB-EXPECTED (2)
                           GB-EXPECTED (3) TO WS-DAY-HEADS
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-HOLD-BOOKING TO GB-RECORD
           IF WS-DAY-HEADS > WS-DAILY-CAPACITY
               MOVE "GROUP CAPACITY FULL THAT DAY" TO WS-REJECT-REASON
           END-IF
           .

       FindBooking.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BOOKING-TABLE-COUNT
               IF BK-RECORD (BK-IDX) (1:8) = BT-BOOKING-REF
                   SET WS-FOUND-SUB TO BK-IDX
                   SET BK-IDX TO BOOKING-TABLE-COUNT
               END-IF
           END-PERFORM
           .

       RejectTransaction.
           ADD 1 TO WS-REJECT-COUNT
           MOVE BT-ACTION TO RJ-ACTION
           MOVE BT-BOOKING-REF TO RJ-BOOKING-REF
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE REJECT-REPORT-RECORD FROM WS-REJECT-LINE
           IF WS-REJECT-REPORT-STATUS NOT = "00"
               DISPLAY "GRPREJ WRITE FAILED, STATUS = "
                   WS-REJECT-REPORT-STATUS
           END-IF
           .

       WriteNewMasterFile.
           OPEN OUTPUT NEW-MASTER-FILE
           IF NOT WS-NEW-MASTER-OK
               DISPLAY "GRPBOOKO OPEN FAILED, STATUS = "
                   WS-NEW-MASTER-STATUS
           ELSE
               PERFORM VARYING BK-IDX FROM 1 BY 1
                       UNTIL BK-IDX > BOOKING-TABLE-COUNT
                   WRITE NEW-MASTER-RECORD FROM BK-RECORD (BK-IDX)
                   IF NOT WS-NEW-MASTER-OK
                       DISPLAY "GRPBOOKO WRITE FAILED, STATUS = "
                           WS-NEW-MASTER-STATUS
                   END-IF
               END-PERFORM
               CLOSE NEW-MASTER-FILE
               MOVE "GRPBOOKO" TO WS-GEN-FILE-NAME
               MOVE BOOKING-TABLE-COUNT TO WS-GEN-RECORDS
               PERFORM WriteGenerationCount
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
           MOVE WS-TRANS-COUNT TO CTL-INPUT-COUNT
           MOVE WS-APPLIED-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

      *>----------------------------------------------------------------
      *> WriteGenerationCount - the record count of the new
      *> generation appends to the shared GENCOUNT file; that count,
      *> not the CTLFILE transaction count, is what the promotion
      *> utility verifies the file against before swapping it live.
      *>----------------------------------------------------------------
       WriteGenerationCount.
           OPEN EXTEND GENERATION-COUNT-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-GEN-COUNT-STATUS NOT = "00"
                   AND WS-GEN-COUNT-STATUS NOT = "05"
               OPEN OUTPUT GENERATION-COUNT-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO GN-PROGRAM
           MOVE WS-GEN-FILE-NAME TO GN-FILE-NAME
           MOVE WS-RUN-DATE TO GN-RUN-DATE
           MOVE WS-GEN-RECORDS TO GN-RECORD-COUNT
           WRITE GN-RECORD
           IF WS-GEN-COUNT-STATUS NOT = "00"
               DISPLAY "GENCOUNT WRITE FAILED, STATUS = "
                   WS-GEN-COUNT-STATUS
           END-IF
           CLOSE GENERATION-COUNT-FILE
           .

       COPY RUNDATE.
       END PROGRAM GRPBMNT.
