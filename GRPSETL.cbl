      ******************************************************************
      * Author:
      * Date:
      * Purpose: Group booking settlement run - after the visit, each
      *          booked group on GRPBOOK whose visit date has come
      *          is settled against what the turnstiles actually
      *          admitted against its booking reference.  The heads
      *          admitted in each age band are priced at the
      *          GRPRATES version the organiser agreed, and the total
      *          is invoiced to the organiser's CUSTMAST account as a
      *          CH line on the TRANSACS stream (reference the
      *          booking) with the receivable raised against
      *          admission revenue through GLPOST.  Places booked but
      *          not used are released: the settled booking no longer
      *          holds capacity on its day.  A booking whose rate
      *          version or account cannot be found is held booked
      *          for the next night and listed, never dropped.  The
      *          expected and actual heads of every settlement are
      *          listed on GRPSETRP, which is copied to the report
      *          repository through RPTARCH as it closes, and the
      *          bookings write to the GRPBOOKO new generation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPSETL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT OPTIONAL BOOKING-MASTER ASSIGN TO "GRPBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-MASTER-STATUS.
           SELECT NEW-BOOKING-MASTER ASSIGN TO "GRPBOOKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-BOOKING-STATUS.
           SELECT OPTIONAL GROUP-RATES-FILE ASSIGN TO "GRPRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-RATES-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TRANSACS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT SETTLEMENT-REPORT ASSIGN TO "GRPSETRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-REPORT-STATUS.
           SELECT OPTIONAL GENERATION-COUNT-FILE
               ASSIGN TO "GENCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COUNT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  BOOKING-MASTER.
       01  BOOKING-MASTER-RECORD PIC X(86).
       FD  NEW-BOOKING-MASTER.
       01  NEW-BOOKING-RECORD PIC X(86).
       FD  GROUP-RATES-FILE.
       01  GROUP-RATES-RECORD.
           05 GR-BAND PIC X(1).
           05 GR-PRICE PIC 9(3)V99.
           05 FILLER PIC X(4).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  SETTLEMENT-REPORT.
       01  SETTLEMENT-REPORT-RECORD PIC X(100).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY GBKREC.
       COPY TRNREC.
       COPY GLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
      *>   Predecessor gate: the admitted heads come off today's
      *>   turnstile run, so it must have completed clean first.
       01 WS-GATE-REQUEST.
           05 WS-GATE-CALLER-ID PIC X(8) VALUE "GRPSETL ".
           05 WS-GATE-DATE PIC 9(8) VALUE ZEROS.
           05 WS-GATE-PRED-COUNT PIC 9 VALUE 1.
           05 WS-GATE-PRED-ID PIC X(8) OCCURS 5 TIMES.
       01 WS-GATE-RC PIC 9 VALUE ZERO.
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-BOOKING-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-BOOKING-MASTER-OK VALUE "00".
           88 WS-BOOKING-MASTER-EOF VALUE "10".
       01 WS-NEW-BOOKING-STATUS PIC XX VALUE SPACES.
       01 WS-GROUP-RATES-STATUS PIC XX VALUE SPACES.
           88 WS-GROUP-RATES-OK VALUE "00".
           88 WS-GROUP-RATES-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SETTLEMENT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
      *>   The bookings, held whole and written back as the new
      *>   generation with tonight's settlements applied.
       01 BOOKING-TABLE.
           05 BOOKING-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON BOOKING-TABLE-COUNT
               INDEXED BY BK-IDX.
               10 BK-RECORD PIC X(86).
       01 BOOKING-TABLE-COUNT PIC 9(4) VALUE ZERO.
      *>   Every GRPRATES row with the version it belongs to, so a
      *>   group pays the rates it agreed whatever is in force now.
      *>   Band C child, A adult, S senior.
       01 GROUP-RATE-TABLE.
           05 GROUP-RATE-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON GROUP-RATE-COUNT
               INDEXED BY GR-IDX.
               10 GT-VERSION-DATE PIC 9(8).
               10 GT-BAND PIC X(1).
               10 GT-PRICE PIC 9(3)V99.
       01 GROUP-RATE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LOAD-VERSION PIC 9(8) VALUE ZERO.
       01 WS-BAND-CODES PIC X(3) VALUE "CAS".
       01 WS-BAND-SUB PIC 9 VALUE ZERO.
       01 WS-BAND-PRICE PIC 9(3)V99 VALUE ZERO.
       01 WS-BAND-PRICED PIC X VALUE "N".
      *>   The booking being settled.
       01 WS-HOLD-REASON PIC X(30) VALUE SPACES.
       01 WS-EXPECTED-HEADS PIC 9(5) VALUE ZERO.
       01 WS-ADMITTED-HEADS PIC 9(5) VALUE ZERO.
       01 WS-RELEASED-HEADS PIC 9(5) VALUE ZERO.
       01 WS-INVOICE-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-GL-RC PIC 9 VALUE ZERO.
       01 WS-GL-DEBIT-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-GL-CREDIT-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-GL-PAIR-AMOUNT PIC S9(9)V99 VALUE ZERO.
      *>   Counts and totals.
       01 WS-DUE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SETTLED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NO-SHOW-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RELEASED-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-INVOICED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(29) VALUE "GROUP BOOKING SETTLEMENT".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RT-HEAD-TEXT PIC X(30).
       01 WS-REPORT-HEADING PIC X(100) VALUE
           "BOOKING  ACCOUNT    VISIT    EXPECT ADMIT RELEASE      INVO
      -    "ICED RESULT".
       01 WS-REPORT-LINE.
           05 RL-BOOKING-REF PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-VISIT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-EXPECTED PIC Z(5)9.
           05 RL-ADMITTED PIC Z(5)9.
           05 RL-RELEASED PIC Z(7)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-AMOUNT PIC ---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-RESULT PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "GRPSETL " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           MOVE WS-RUN-DATE TO WS-GATE-DATE
           MOVE "TURNSTIL" TO WS-GATE-PRED-ID (1)
           CALL "JOBGATE" USING WS-GATE-REQUEST, WS-GATE-RC
           IF WS-GATE-RC NOT = 0
               DISPLAY "GRPSETL REFUSED BY PREDECESSOR GATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GetReportHeading
           PERFORM LoadGroupRates
           PERFORM LoadBookingTable
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   AND WS-TRANSACTION-FILE-STATUS NOT = "05"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN OUTPUT SETTLEMENT-REPORT
           MOVE WS-HEAD-TEXT TO RT-HEAD-TEXT
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-REPORT-TITLE
               AFTER ADVANCING 1 LINE
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-REPORT-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BOOKING-TABLE-COUNT
               MOVE BK-RECORD (BK-IDX) TO GB-RECORD
               IF GB-BOOKED AND GB-VISIT-DATE NOT > WS-RUN-DATE
                   PERFORM SettleOneBooking
                   MOVE GB-RECORD TO BK-RECORD (BK-IDX)
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-FILE CUSTOMER-MASTER
           PERFORM WriteNewBookingMaster
           CLOSE SETTLEMENT-REPORT
           MOVE "GRPSETRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
      *>    Group admissions invoiced: receivable up, admission
      *>    revenue up.
           IF WS-INVOICED-TOTAL NOT = ZERO
               MOVE "AR" TO WS-GL-DEBIT-ACCOUNT
               MOVE "REVENUE" TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-INVOICED-TOTAL TO WS-GL-PAIR-AMOUNT
               PERFORM PostGeneralLedgerPair
           END-IF
           DISPLAY "---------- GROUP SETTLEMENT TOTALS ----------"
           DISPLAY "BOOKINGS DUE       : " WS-DUE-COUNT
           DISPLAY "SETTLED            : " WS-SETTLED-COUNT
           DISPLAY "  OF WHICH NO-SHOW : " WS-NO-SHOW-COUNT
           DISPLAY "HELD FOR NEXT RUN  : " WS-HELD-COUNT
           DISPLAY "PLACES RELEASED    : " WS-RELEASED-TOTAL
           MOVE WS-INVOICED-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT INVOICED    : " WS-EDITED-AMOUNT
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> GetReportHeading - the LANGPARM language code and the shared
      *> RPTHEAD service turn the business date into the dated
      *> heading the report carries.
      *>----------------------------------------------------------------
       GetReportHeading.
           OPEN INPUT LANGUAGE-PARM
           IF WS-LANGUAGE-PARM-OK
               READ LANGUAGE-PARM
                   NOT AT END MOVE LP-LANGUAGE TO WS-LANGUAGE
               END-READ
               CLOSE LANGUAGE-PARM
           ELSE
               IF WS-LANGUAGE-PARM-STATUS = "05"
                   CLOSE LANGUAGE-PARM
               END-IF
           END-IF
           CALL "RPTHEAD" USING WS-RUN-DATE, WS-LANGUAGE,
               WS-HEAD-TEXT, WS-COLUMN-DATE
           .

      *>----------------------------------------------------------------
      *> LoadGroupRates - the standing group rates seed version zero;
      *> a GRPRATES file replaces them, every "V YYYYMMDD" version
      *> block kept so old bookings settle at the rates they agreed.
      *>----------------------------------------------------------------
       LoadGroupRates.
           MOVE 3 TO GROUP-RATE-COUNT
           MOVE ZEROS TO GT-VERSION-DATE (1) GT-VERSION-DATE (2)
               GT-VERSION-DATE (3)
           MOVE "C" TO GT-BAND (1)
           MOVE 8.00 TO GT-PRICE (1)
           MOVE "A" TO GT-BAND (2)
           MOVE 18.00 TO GT-PRICE (2)
           MOVE "S" TO GT-BAND (3)
           MOVE 10.00 TO GT-PRICE (3)
           OPEN INPUT GROUP-RATES-FILE
           IF WS-GROUP-RATES-OK
               MOVE ZERO TO GROUP-RATE-COUNT
               MOVE ZERO TO WS-LOAD-VERSION
               PERFORM UNTIL WS-GROUP-RATES-EOF
                   READ GROUP-RATES-FILE
                       AT END SET WS-GROUP-RATES-EOF TO TRUE
                       NOT AT END
                           PERFORM AddGroupRate
                   END-READ
               END-PERFORM
               CLOSE GROUP-RATES-FILE
           ELSE
               IF WS-GROUP-RATES-STATUS = "05"
                   CLOSE GROUP-RATES-FILE
               END-IF
           END-IF
           .

       AddGroupRate.
           IF GROUP-RATES-RECORD (1:1) = "V"
               IF GROUP-RATES-RECORD (3:8) NUMERIC
                   MOVE GROUP-RATES-RECORD (3:8) TO WS-LOAD-VERSION
               ELSE
                   DISPLAY "BAD RATE VERSION HEADER IGNORED"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF GR-PRICE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF GROUP-RATE-COUNT >= 300
               DISPLAY "GROUP RATE TABLE FULL - " GROUP-RATES-RECORD
                   " DROPPED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GROUP-RATE-COUNT
           SET GR-IDX TO GROUP-RATE-COUNT
           MOVE WS-LOAD-VERSION TO GT-VERSION-DATE (GR-IDX)
           MOVE GR-BAND TO GT-BAND (GR-IDX)
           MOVE GR-PRICE TO GT-PRICE (GR-IDX)
           .

       LoadBookingTable.
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

      *>----------------------------------------------------------------
      *> SettleOneBooking - admitted heads at the agreed rates go on
      *> the organiser's bill; the places not used are released.  A
      *> group that never came settles at nothing as a no-show.
      *>----------------------------------------------------------------
       SettleOneBooking.
           ADD 1 TO WS-DUE-COUNT
           MOVE SPACES TO WS-HOLD-REASON
           MOVE ZERO TO WS-INVOICE-AMOUNT
           COMPUTE WS-EXPECTED-HEADS =
               GB-EXPECTED (1) + GB-EXPECTED (2) + GB-EXPECTED (3)
           COMPUTE WS-ADMITTED-HEADS =
               GB-ADMITTED (1) + GB-ADMITTED (2) + GB-ADMITTED (3)
           MOVE ZERO TO WS-RELEASED-HEADS
           IF WS-EXPECTED-HEADS > WS-ADMITTED-HEADS
               COMPUTE WS-RELEASED-HEADS =
                   WS-EXPECTED-HEADS - WS-ADMITTED-HEADS
           END-IF
           MOVE GB-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               MOVE "HELD - ACCOUNT NOT ON FILE" TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > 3
                           OR WS-HOLD-REASON NOT = SPACES
                   PERFORM PriceOneBand
               END-PERFORM
           END-IF
           IF WS-HOLD-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               MOVE ZERO TO WS-INVOICE-AMOUNT WS-RELEASED-HEADS
               MOVE WS-HOLD-REASON TO RL-RESULT
               PERFORM WriteReportLine
               EXIT PARAGRAPH
           END-IF
           IF WS-INVOICE-AMOUNT > ZERO
               PERFORM InvoiceOrganiser
           END-IF
           SET GB-SETTLED TO TRUE
           MOVE WS-RUN-DATE TO GB-SETTLED-DATE
           MOVE WS-INVOICE-AMOUNT TO GB-INVOICE-AMOUNT
           ADD 1 TO WS-SETTLED-COUNT
           ADD WS-RELEASED-HEADS TO WS-RELEASED-TOTAL
           EVALUATE TRUE
               WHEN WS-ADMITTED-HEADS = ZERO
                   ADD 1 TO WS-NO-SHOW-COUNT
                   MOVE "SETTLED - NO SHOW" TO RL-RESULT
               WHEN WS-ADMITTED-HEADS > WS-EXPECTED-HEADS
                   MOVE "SETTLED - OVER BOOKED HEADS" TO RL-RESULT
               WHEN OTHER
                   MOVE "SETTLED" TO RL-RESULT
           END-EVALUATE
           PERFORM WriteReportLine
           .

       PriceOneBand.
           IF GB-ADMITTED (WS-BAND-SUB) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BAND-PRICED
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > GROUP-RATE-COUNT
               IF GT-VERSION-DATE (GR-IDX) = GB-RATE-VERSION
                       AND GT-BAND (GR-IDX) =
                           WS-BAND-CODES (WS-BAND-SUB:1)
                   MOVE GT-PRICE (GR-IDX) TO WS-BAND-PRICE
                   MOVE "Y" TO WS-BAND-PRICED
                   SET GR-IDX TO GROUP-RATE-COUNT
               END-IF
           END-PERFORM
           IF WS-BAND-PRICED = "N"
               MOVE "HELD - NO AGREED RATE ON FILE" TO WS-HOLD-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INVOICE-AMOUNT = WS-INVOICE-AMOUNT
               + GB-ADMITTED (WS-BAND-SUB) * WS-BAND-PRICE
           .

      *>----------------------------------------------------------------
      *> InvoiceOrganiser - the settlement goes on the organiser's
      *> bill as a charge line on the TRANSACS stream like any other.
      *>----------------------------------------------------------------
       InvoiceOrganiser.
           ADD WS-INVOICE-AMOUNT TO WS-INVOICED-TOTAL
           MOVE SPACES TO TRN-RECORD
           SET TRN-CHARGE TO TRUE
           MOVE GB-ACCOUNT-NO TO TRN-ACCOUNT-NO
           MOVE WS-RUN-DATE TO TRN-DATE
           MOVE WS-INVOICE-AMOUNT TO TRN-AMOUNT
           MOVE GB-BOOKING-REF TO TRN-REFERENCE
           MOVE WS-RUN-PROGRAM-ID TO TRN-SOURCE
           WRITE TRANSACTION-FILE-RECORD FROM TRN-RECORD
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
           END-IF
           .

       WriteReportLine.
           MOVE GB-BOOKING-REF TO RL-BOOKING-REF
           MOVE GB-ACCOUNT-NO TO RL-ACCOUNT
           MOVE GB-VISIT-DATE TO RL-VISIT-DATE
           MOVE WS-EXPECTED-HEADS TO RL-EXPECTED
           MOVE WS-ADMITTED-HEADS TO RL-ADMITTED
           MOVE WS-RELEASED-HEADS TO RL-RELEASED
           MOVE WS-INVOICE-AMOUNT TO RL-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-SETTLEMENT-REPORT-STATUS NOT = "00"
               DISPLAY "GRPSETRP WRITE FAILED, STATUS = "
                   WS-SETTLEMENT-REPORT-STATUS
           END-IF
           .

       WriteNewBookingMaster.
           OPEN OUTPUT NEW-BOOKING-MASTER
           MOVE ZEROS TO WS-GEN-RECORDS
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BOOKING-TABLE-COUNT
               WRITE NEW-BOOKING-RECORD FROM BK-RECORD (BK-IDX)
               ADD 1 TO WS-GEN-RECORDS
               IF WS-NEW-BOOKING-STATUS NOT = "00"
                   DISPLAY "GRPBOOKO WRITE FAILED, STATUS = "
                       WS-NEW-BOOKING-STATUS
               END-IF
           END-PERFORM
           CLOSE NEW-BOOKING-MASTER
           MOVE "GRPBOOKO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> PostGeneralLedgerPair - one balanced debit/credit pair to the
      *> shared GLPOSTF posting file through the GLPOST service; the
      *> daily trial balance proves the pairs stayed balanced.
      *>----------------------------------------------------------------
       PostGeneralLedgerPair.
           MOVE WS-RUN-DATE TO GL-DATE
           MOVE WS-RUN-PROGRAM-ID TO GL-SOURCE
           MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
           SET GL-DEBIT TO TRUE
           MOVE WS-GL-PAIR-AMOUNT TO GL-AMOUNT
           CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
           SET GL-CREDIT TO TRUE
           CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           .

      *>----------------------------------------------------------------
      *> WriteGenerationCount - the record count of the new
      *> generation appends to the shared GENCOUNT file; that count
      *> is what the promotion utility verifies the file against
      *> before swapping it live.
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
           MOVE WS-DUE-COUNT TO CTL-INPUT-COUNT
           MOVE WS-SETTLED-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-HELD-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM GRPSETL.
