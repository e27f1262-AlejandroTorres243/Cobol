      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared price-change notice gate - the rate loaders
      *          ask it before they switch to a rate version that has
      *          reached its effective date.  A version is cleared
      *          when PRCNOTE logged a notice run for it on PRCNLOG
      *          before the effective date, or when RATEVERS shows it
      *          already priced an earlier run (it went live before
      *          the gate existed, or was cleared then).  Anything
      *          else is refused and the loader stays on the version
      *          it was already using.  Both files load into working
      *          storage on the first call.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCGATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTICE-LOG ASSIGN TO "PRCNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-LOG-STATUS.
           SELECT OPTIONAL RATE-VERSION-FILE ASSIGN TO "RATEVERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-VERSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-LOG.
       01  NOTICE-LOG-RECORD PIC X(42).
       FD  RATE-VERSION-FILE.
       01  RATE-VERSION-RECORD.
           05 RV-PROGRAM PIC X(8).
           05 FILLER PIC X(1).
           05 RV-TABLE PIC X(8).
           05 FILLER PIC X(1).
           05 RV-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RV-VERSION-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       COPY PNLREC.
       01 WS-NOTICE-LOG-STATUS PIC XX VALUE SPACES.
           88 WS-NOTICE-LOG-OK VALUE "00".
           88 WS-NOTICE-LOG-EOF VALUE "10".
       01 WS-RATE-VERSION-STATUS PIC XX VALUE SPACES.
           88 WS-RATE-VERSION-OK VALUE "00".
           88 WS-RATE-VERSION-EOF VALUE "10".
       01 WS-TABLES-LOADED PIC X VALUE "N".
           88 TABLES-ARE-LOADED VALUE "Y".
      *>   Versions with advance notice logged, and versions already
      *>   priced with; each table/version pair is held once.
       01 NOTICED-TABLE.
           05 NOTICED-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON NOTICED-COUNT
               INDEXED BY NTC-IDX.
               10 NX-TABLE PIC X(8).
               10 NX-VERSION-DATE PIC 9(8).
       01 NOTICED-COUNT PIC 9(4) VALUE ZERO.
       01 IN-FORCE-TABLE.
           05 IN-FORCE-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON IN-FORCE-COUNT
               INDEXED BY IFC-IDX.
               10 IX-TABLE PIC X(8).
               10 IX-VERSION-DATE PIC 9(8).
       01 IN-FORCE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND PIC X VALUE "N".
      ******************************************************************
      * LK-GATE-RC  0 = cleared - a notice run was logged before the
      *                 effective date
      *             1 = cleared - the version has priced an earlier
      *                 run already
      *             2 = refused - no notice run logged for the version
      ******************************************************************
       LINKAGE SECTION.
       01 LK-TABLE-NAME PIC X(8).
       01 LK-VERSION-DATE PIC 9(8).
       01 LK-GATE-RC PIC 9.
       PROCEDURE DIVISION USING LK-TABLE-NAME, LK-VERSION-DATE,
           LK-GATE-RC.
       JudgeVersion.
           IF NOT TABLES-ARE-LOADED
               PERFORM LoadNoticeLog
               PERFORM LoadVersionsInForce
               MOVE "Y" TO WS-TABLES-LOADED
           END-IF
           MOVE 2 TO LK-GATE-RC
           PERFORM VARYING NTC-IDX FROM 1 BY 1
                   UNTIL NTC-IDX > NOTICED-COUNT
               IF NX-TABLE (NTC-IDX) = LK-TABLE-NAME
                       AND NX-VERSION-DATE (NTC-IDX) = LK-VERSION-DATE
                   MOVE 0 TO LK-GATE-RC
                   SET NTC-IDX TO NOTICED-COUNT
               END-IF
           END-PERFORM
           IF LK-GATE-RC = 2
               PERFORM VARYING IFC-IDX FROM 1 BY 1
                       UNTIL IFC-IDX > IN-FORCE-COUNT
                   IF IX-TABLE (IFC-IDX) = LK-TABLE-NAME
                           AND IX-VERSION-DATE (IFC-IDX)
                               = LK-VERSION-DATE
                       MOVE 1 TO LK-GATE-RC
                       SET IFC-IDX TO IN-FORCE-COUNT
                   END-IF
               END-PERFORM
           END-IF
           GOBACK.

      *>----------------------------------------------------------------
      *> LoadNoticeLog - only a notice run dated before the effective
      *> date counts; letters sent on the day the price changes are
      *> not notice of it.
      *>----------------------------------------------------------------
       LoadNoticeLog.
           OPEN INPUT NOTICE-LOG
           IF WS-NOTICE-LOG-OK
               PERFORM UNTIL WS-NOTICE-LOG-EOF
                   READ NOTICE-LOG INTO PN-RECORD
                       AT END SET WS-NOTICE-LOG-EOF TO TRUE
                       NOT AT END
                           IF PN-VERSION-DATE NUMERIC
                                   AND PN-RUN-DATE NUMERIC
                                   AND PN-RUN-DATE < PN-VERSION-DATE
                               PERFORM AddNoticedVersion
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-LOG
           ELSE
               IF WS-NOTICE-LOG-STATUS = "05"
                   CLOSE NOTICE-LOG
               END-IF
           END-IF
           .

       AddNoticedVersion.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING NTC-IDX FROM 1 BY 1
                   UNTIL NTC-IDX > NOTICED-COUNT
               IF NX-TABLE (NTC-IDX) = PN-TABLE
                       AND NX-VERSION-DATE (NTC-IDX) = PN-VERSION-DATE
                   MOVE "Y" TO WS-FOUND
                   SET NTC-IDX TO NOTICED-COUNT
               END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND NOTICED-COUNT < 200
               ADD 1 TO NOTICED-COUNT
               SET NTC-IDX TO NOTICED-COUNT
               MOVE PN-TABLE TO NX-TABLE (NTC-IDX)
               MOVE PN-VERSION-DATE TO NX-VERSION-DATE (NTC-IDX)
           END-IF
           .

       LoadVersionsInForce.
           OPEN INPUT RATE-VERSION-FILE
           IF WS-RATE-VERSION-OK
               PERFORM UNTIL WS-RATE-VERSION-EOF
                   READ RATE-VERSION-FILE
                       AT END SET WS-RATE-VERSION-EOF TO TRUE
                       NOT AT END
                           IF RV-VERSION-DATE NUMERIC
                                   AND RV-VERSION-DATE > ZERO
                               PERFORM AddVersionInForce
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-VERSION-FILE
           ELSE
               IF WS-RATE-VERSION-STATUS = "05"
                   CLOSE RATE-VERSION-FILE
               END-IF
           END-IF
           .

       AddVersionInForce.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IFC-IDX FROM 1 BY 1
                   UNTIL IFC-IDX > IN-FORCE-COUNT
               IF IX-TABLE (IFC-IDX) = RV-TABLE
                       AND IX-VERSION-DATE (IFC-IDX) = RV-VERSION-DATE
                   MOVE "Y" TO WS-FOUND
                   SET IFC-IDX TO IN-FORCE-COUNT
               END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND IN-FORCE-COUNT < 200
               ADD 1 TO IN-FORCE-COUNT
               SET IFC-IDX TO IN-FORCE-COUNT
               MOVE RV-TABLE TO IX-TABLE (IFC-IDX)
               MOVE RV-VERSION-DATE TO IX-VERSION-DATE (IFC-IDX)
           END-IF
           .
       END PROGRAM PRCGATE.
