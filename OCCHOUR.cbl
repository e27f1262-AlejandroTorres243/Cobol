      ******************************************************************
      * Author:
      * Date:
      * Purpose: Hourly park occupancy profile - the day's turnstile
      *          file, entry and exit-gate scans alike, is sorted
      *          into time order and played through the park zones
      *          it names: every gate belongs to a zone on the
      *          GATEZONE list, and each entry adds a head to its
      *          zone and each exit takes one off.  Zone capacities
      *          and the warning and closing thresholds (as a
      *          percentage of capacity) are maintained on ZONECAP.
      *          Whenever a zone's heads on site cross a threshold,
      *          up or down, an alert line is appended to OCCALERT
      *          so operations know when to stop and restart selling
      *          walk-up tickets.  The hourly profile - in, out, on
      *          site at the close of the hour and the peak during
      *          it - prints on OCCRPT (copied to the report
      *          repository through RPTARCH as it closes) and is
      *          appended to the OCCHIST history that the OCCTRND
      *          day-of-week and season comparison reads.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCCHOUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ZONE-CAPACITY-FILE ASSIGN TO "ZONECAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-CAPACITY-STATUS.
           SELECT OPTIONAL GATE-ZONE-FILE ASSIGN TO "GATEZONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-ZONE-STATUS.
           SELECT OPTIONAL TURNSTILE-FILE ASSIGN TO "TURNSTIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNSTILE-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "OCCALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "OCCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OCCUPANCY-REPORT ASSIGN TO "OCCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCCUPANCY-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ZONE-CAPACITY-FILE.
       01  ZONE-CAPACITY-RECORD.
           05 ZC-ZONE PIC X(2).
           05 ZC-CAPACITY PIC 9(7).
           05 ZC-WARNING-PCT PIC 9(3).
           05 ZC-CLOSING-PCT PIC 9(3).
           05 ZC-ZONE-NAME PIC X(20).
       FD  GATE-ZONE-FILE.
       01  GATE-ZONE-RECORD.
           05 GZ-GATE PIC X(2).
           05 FILLER PIC X(1).
           05 GZ-ZONE PIC X(2).
       FD  TURNSTILE-FILE.
       01  TURNSTILE-RECORD.
           05 TS-TIME          PIC 9(6).
           05 TS-GATE          PIC X(2).
           05 TS-AGE           PIC 9(3).
           05 TS-HEIGHT        PIC 9(3).
           05 TS-PASS-NO       PIC X(10).
           05 TS-BOOKING-REF   PIC X(8).
           05 TS-DIRECTION     PIC X(1).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SR-TIME PIC 9(6).
           05 SR-GATE PIC X(2).
           05 FILLER PIC X(24).
           05 SR-DIRECTION PIC X(1).
               88 SR-EXIT-SCAN VALUE "O".
       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD PIC X(40).
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD PIC X(48).
       FD  OCCUPANCY-REPORT.
       01  OCCUPANCY-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY OCHREC.
       COPY OCAREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-ZONE-CAPACITY-STATUS PIC XX VALUE SPACES.
           88 WS-ZONE-CAPACITY-OK VALUE "00".
           88 WS-ZONE-CAPACITY-EOF VALUE "10".
       01 WS-GATE-ZONE-STATUS PIC XX VALUE SPACES.
           88 WS-GATE-ZONE-OK VALUE "00".
           88 WS-GATE-ZONE-EOF VALUE "10".
       01 WS-TURNSTILE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-TURNSTILE-FILE-OK VALUE "00".
           88 WS-TURNSTILE-FILE-EOF VALUE "10".
       01 WS-ALERT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-OCCUPANCY-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SORT-EOF PIC X VALUE "N".
           88 SORT-AT-END VALUE "Y".
      *>   The park zones.  With no ZONECAP file the whole park is
      *>   one zone, PK, of 5000 heads warning at 85 per cent and
      *>   closing at 95.  Each zone carries its hour-by-hour
      *>   profile, hour 1 being 00:00-00:59.
       01 ZONE-TABLE.
           05 ZONE-ENTRY OCCURS 20 TIMES INDEXED BY ZN-IDX.
               10 ZN-ZONE PIC X(2).
               10 ZN-NAME PIC X(20).
               10 ZN-CAPACITY PIC 9(7).
               10 ZN-WARNING-LEVEL PIC 9(7).
               10 ZN-CLOSING-LEVEL PIC 9(7).
               10 ZN-ON-SITE PIC 9(7).
               10 ZN-LEVEL PIC X(1).
               10 ZN-PEAK PIC 9(7).
               10 ZN-PEAK-TIME PIC 9(6).
               10 ZN-IN-TOTAL PIC 9(7).
               10 ZN-OUT-TOTAL PIC 9(7).
               10 ZN-ALERTS PIC 9(5).
               10 ZN-UNMATCHED-EXITS PIC 9(7).
               10 ZN-HOUR OCCURS 24 TIMES INDEXED BY HR-IDX.
                   15 ZH-IN PIC 9(7).
                   15 ZH-OUT PIC 9(7).
                   15 ZH-ON-SITE PIC 9(7).
                   15 ZH-PEAK PIC 9(7).
                   15 ZH-LEVEL PIC X(1).
       01 ZONE-COUNT PIC 9(2) VALUE ZERO.
       01 GATE-ZONE-TABLE.
           05 GATE-ZONE-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON GATE-ZONE-COUNT
               INDEXED BY GZ-IDX.
               10 GZT-GATE PIC X(2).
               10 GZT-ZONE-SUB PIC 9(2).
       01 GATE-ZONE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ZONE-SUB PIC 9(2) VALUE ZERO.
       01 WS-HOUR-SUB PIC 9(2) VALUE ZERO.
       01 WS-SCAN-HOUR PIC 9(2) VALUE ZERO.
       01 WS-NEW-LEVEL PIC X(1) VALUE SPACE.
       01 WS-CARRY-ON-SITE PIC 9(7) VALUE ZERO.
       01 WS-PERCENT PIC 9(3) VALUE ZERO.
      *>   Counts.
       01 WS-SCANS-READ PIC 9(9) VALUE ZERO.
       01 WS-ENTRY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EXIT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BAD-TIME-COUNT PIC 9(9) VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ALERT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ZONE-HEADING.
           05 FILLER PIC X(5) VALUE "ZONE ".
           05 ZL-ZONE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ZL-NAME PIC X(20).
           05 FILLER PIC X(10) VALUE " CAPACITY ".
           05 ZL-CAPACITY PIC Z(6)9.
           05 FILLER PIC X(6) VALUE " WARN ".
           05 ZL-WARNING PIC Z(6)9.
           05 FILLER PIC X(7) VALUE " CLOSE ".
           05 ZL-CLOSING PIC Z(6)9.
       01 WS-COLUMN-HEADING PIC X(80) VALUE
           "  HOUR        IN      OUT  ON SITE     PEAK  PCT LEVEL".
       01 WS-HOUR-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HL-HOUR PIC 99.
           05 FILLER PIC X(3) VALUE ":00".
           05 HL-IN PIC Z(8)9.
           05 HL-OUT PIC Z(8)9.
           05 HL-ON-SITE PIC Z(8)9.
           05 HL-PEAK PIC Z(8)9.
           05 HL-PERCENT PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-LEVEL PIC X(8).
       01 WS-ZONE-TOTAL-LINE.
           05 FILLER PIC X(7) VALUE "  DAY  ".
           05 ZT-IN PIC Z(8)9.
           05 ZT-OUT PIC Z(8)9.
           05 FILLER PIC X(6) VALUE " PEAK ".
           05 ZT-PEAK PIC Z(6)9.
           05 FILLER PIC X(4) VALUE " AT ".
           05 ZT-PEAK-TIME PIC 99B99B99.
           05 FILLER PIC X(8) VALUE " ALERTS ".
           05 ZT-ALERTS PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "OCCHOUR " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadZoneTable
           PERFORM LoadGateZoneTable
           OPEN EXTEND ALERT-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-ALERT-FILE-STATUS NOT = "00"
                   AND WS-ALERT-FILE-STATUS NOT = "05"
               OPEN OUTPUT ALERT-FILE
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SR-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS ReleaseScans
               OUTPUT PROCEDURE IS ProfileScans
           CLOSE ALERT-FILE
           PERFORM CloseOutHours
           PERFORM WriteHistory
           OPEN OUTPUT OCCUPANCY-REPORT
           PERFORM PrintOccupancyReport
           CLOSE OCCUPANCY-REPORT
           MOVE "OCCRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- HOURLY OCCUPANCY TOTALS ----------"
           DISPLAY "SCANS READ        : " WS-SCANS-READ
           DISPLAY "ENTRIES           : " WS-ENTRY-COUNT
           DISPLAY "EXITS             : " WS-EXIT-COUNT
           DISPLAY "BAD SCAN TIMES    : " WS-BAD-TIME-COUNT
           DISPLAY "UNMAPPED GATES    : " WS-UNMAPPED-COUNT
           DISPLAY "ALERTS RAISED     : " WS-ALERT-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> LoadZoneTable - ZONECAP rows: zone, capacity, warning and
      *> closing percentages, name.  A percentage left blank or out
      *> of range takes the 85 / 95 defaults.
      *>----------------------------------------------------------------
       LoadZoneTable.
           MOVE ZERO TO ZONE-COUNT
           OPEN INPUT ZONE-CAPACITY-FILE
           IF WS-ZONE-CAPACITY-OK
               PERFORM UNTIL WS-ZONE-CAPACITY-EOF
                   READ ZONE-CAPACITY-FILE
                       AT END SET WS-ZONE-CAPACITY-EOF TO TRUE
                       NOT AT END PERFORM AddZone
                   END-READ
               END-PERFORM
               CLOSE ZONE-CAPACITY-FILE
           ELSE
               IF WS-ZONE-CAPACITY-STATUS = "05"
                   CLOSE ZONE-CAPACITY-FILE
               END-IF
           END-IF
           IF ZONE-COUNT = ZERO
               DISPLAY "ZONECAP NOT AVAILABLE - WHOLE PARK DEFAULT"
               MOVE "PK" TO ZC-ZONE
               MOVE 5000 TO ZC-CAPACITY
               MOVE 85 TO ZC-WARNING-PCT
               MOVE 95 TO ZC-CLOSING-PCT
               MOVE "WHOLE PARK" TO ZC-ZONE-NAME
               PERFORM AddZone
           END-IF
           .

       AddZone.
           IF ZC-ZONE = SPACES OR ZC-CAPACITY NOT NUMERIC
                   OR ZC-CAPACITY = ZERO
               DISPLAY "ZONECAP ROW IGNORED - " ZONE-CAPACITY-RECORD
               EXIT PARAGRAPH
           END-IF
           IF ZONE-COUNT >= 20
               DISPLAY "ZONE TABLE FULL - " ZC-ZONE " DROPPED"
               EXIT PARAGRAPH
           END-IF
           IF ZC-WARNING-PCT NOT NUMERIC OR ZC-WARNING-PCT = ZERO
                   OR ZC-WARNING-PCT > 100
               MOVE 85 TO ZC-WARNING-PCT
           END-IF
           IF ZC-CLOSING-PCT NOT NUMERIC OR ZC-CLOSING-PCT = ZERO
                   OR ZC-CLOSING-PCT > 100
               MOVE 95 TO ZC-CLOSING-PCT
           END-IF
           ADD 1 TO ZONE-COUNT
           SET ZN-IDX TO ZONE-COUNT
           INITIALIZE ZONE-ENTRY (ZN-IDX)
           MOVE ZC-ZONE TO ZN-ZONE (ZN-IDX)
           MOVE ZC-ZONE-NAME TO ZN-NAME (ZN-IDX)
           MOVE ZC-CAPACITY TO ZN-CAPACITY (ZN-IDX)
           COMPUTE ZN-WARNING-LEVEL (ZN-IDX) =
               ZC-CAPACITY * ZC-WARNING-PCT / 100
           COMPUTE ZN-CLOSING-LEVEL (ZN-IDX) =
               ZC-CAPACITY * ZC-CLOSING-PCT / 100
           MOVE "N" TO ZN-LEVEL (ZN-IDX)
           PERFORM VARYING HR-IDX FROM 1 BY 1 UNTIL HR-IDX > 24
               MOVE "N" TO ZH-LEVEL (ZN-IDX, HR-IDX)
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> LoadGateZoneTable - GATEZONE says which zone each gate lets
      *> people into and out of.  A gate not listed counts against
      *> the first zone on ZONECAP, and is reported.
      *>----------------------------------------------------------------
       LoadGateZoneTable.
           OPEN INPUT GATE-ZONE-FILE
           IF WS-GATE-ZONE-OK
               PERFORM UNTIL WS-GATE-ZONE-EOF
                   READ GATE-ZONE-FILE
                       AT END SET WS-GATE-ZONE-EOF TO TRUE
                       NOT AT END PERFORM AddGateZone
                   END-READ
               END-PERFORM
               CLOSE GATE-ZONE-FILE
           ELSE
               IF WS-GATE-ZONE-STATUS = "05"
                   CLOSE GATE-ZONE-FILE
               END-IF
           END-IF
           .

       AddGateZone.
           MOVE ZERO TO WS-ZONE-SUB
           PERFORM VARYING ZN-IDX FROM 1 BY 1
                   UNTIL ZN-IDX > ZONE-COUNT
               IF ZN-ZONE (ZN-IDX) = GZ-ZONE
                   SET WS-ZONE-SUB TO ZN-IDX
                   SET ZN-IDX TO ZONE-COUNT
               END-IF
           END-PERFORM
           IF WS-ZONE-SUB = ZERO
               DISPLAY "GATEZONE ROW IGNORED - ZONE NOT ON ZONECAP - "
                   GATE-ZONE-RECORD
               EXIT PARAGRAPH
           END-IF
           IF GATE-ZONE-COUNT >= 100
               DISPLAY "GATE ZONE TABLE FULL - " GZ-GATE " DROPPED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GATE-ZONE-COUNT
           SET GZ-IDX TO GATE-ZONE-COUNT
           MOVE GZ-GATE TO GZT-GATE (GZ-IDX)
           MOVE WS-ZONE-SUB TO GZT-ZONE-SUB (GZ-IDX)
           .

       ReleaseScans.
           OPEN INPUT TURNSTILE-FILE
           IF NOT WS-TURNSTILE-FILE-OK
               DISPLAY "TURNSTIL NOT AVAILABLE, STATUS = "
                   WS-TURNSTILE-FILE-STATUS
               IF WS-TURNSTILE-FILE-STATUS = "05"
                   CLOSE TURNSTILE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TURNSTILE-FILE-EOF
               READ TURNSTILE-FILE
                   AT END SET WS-TURNSTILE-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCANS-READ
                       RELEASE SORT-RECORD FROM TURNSTILE-RECORD
               END-READ
           END-PERFORM
           CLOSE TURNSTILE-FILE
           .

      *>----------------------------------------------------------------
      *> ProfileScans - the scans in time order move each zone's
      *> heads on site up and down; every move is checked against
      *> the zone's thresholds.
      *>----------------------------------------------------------------
       ProfileScans.
           PERFORM UNTIL SORT-AT-END
               RETURN SORT-WORK
                   AT END SET SORT-AT-END TO TRUE
                   NOT AT END PERFORM ApplyOneScan
               END-RETURN
           END-PERFORM
           .

       ApplyOneScan.
           IF SR-TIME NOT NUMERIC OR SR-TIME (1:2) > "23"
               ADD 1 TO WS-BAD-TIME-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SR-TIME (1:2) TO WS-SCAN-HOUR
           COMPUTE WS-HOUR-SUB = WS-SCAN-HOUR + 1
           MOVE 1 TO WS-ZONE-SUB
           SET GZ-IDX TO 1
           SEARCH GATE-ZONE-ENTRY
               AT END
                   ADD 1 TO WS-UNMAPPED-COUNT
               WHEN GZT-GATE (GZ-IDX) = SR-GATE
                   MOVE GZT-ZONE-SUB (GZ-IDX) TO WS-ZONE-SUB
           END-SEARCH
           SET ZN-IDX TO WS-ZONE-SUB
           SET HR-IDX TO WS-HOUR-SUB
           IF SR-EXIT-SCAN
               ADD 1 TO WS-EXIT-COUNT
               ADD 1 TO ZH-OUT (ZN-IDX, HR-IDX) ZN-OUT-TOTAL (ZN-IDX)
      *>        An exit with nobody recorded on site came in before
      *>        the scanners were counting; it cannot take the zone
      *>        below empty.
               IF ZN-ON-SITE (ZN-IDX) > ZERO
                   SUBTRACT 1 FROM ZN-ON-SITE (ZN-IDX)
               ELSE
                   ADD 1 TO ZN-UNMATCHED-EXITS (ZN-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-ENTRY-COUNT
               ADD 1 TO ZH-IN (ZN-IDX, HR-IDX) ZN-IN-TOTAL (ZN-IDX)
               ADD 1 TO ZN-ON-SITE (ZN-IDX)
           END-IF
           MOVE ZN-ON-SITE (ZN-IDX) TO ZH-ON-SITE (ZN-IDX, HR-IDX)
           IF ZN-ON-SITE (ZN-IDX) > ZH-PEAK (ZN-IDX, HR-IDX)
               MOVE ZN-ON-SITE (ZN-IDX) TO ZH-PEAK (ZN-IDX, HR-IDX)
           END-IF
           IF ZN-ON-SITE (ZN-IDX) > ZN-PEAK (ZN-IDX)
               MOVE ZN-ON-SITE (ZN-IDX) TO ZN-PEAK (ZN-IDX)
               MOVE SR-TIME TO ZN-PEAK-TIME (ZN-IDX)
           END-IF
           PERFORM CheckThresholds
           .

      *>----------------------------------------------------------------
      *> CheckThresholds - the zone's level is where its heads on
      *> site now stand; a change of level in either direction is
      *> an alert.  The hour keeps the highest level it reached.
      *>----------------------------------------------------------------
       CheckThresholds.
           EVALUATE TRUE
               WHEN ZN-ON-SITE (ZN-IDX) >= ZN-CLOSING-LEVEL (ZN-IDX)
                   MOVE "C" TO WS-NEW-LEVEL
               WHEN ZN-ON-SITE (ZN-IDX) >= ZN-WARNING-LEVEL (ZN-IDX)
                   MOVE "W" TO WS-NEW-LEVEL
               WHEN OTHER
                   MOVE "N" TO WS-NEW-LEVEL
           END-EVALUATE
           IF WS-NEW-LEVEL = "C"
                   OR (WS-NEW-LEVEL = "W"
                       AND ZH-LEVEL (ZN-IDX, HR-IDX) = "N")
               MOVE WS-NEW-LEVEL TO ZH-LEVEL (ZN-IDX, HR-IDX)
           END-IF
           IF WS-NEW-LEVEL = ZN-LEVEL (ZN-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OA-RECORD
           MOVE WS-RUN-DATE TO OA-DATE
           MOVE SR-TIME TO OA-TIME
           MOVE ZN-ZONE (ZN-IDX) TO OA-ZONE
           MOVE SR-GATE TO OA-GATE
           MOVE WS-NEW-LEVEL TO OA-LEVEL
           MOVE ZN-ON-SITE (ZN-IDX) TO OA-ON-SITE
           MOVE ZN-CAPACITY (ZN-IDX) TO OA-CAPACITY
      *>    The threshold crossed: going up it is the level reached,
      *>    coming down it is the one dropped back under.
           EVALUATE TRUE
               WHEN WS-NEW-LEVEL = "C"
                   MOVE ZN-CLOSING-LEVEL (ZN-IDX) TO OA-THRESHOLD
               WHEN WS-NEW-LEVEL = "W" AND ZN-LEVEL (ZN-IDX) = "C"
                   MOVE ZN-CLOSING-LEVEL (ZN-IDX) TO OA-THRESHOLD
               WHEN OTHER
                   MOVE ZN-WARNING-LEVEL (ZN-IDX) TO OA-THRESHOLD
           END-EVALUATE
           MOVE WS-NEW-LEVEL TO ZN-LEVEL (ZN-IDX)
           ADD 1 TO ZN-ALERTS (ZN-IDX) WS-ALERT-COUNT
           WRITE ALERT-FILE-RECORD FROM OA-RECORD
           IF WS-ALERT-FILE-STATUS NOT = "00"
               DISPLAY "OCCALERT WRITE FAILED, STATUS = "
                   WS-ALERT-FILE-STATUS
           END-IF
           DISPLAY "OCCUPANCY ALERT ZONE " OA-ZONE " LEVEL " OA-LEVEL
               " AT " OA-TIME " ON SITE " OA-ON-SITE
           .

      *>----------------------------------------------------------------
      *> CloseOutHours - an hour with no scans ends where the hour
      *> before it ended, and no hour peaks below the heads it
      *> started with.
      *>----------------------------------------------------------------
       CloseOutHours.
           PERFORM VARYING ZN-IDX FROM 1 BY 1 UNTIL ZN-IDX > ZONE-COUNT
               MOVE ZERO TO WS-CARRY-ON-SITE
               PERFORM VARYING HR-IDX FROM 1 BY 1 UNTIL HR-IDX > 24
                   IF ZH-IN (ZN-IDX, HR-IDX) = ZERO
                           AND ZH-OUT (ZN-IDX, HR-IDX) = ZERO
                       MOVE WS-CARRY-ON-SITE
                           TO ZH-ON-SITE (ZN-IDX, HR-IDX)
                   END-IF
                   IF WS-CARRY-ON-SITE > ZH-PEAK (ZN-IDX, HR-IDX)
                       MOVE WS-CARRY-ON-SITE
                           TO ZH-PEAK (ZN-IDX, HR-IDX)
                   END-IF
                   MOVE ZH-ON-SITE (ZN-IDX, HR-IDX) TO WS-CARRY-ON-SITE
               END-PERFORM
           END-PERFORM
           .

       WriteHistory.
           OPEN EXTEND HISTORY-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
                   AND WS-HISTORY-FILE-STATUS NOT = "05"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM VARYING ZN-IDX FROM 1 BY 1 UNTIL ZN-IDX > ZONE-COUNT
               PERFORM VARYING HR-IDX FROM 1 BY 1 UNTIL HR-IDX > 24
                   MOVE WS-RUN-DATE TO OY-DATE
                   MOVE ZN-ZONE (ZN-IDX) TO OY-ZONE
                   SET WS-HOUR-SUB TO HR-IDX
                   COMPUTE OY-HOUR = WS-HOUR-SUB - 1
                   MOVE ZH-IN (ZN-IDX, HR-IDX) TO OY-IN-COUNT
                   MOVE ZH-OUT (ZN-IDX, HR-IDX) TO OY-OUT-COUNT
                   MOVE ZH-ON-SITE (ZN-IDX, HR-IDX) TO OY-ON-SITE
                   MOVE ZH-PEAK (ZN-IDX, HR-IDX) TO OY-PEAK
                   MOVE ZN-CAPACITY (ZN-IDX) TO OY-CAPACITY
                   MOVE ZH-LEVEL (ZN-IDX, HR-IDX) TO OY-LEVEL
                   WRITE HISTORY-FILE-RECORD FROM OY-RECORD
                   IF WS-HISTORY-FILE-STATUS NOT = "00"
                       DISPLAY "OCCHIST WRITE FAILED, STATUS = "
                           WS-HISTORY-FILE-STATUS
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE HISTORY-FILE
           .

      *>----------------------------------------------------------------
      *> PrintOccupancyReport - per zone, the hours anyone was on
      *> site or passing a gate, then the day's totals and peak.
      *>----------------------------------------------------------------
       PrintOccupancyReport.
           MOVE SPACES TO OCCUPANCY-REPORT-RECORD
           STRING "HOURLY PARK OCCUPANCY " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO OCCUPANCY-REPORT-RECORD
           WRITE OCCUPANCY-REPORT-RECORD
           PERFORM VARYING ZN-IDX FROM 1 BY 1 UNTIL ZN-IDX > ZONE-COUNT
               MOVE ZN-ZONE (ZN-IDX) TO ZL-ZONE
               MOVE ZN-NAME (ZN-IDX) TO ZL-NAME
               MOVE ZN-CAPACITY (ZN-IDX) TO ZL-CAPACITY
               MOVE ZN-WARNING-LEVEL (ZN-IDX) TO ZL-WARNING
               MOVE ZN-CLOSING-LEVEL (ZN-IDX) TO ZL-CLOSING
               MOVE SPACES TO OCCUPANCY-REPORT-RECORD
               WRITE OCCUPANCY-REPORT-RECORD
               WRITE OCCUPANCY-REPORT-RECORD FROM WS-ZONE-HEADING
               WRITE OCCUPANCY-REPORT-RECORD FROM WS-COLUMN-HEADING
               PERFORM VARYING HR-IDX FROM 1 BY 1 UNTIL HR-IDX > 24
                   IF ZH-IN (ZN-IDX, HR-IDX) > ZERO
                           OR ZH-OUT (ZN-IDX, HR-IDX) > ZERO
                           OR ZH-PEAK (ZN-IDX, HR-IDX) > ZERO
                       PERFORM PrintHourLine
                   END-IF
               END-PERFORM
               MOVE ZN-IN-TOTAL (ZN-IDX) TO ZT-IN
               MOVE ZN-OUT-TOTAL (ZN-IDX) TO ZT-OUT
               MOVE ZN-PEAK (ZN-IDX) TO ZT-PEAK
               MOVE ZN-PEAK-TIME (ZN-IDX) TO ZT-PEAK-TIME
               MOVE ZN-ALERTS (ZN-IDX) TO ZT-ALERTS
               WRITE OCCUPANCY-REPORT-RECORD FROM WS-ZONE-TOTAL-LINE
               IF ZN-UNMATCHED-EXITS (ZN-IDX) > ZERO
                   MOVE ZN-UNMATCHED-EXITS (ZN-IDX) TO ZT-IN
                   MOVE SPACES TO OCCUPANCY-REPORT-RECORD
                   STRING "  EXITS WITH NOBODY ON SITE "
                          DELIMITED BY SIZE
                          ZT-IN DELIMITED BY SIZE
                       INTO OCCUPANCY-REPORT-RECORD
                   WRITE OCCUPANCY-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE WS-UNMAPPED-COUNT TO ZT-IN
               MOVE SPACES TO OCCUPANCY-REPORT-RECORD
               STRING "SCANS AT GATES NOT ON GATEZONE "
                      DELIMITED BY SIZE
                      ZT-IN DELIMITED BY SIZE
                   INTO OCCUPANCY-REPORT-RECORD
               WRITE OCCUPANCY-REPORT-RECORD
           END-IF
           .

       PrintHourLine.
           SET WS-HOUR-SUB TO HR-IDX
           COMPUTE HL-HOUR = WS-HOUR-SUB - 1
           MOVE ZH-IN (ZN-IDX, HR-IDX) TO HL-IN
           MOVE ZH-OUT (ZN-IDX, HR-IDX) TO HL-OUT
           MOVE ZH-ON-SITE (ZN-IDX, HR-IDX) TO HL-ON-SITE
           MOVE ZH-PEAK (ZN-IDX, HR-IDX) TO HL-PEAK
           COMPUTE WS-PERCENT ROUNDED =
               ZH-PEAK (ZN-IDX, HR-IDX) * 100 / ZN-CAPACITY (ZN-IDX)
               ON SIZE ERROR MOVE 999 TO WS-PERCENT
           END-COMPUTE
           MOVE WS-PERCENT TO HL-PERCENT
           EVALUATE ZH-LEVEL (ZN-IDX, HR-IDX)
               WHEN "C"
                   MOVE "CLOSING" TO HL-LEVEL
               WHEN "W"
                   MOVE "WARNING" TO HL-LEVEL
               WHEN OTHER
                   MOVE SPACES TO HL-LEVEL
           END-EVALUATE
           WRITE OCCUPANCY-REPORT-RECORD FROM WS-HOUR-LINE
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
           MOVE WS-SCANS-READ TO CTL-INPUT-COUNT
           COMPUTE CTL-OUTPUT-COUNT = WS-ENTRY-COUNT + WS-EXIT-COUNT
           MOVE WS-BAD-TIME-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM OCCHOUR.
