      *          ROUTERPT report shows reads per route for the day -
      *          the productivity figure the field supervisor asked
      *          for - with each route's completeness.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-ROUTE-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-ROUTE-MASTER-OK VALUE "00".
           88 WS-ROUTE-MASTER-EOF VALUE "10".
           PERFORM CheckActiveMeters
           PERFORM PrintRouteTallies
           CLOSE ROUTE-REPORT
           MOVE "ROUTERPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- ROUTE CHECK TOTALS ----------"
           DISPLAY "ACTIVE METERS : " WS-ACTIVE-COUNT
           DISPLAY "MISSING READS : " WS-MISSING-COUNT
