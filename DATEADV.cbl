      *          C = close the current business day (jobs refuse to
      *              run until the next day opens),
      *          A = advance: close-day housekeeping done, open the
      *              next business day (weekends and HOLIDAYS
      *              calendar dates are skipped),
      *          S = set an explicit date open (a rerun as-of a prior
      *              date).
      * Tectonics: cobc
                       " NOT CLOSED - CLOSE IT BEFORE ADVANCING"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "B" TO WS-DATE-FUNCTION
                   MOVE WS-CURRENT-DATE TO WS-DATE-1
                   MOVE 1 TO WS-DAY-COUNT
                   CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
