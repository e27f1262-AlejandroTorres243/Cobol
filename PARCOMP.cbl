      ******************************************************************
      * Author:
      * Date:
      * Purpose: Parallel-run comparison - after the old and new
      *          versions of a changed program have run side by side,
      *          compare what each wrote and report exactly what the
      *          change moved.  The PARCTL layout cards drive it: an
      *          F card names the old and new files, the copybook
      *          layout (IV-RECORD, TRN-RECORD, GL-RECORD,
      *          CUSTOMER-MASTER-RECORD ...) and the record length;
      *          K cards give the key fields the two sides are
      *          matched on (none, and records match in sequence -
      *          the way to compare two reports); D cards name the
      *          copybook fields to compare, with their position,
      *          length and type (X text, N zoned, L sign leading
      *          separate, P packed, with the decimal places); I
      *          cards name fields to ignore, such as run dates and
      *          run times.  Several F groups compare several file
      *          pairs in one run.  PARRPT lists records found on one
      *          side only and every field that differs, old value
      *          beside new, then per field the records differing
      *          and the old and new totals of the amounts, so the
      *          sign-off shows the net money moved.  Bytes outside
      *          every declared field are still compared and any
      *          difference there is reported by position.  The run
      *          ends RC 4 when anything differs, RC 8 when the
      *          cards are unusable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "PARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.
      *>   The files under comparison are whatever the F card names,
      *>   so they assign to data names.
           SELECT OPTIONAL OLD-FILE ASSIGN TO WS-OLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT OPTIONAL NEW-FILE ASSIGN TO WS-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
      *>   The customer master is the one indexed file a billing
      *>   change writes; an F card of organization M reads the two
      *>   copies through these instead.
           SELECT OPTIONAL OLD-MASTER ASSIGN TO WS-OLD-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-ACCOUNT-NO
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT OPTIONAL NEW-MASTER ASSIGN TO WS-NEW-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-ACCOUNT-NO
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT COMPARE-REPORT ASSIGN TO "PARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD PIC X(80).
       FD  OLD-FILE.
       01  OLD-FILE-RECORD PIC X(256).
       FD  NEW-FILE.
       01  NEW-FILE-RECORD PIC X(256).
       FD  OLD-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       01  OLD-MASTER-RECORD.
           05 OM-ACCOUNT-NO PIC 9(10).
           05 FILLER PIC X(113).
       FD  NEW-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       01  NEW-MASTER-RECORD.
           05 NM-ACCOUNT-NO PIC 9(10).
           05 FILLER PIC X(113).
       FD  COMPARE-REPORT.
       01  COMPARE-REPORT-RECORD PIC X(132).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-CONTROL-CARD-STATUS PIC XX VALUE SPACES.
           88 WS-CONTROL-CARD-OK VALUE "00".
           88 WS-CONTROL-CARD-EOF VALUE "10".
       01 WS-OLD-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-OLD-FILE-OK VALUE "00".
           88 WS-OLD-FILE-EOF VALUE "10".
       01 WS-NEW-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-NEW-FILE-OK VALUE "00".
           88 WS-NEW-FILE-EOF VALUE "10".
       01 WS-COMPARE-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-OLD-NAME PIC X(12) VALUE SPACES.
       01 WS-NEW-NAME PIC X(12) VALUE SPACES.
      *>   Every PARCTL card, held so each F group can be read ahead
      *>   of its comparison.
       01 WS-CARD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CARD-TABLE.
           05 WS-CARD OCCURS 500 TIMES
               INDEXED BY CD-IDX.
               10 CD-IMAGE PIC X(80).
       01 WS-CARD-SUB PIC 9(3) VALUE ZERO.
       01 WS-CARD-IMAGE PIC X(80).
       01 WS-FILE-CARD REDEFINES WS-CARD-IMAGE.
           05 FC-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 FC-OLD-NAME PIC X(12).
           05 FILLER PIC X(1).
           05 FC-NEW-NAME PIC X(12).
           05 FILLER PIC X(1).
           05 FC-LAYOUT PIC X(30).
           05 FILLER PIC X(1).
           05 FC-RECORD-LENGTH PIC 9(3).
           05 FILLER PIC X(1).
           05 FC-ORGANIZATION PIC X(1).
           05 FILLER PIC X(16).
       01 WS-FIELD-CARD REDEFINES WS-CARD-IMAGE.
           05 KC-TYPE PIC X(1).
               88 CARD-FILE VALUE "F".
               88 CARD-KEY VALUE "K".
               88 CARD-FIELD VALUE "D".
               88 CARD-IGNORE VALUE "I".
               88 CARD-COMMENT VALUE "*" " ".
           05 FILLER PIC X(1).
           05 KC-FIELD-NAME PIC X(30).
           05 FILLER PIC X(1).
           05 KC-START PIC 9(3).
           05 FILLER PIC X(1).
           05 KC-LENGTH PIC 9(3).
           05 FILLER PIC X(1).
           05 KC-DATA-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 KC-DECIMALS PIC 9(1).
           05 FILLER PIC X(37).
      *>   The pair being compared, from its F, K, D and I cards.
       01 WS-PAIR-LAYOUT PIC X(30) VALUE SPACES.
       01 WS-RECORD-LENGTH PIC 9(3) VALUE ZERO.
       01 WS-PAIR-ORGANIZATION PIC X VALUE "L".
           88 PAIR-LINE-SEQUENTIAL VALUE "L".
           88 PAIR-CUSTOMER-MASTER VALUE "M".
       01 WS-PAIR-ERROR PIC X VALUE "N".
           88 PAIR-CARDS-BAD VALUE "Y".
       01 WS-KEY-COUNT PIC 9 VALUE ZERO.
       01 WS-KEY-LENGTH PIC 9(3) VALUE ZERO.
       01 WS-KEY-TABLE.
           05 WS-KEY-PART OCCURS 4 TIMES.
               10 KY-START PIC 9(3).
               10 KY-LENGTH PIC 9(3).
       01 WS-KEY-SUB PIC 9 VALUE ZERO.
       01 WS-KEY-POS PIC 9(3) VALUE ZERO.
       01 WS-FIELD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FIELD-TABLE.
           05 WS-FIELD OCCURS 60 TIMES
               INDEXED BY FT-IDX.
               10 FT-NAME PIC X(30).
               10 FT-START PIC 9(3).
               10 FT-LENGTH PIC 9(3).
               10 FT-TYPE PIC X(1).
                   88 FT-TEXT VALUE "X".
                   88 FT-NUMERIC VALUE "N" "L" "P".
               10 FT-DECIMALS PIC 9(1).
               10 FT-IGNORE PIC X(1).
                   88 FT-IGNORED VALUE "Y".
               10 FT-DIFF-COUNT PIC 9(9).
               10 FT-OLD-TOTAL PIC S9(15)V9(4).
               10 FT-NEW-TOTAL PIC S9(15)V9(4).
      *>   The new side of the pair, held so the old side can be
      *>   matched against it in any order.  The search starts just
      *>   past the last match, so two files written in the same
      *>   order match in a single pass.
       01 WS-NEW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 5000 TIMES.
               10 NT-KEY PIC X(40).
               10 NT-MATCHED PIC X(1).
               10 NT-RECORD PIC X(256).
       01 WS-NEW-TABLE-FULL PIC X VALUE "N".
       01 WS-SEARCH-START PIC 9(5) VALUE 1.
       01 WS-PROBE PIC 9(5) VALUE ZERO.
       01 WS-PROBE-SUB PIC 9(5) VALUE ZERO.
       01 WS-PROBE-QUOT PIC 9(5) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(5) VALUE ZERO.
       01 WS-OLD-RECORD PIC X(256).
       01 WS-NEW-RECORD PIC X(256).
       01 WS-OLD-MASKED PIC X(256).
       01 WS-NEW-MASKED PIC X(256).
       01 WS-WORK-RECORD PIC X(256).
       01 WS-WORK-KEY PIC X(40).
       01 WS-RECORD-SEQ PIC 9(9) VALUE ZERO.
       01 WS-RECORD-DIFFERS PIC X VALUE "N".
       01 WS-BYTE-SUB PIC 9(3) VALUE ZERO.
       01 WS-FIRST-DIFF-POS PIC 9(3) VALUE ZERO.
      *>   Field value work - a numeric field is lined up on the right
      *>   of a work area of its own type and scaled by its decimals.
       01 WS-WORK-START PIC 9(3) VALUE ZERO.
       01 WS-WORK-LENGTH PIC 9(3) VALUE ZERO.
       01 WS-WORK-TYPE PIC X VALUE SPACE.
       01 WS-WORK-DECIMALS PIC 9 VALUE ZERO.
       01 WS-ZONED-AREA PIC X(18).
       01 WS-ZONED-NUMBER REDEFINES WS-ZONED-AREA PIC S9(18).
       01 WS-DIGIT-AREA PIC X(18).
       01 WS-DIGIT-NUMBER REDEFINES WS-DIGIT-AREA PIC 9(18).
       01 WS-PACKED-AREA PIC X(9).
       01 WS-PACKED-NUMBER REDEFINES WS-PACKED-AREA
           PIC S9(17) COMP-3.
       01 WS-RAW-VALUE PIC S9(18) VALUE ZERO.
       01 WS-FIELD-VALUE PIC S9(14)V9(4) VALUE ZERO.
       01 WS-OLD-VALUE PIC S9(14)V9(4) VALUE ZERO.
       01 WS-NEW-VALUE PIC S9(14)V9(4) VALUE ZERO.
       01 WS-SCALE-VALUES.
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 10.
           05 FILLER PIC 9(5) VALUE 100.
           05 FILLER PIC 9(5) VALUE 1000.
           05 FILLER PIC 9(5) VALUE 10000.
       01 WS-SCALE-TABLE REDEFINES WS-SCALE-VALUES.
           05 WS-SCALE PIC 9(5) OCCURS 5 TIMES.
       01 WS-EDIT-VALUE PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *>   Pair and run counts.
       01 WS-OLD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NEW-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MATCHED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-IDENTICAL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DIFFERENT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ONLY-OLD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ONLY-NEW-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DETAIL-LIMIT PIC 9(9) VALUE 1000.
       01 WS-PAIR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PAIRS-DIFFERENT PIC 9(3) VALUE ZERO.
       01 WS-PAIRS-REJECTED PIC 9(3) VALUE ZERO.
       01 WS-RUN-RECORDS PIC 9(9) VALUE ZERO.
       01 WS-RUN-IDENTICAL PIC 9(9) VALUE ZERO.
       01 WS-RUN-DIFFERENCES PIC 9(9) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(26) VALUE
               "PARALLEL RUN COMPARISON - ".
           05 TL-LAYOUT PIC X(30).
           05 FILLER PIC X(6) VALUE "OLD: ".
           05 TL-OLD-NAME PIC X(13).
           05 FILLER PIC X(6) VALUE "NEW: ".
           05 TL-NEW-NAME PIC X(13).
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 TL-RUN-DATE PIC 9(8).
       01 WS-MATCH-LINE.
           05 FILLER PIC X(12) VALUE "MATCHED ON: ".
           05 ML-TEXT PIC X(60).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(31) VALUE "KEY".
           05 FILLER PIC X(31) VALUE "FIELD".
           05 FILLER PIC X(23) VALUE "OLD VALUE".
           05 FILLER PIC X(23) VALUE "NEW VALUE".
           05 FILLER PIC X(19) VALUE "         DIFFERENCE".
       01 WS-DETAIL-LINE.
           05 DL-KEY PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-FIELD PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-VALUES.
               10 DL-OLD-VALUE PIC X(22).
               10 FILLER PIC X(1) VALUE SPACES.
               10 DL-NEW-VALUE PIC X(22).
           05 DL-RECORD-VIEW REDEFINES DL-VALUES PIC X(45).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-DIFFERENCE PIC X(19).
       01 WS-COUNT-LINE.
           05 CL-LABEL PIC X(30).
           05 CL-COUNT PIC ZZZ,ZZZ,ZZ9.
       01 WS-FIELD-HEADING.
           05 FILLER PIC X(31) VALUE "FIELD".
           05 FILLER PIC X(5) VALUE "TYPE".
           05 FILLER PIC X(12) VALUE "  DIFFERING".
           05 FILLER PIC X(20) VALUE "           OLD TOTAL".
           05 FILLER PIC X(20) VALUE "           NEW TOTAL".
           05 FILLER PIC X(20) VALUE "           NET MOVED".
       01 WS-FIELD-LINE.
           05 FL-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 FL-TYPE PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FL-DIFFS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FL-OLD-TOTAL PIC X(19).
           05 FILLER PIC X(1) VALUE SPACES.
           05 FL-NEW-TOTAL PIC X(19).
           05 FILLER PIC X(1) VALUE SPACES.
           05 FL-NET-MOVED PIC X(19).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PARCOMP " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadControlCards
           IF WS-CARD-COUNT = ZERO
               DISPLAY "PARCTL MISSING OR EMPTY - NOTHING TO COMPARE"
               PERFORM WriteControlRecord
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COMPARE-REPORT
           MOVE 1 TO WS-CARD-SUB
           PERFORM UNTIL WS-CARD-SUB > WS-CARD-COUNT
               MOVE CD-IMAGE (WS-CARD-SUB) TO WS-CARD-IMAGE
               EVALUATE TRUE
                   WHEN CARD-FILE
                       PERFORM ComparePair
                   WHEN CARD-COMMENT
                       ADD 1 TO WS-CARD-SUB
                   WHEN OTHER
                       DISPLAY "PARCTL CARD OUTSIDE AN F GROUP: "
                           WS-CARD-IMAGE
                       ADD 1 TO WS-PAIRS-REJECTED
                       ADD 1 TO WS-CARD-SUB
               END-EVALUATE
           END-PERFORM
           CLOSE COMPARE-REPORT
           MOVE "PARRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- PARCOMP TOTALS ----------"
           DISPLAY "FILE PAIRS COMPARED : " WS-PAIR-COUNT
           DISPLAY "PAIRS WITH CHANGES  : " WS-PAIRS-DIFFERENT
           DISPLAY "PAIRS REJECTED      : " WS-PAIRS-REJECTED
           DISPLAY "RECORDS READ        : " WS-RUN-RECORDS
           DISPLAY "IDENTICAL MATCHES   : " WS-RUN-IDENTICAL
           DISPLAY "RECORDS DIFFERING   : " WS-RUN-DIFFERENCES
           PERFORM WriteControlRecord
           EVALUATE TRUE
               WHEN WS-PAIRS-REJECTED > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PAIRS-DIFFERENT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LoadControlCards.
           OPEN INPUT CONTROL-CARD-FILE
           IF NOT WS-CONTROL-CARD-OK
               IF WS-CONTROL-CARD-STATUS = "05"
                   CLOSE CONTROL-CARD-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONTROL-CARD-EOF
               READ CONTROL-CARD-FILE
                   AT END SET WS-CONTROL-CARD-EOF TO TRUE
                   NOT AT END
                       IF WS-CARD-COUNT < 500
                           ADD 1 TO WS-CARD-COUNT
                           MOVE CONTROL-CARD-RECORD
                               TO CD-IMAGE (WS-CARD-COUNT)
                       ELSE
                           DISPLAY "PARCTL OVER 500 CARDS - IGNORED: "
                               CONTROL-CARD-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-CARD-FILE
           .

      *>----------------------------------------------------------------
      *> ComparePair - take the F card at WS-CARD-SUB and the K, D and
      *> I cards behind it up to the next F card, then compare the
      *> two files and print the pair's section of the report.
      *>----------------------------------------------------------------
       ComparePair.
           PERFORM ResetPair
           MOVE FC-OLD-NAME TO WS-OLD-NAME
           MOVE FC-NEW-NAME TO WS-NEW-NAME
           MOVE FC-LAYOUT TO WS-PAIR-LAYOUT
           IF FC-ORGANIZATION = SPACE
               MOVE "L" TO WS-PAIR-ORGANIZATION
           ELSE
               MOVE FC-ORGANIZATION TO WS-PAIR-ORGANIZATION
           END-IF
           IF PAIR-CUSTOMER-MASTER
               MOVE 123 TO WS-RECORD-LENGTH
           ELSE
               IF FC-RECORD-LENGTH NUMERIC
                   MOVE FC-RECORD-LENGTH TO WS-RECORD-LENGTH
               END-IF
           END-IF
           IF WS-OLD-NAME = SPACES OR WS-NEW-NAME = SPACES
                   OR WS-RECORD-LENGTH = ZERO
                   OR WS-RECORD-LENGTH > 256
                   OR (NOT PAIR-LINE-SEQUENTIAL
                   AND NOT PAIR-CUSTOMER-MASTER)
               DISPLAY "PARCTL F CARD INVALID: " WS-CARD-IMAGE
               SET PAIR-CARDS-BAD TO TRUE
           END-IF
           ADD 1 TO WS-CARD-SUB
           PERFORM UNTIL WS-CARD-SUB > WS-CARD-COUNT
               MOVE CD-IMAGE (WS-CARD-SUB) TO WS-CARD-IMAGE
               IF CARD-FILE
                   EXIT PERFORM
               END-IF
               PERFORM TakeFieldCard
               ADD 1 TO WS-CARD-SUB
           END-PERFORM
           ADD 1 TO WS-PAIR-COUNT
           PERFORM WritePairHeading
           IF PAIR-CARDS-BAD
               MOVE "LAYOUT CARDS INVALID - PAIR NOT COMPARED"
                   TO COMPARE-REPORT-RECORD
               WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 2 LINES
               ADD 1 TO WS-PAIRS-REJECTED
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadNewSide
           IF WS-NEW-TABLE-FULL = "Y"
               MOVE "NEW FILE OVER 5000 RECORDS - PAIR NOT COMPARED"
                   TO COMPARE-REPORT-RECORD
               WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 2 LINES
               ADD 1 TO WS-PAIRS-REJECTED
               EXIT PARAGRAPH
           END-IF
           PERFORM MatchOldSide
           PERFORM ReportNewOnly
           PERFORM WritePairSummary
           ADD WS-OLD-COUNT TO WS-RUN-RECORDS
           ADD WS-NEW-READ-COUNT TO WS-RUN-RECORDS
           ADD WS-IDENTICAL-COUNT TO WS-RUN-IDENTICAL
           ADD WS-DIFFERENT-COUNT TO WS-RUN-DIFFERENCES
           ADD WS-ONLY-OLD-COUNT TO WS-RUN-DIFFERENCES
           ADD WS-ONLY-NEW-COUNT TO WS-RUN-DIFFERENCES
           IF WS-DIFFERENT-COUNT > ZERO OR WS-ONLY-OLD-COUNT > ZERO
                   OR WS-ONLY-NEW-COUNT > ZERO
               ADD 1 TO WS-PAIRS-DIFFERENT
           END-IF
           .

       ResetPair.
           MOVE "N" TO WS-PAIR-ERROR
           MOVE "N" TO WS-NEW-TABLE-FULL
           MOVE ZERO TO WS-RECORD-LENGTH WS-KEY-COUNT WS-KEY-LENGTH
               WS-FIELD-COUNT WS-NEW-COUNT WS-OLD-COUNT
               WS-NEW-READ-COUNT WS-MATCHED-COUNT WS-IDENTICAL-COUNT
               WS-DIFFERENT-COUNT WS-ONLY-OLD-COUNT WS-ONLY-NEW-COUNT
               WS-DETAIL-COUNT
           MOVE 1 TO WS-SEARCH-START
           .

      *>----------------------------------------------------------------
      *> TakeFieldCard - a K card adds a key part (four at most, forty
      *> bytes in all); D and I cards add a field to compare or to
      *> leave out.  A field must sit inside the record, be of a
      *> known type and fit its work area.
      *>----------------------------------------------------------------
       TakeFieldCard.
           IF CARD-COMMENT
               EXIT PARAGRAPH
           END-IF
           IF NOT CARD-KEY AND NOT CARD-FIELD AND NOT CARD-IGNORE
               DISPLAY "PARCTL CARD TYPE UNKNOWN: " WS-CARD-IMAGE
               SET PAIR-CARDS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF KC-START NOT NUMERIC OR KC-LENGTH NOT NUMERIC
                   OR KC-START = ZERO OR KC-LENGTH = ZERO
                   OR KC-START + KC-LENGTH - 1 > WS-RECORD-LENGTH
               DISPLAY "PARCTL FIELD OUTSIDE THE RECORD: "
                   WS-CARD-IMAGE
               SET PAIR-CARDS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CARD-KEY
               IF WS-KEY-COUNT = 4
                       OR WS-KEY-LENGTH + KC-LENGTH > 40
                   DISPLAY "PARCTL KEY OVER 4 PARTS OR 40 BYTES: "
                       WS-CARD-IMAGE
                   SET PAIR-CARDS-BAD TO TRUE
               ELSE
                   ADD 1 TO WS-KEY-COUNT
                   MOVE KC-START TO KY-START (WS-KEY-COUNT)
                   MOVE KC-LENGTH TO KY-LENGTH (WS-KEY-COUNT)
                   ADD KC-LENGTH TO WS-KEY-LENGTH
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-COUNT = 60
               DISPLAY "PARCTL OVER 60 FIELDS: " WS-CARD-IMAGE
               SET PAIR-CARDS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF KC-DATA-TYPE = SPACE
               MOVE "X" TO KC-DATA-TYPE
           END-IF
           IF KC-DECIMALS NOT NUMERIC
               MOVE ZERO TO KC-DECIMALS
           END-IF
           IF (KC-DATA-TYPE NOT = "X" AND NOT = "N" AND NOT = "L"
                   AND NOT = "P")
                   OR KC-DECIMALS > 4
                   OR (KC-DATA-TYPE = "N" AND KC-LENGTH > 18)
                   OR (KC-DATA-TYPE = "L" AND KC-LENGTH > 19)
                   OR (KC-DATA-TYPE = "P" AND KC-LENGTH > 9)
               DISPLAY "PARCTL FIELD TYPE OR SIZE INVALID: "
                   WS-CARD-IMAGE
               SET PAIR-CARDS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FIELD-COUNT
           SET FT-IDX TO WS-FIELD-COUNT
           MOVE KC-FIELD-NAME TO FT-NAME (FT-IDX)
           MOVE KC-START TO FT-START (FT-IDX)
           MOVE KC-LENGTH TO FT-LENGTH (FT-IDX)
           MOVE KC-DATA-TYPE TO FT-TYPE (FT-IDX)
           MOVE KC-DECIMALS TO FT-DECIMALS (FT-IDX)
           IF CARD-IGNORE
               MOVE "Y" TO FT-IGNORE (FT-IDX)
           ELSE
               MOVE "N" TO FT-IGNORE (FT-IDX)
           END-IF
           MOVE ZERO TO FT-DIFF-COUNT (FT-IDX) FT-OLD-TOTAL (FT-IDX)
               FT-NEW-TOTAL (FT-IDX)
           .

       WritePairHeading.
           MOVE WS-PAIR-LAYOUT TO TL-LAYOUT
           MOVE WS-OLD-NAME TO TL-OLD-NAME
           MOVE WS-NEW-NAME TO TL-NEW-NAME
           MOVE WS-RUN-DATE TO TL-RUN-DATE
           WRITE COMPARE-REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           IF WS-KEY-COUNT = ZERO
               MOVE "RECORD SEQUENCE" TO ML-TEXT
           ELSE
               MOVE SPACES TO ML-TEXT
               STRING WS-KEY-COUNT DELIMITED BY SIZE
                   " KEY FIELD(S), " DELIMITED BY SIZE
                   WS-KEY-LENGTH DELIMITED BY SIZE
                   " BYTES" DELIMITED BY SIZE
                   INTO ML-TEXT
           END-IF
           WRITE COMPARE-REPORT-RECORD FROM WS-MATCH-LINE
               AFTER ADVANCING 1 LINE
           WRITE COMPARE-REPORT-RECORD FROM WS-HEADING-LINE
               AFTER ADVANCING 2 LINES
           .

      *>----------------------------------------------------------------
      *> LoadNewSide - every new-file record into the table with its
      *> match key.
      *>----------------------------------------------------------------
       LoadNewSide.
           MOVE ZERO TO WS-RECORD-SEQ
           PERFORM OpenNewFile
           PERFORM UNTIL WS-NEW-FILE-EOF OR WS-NEW-TABLE-FULL = "Y"
               PERFORM ReadNewFile
               IF NOT WS-NEW-FILE-EOF
                   ADD 1 TO WS-NEW-READ-COUNT
                   IF WS-NEW-COUNT = 5000
                       MOVE "Y" TO WS-NEW-TABLE-FULL
                   ELSE
                       ADD 1 TO WS-NEW-COUNT
                       MOVE WS-NEW-RECORD TO WS-WORK-RECORD
                       PERFORM BuildMatchKey
                       MOVE WS-WORK-KEY TO NT-KEY (WS-NEW-COUNT)
                       MOVE "N" TO NT-MATCHED (WS-NEW-COUNT)
                       MOVE WS-NEW-RECORD TO NT-RECORD (WS-NEW-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CloseNewFile
           .

      *>----------------------------------------------------------------
      *> MatchOldSide - each old record looks for the first unmatched
      *> new record with the same key; the pair is compared field by
      *> field, and an old record with no partner is old-only.
      *>----------------------------------------------------------------
       MatchOldSide.
           MOVE ZERO TO WS-RECORD-SEQ
           PERFORM OpenOldFile
           PERFORM UNTIL WS-OLD-FILE-EOF
               PERFORM ReadOldFile
               IF NOT WS-OLD-FILE-EOF
                   ADD 1 TO WS-OLD-COUNT
                   MOVE WS-OLD-RECORD TO WS-WORK-RECORD
                   PERFORM BuildMatchKey
                   PERFORM FindNewPartner
                   IF WS-FOUND-SUB = ZERO
                       ADD 1 TO WS-ONLY-OLD-COUNT
                       PERFORM AddOldTotals
                       MOVE "ONLY IN OLD" TO DL-FIELD
                       PERFORM WriteOneSidedLine
                   ELSE
                       ADD 1 TO WS-MATCHED-COUNT
                       MOVE "Y" TO NT-MATCHED (WS-FOUND-SUB)
                       MOVE NT-RECORD (WS-FOUND-SUB) TO WS-NEW-RECORD
                       PERFORM CompareMatchedPair
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CloseOldFile
           .

       FindNewPartner.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-PROBE FROM 0 BY 1
                   UNTIL WS-PROBE >= WS-NEW-COUNT
                   OR WS-FOUND-SUB > ZERO
               COMPUTE WS-PROBE-SUB = WS-SEARCH-START - 1 + WS-PROBE
               DIVIDE WS-PROBE-SUB BY WS-NEW-COUNT
                   GIVING WS-PROBE-QUOT REMAINDER WS-PROBE-SUB
               ADD 1 TO WS-PROBE-SUB
               IF NT-MATCHED (WS-PROBE-SUB) = "N"
                       AND NT-KEY (WS-PROBE-SUB) = WS-WORK-KEY
                   MOVE WS-PROBE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > ZERO
               COMPUTE WS-SEARCH-START = WS-FOUND-SUB + 1
               IF WS-SEARCH-START > WS-NEW-COUNT
                   MOVE 1 TO WS-SEARCH-START
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> BuildMatchKey - the K card parts of WS-WORK-RECORD strung
      *> together, or the record's sequence number when the pair has
      *> no key.
      *>----------------------------------------------------------------
       BuildMatchKey.
           MOVE SPACES TO WS-WORK-KEY
           ADD 1 TO WS-RECORD-SEQ
           IF WS-KEY-COUNT = ZERO
               MOVE WS-RECORD-SEQ TO WS-WORK-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-KEY-POS
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               MOVE WS-WORK-RECORD (KY-START (WS-KEY-SUB):
                   KY-LENGTH (WS-KEY-SUB))
                   TO WS-WORK-KEY (WS-KEY-POS:KY-LENGTH (WS-KEY-SUB))
               ADD KY-LENGTH (WS-KEY-SUB) TO WS-KEY-POS
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> CompareMatchedPair - every declared field that is not
      *> ignored is compared and totalled; then the key, the declared
      *> and the ignored fields are blanked on both sides and what is
      *> left must still agree.
      *>----------------------------------------------------------------
       CompareMatchedPair.
           MOVE "N" TO WS-RECORD-DIFFERS
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > WS-FIELD-COUNT
               IF NOT FT-IGNORED (FT-IDX)
                   PERFORM CompareOneField
               END-IF
           END-PERFORM
           MOVE WS-OLD-RECORD TO WS-OLD-MASKED
           MOVE WS-NEW-RECORD TO WS-NEW-MASKED
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > WS-FIELD-COUNT
               MOVE SPACES TO WS-OLD-MASKED (FT-START (FT-IDX):
                   FT-LENGTH (FT-IDX))
               MOVE SPACES TO WS-NEW-MASKED (FT-START (FT-IDX):
                   FT-LENGTH (FT-IDX))
           END-PERFORM
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               MOVE SPACES TO WS-OLD-MASKED (KY-START (WS-KEY-SUB):
                   KY-LENGTH (WS-KEY-SUB))
               MOVE SPACES TO WS-NEW-MASKED (KY-START (WS-KEY-SUB):
                   KY-LENGTH (WS-KEY-SUB))
           END-PERFORM
           IF WS-OLD-MASKED (1:WS-RECORD-LENGTH)
                   NOT = WS-NEW-MASKED (1:WS-RECORD-LENGTH)
               MOVE "Y" TO WS-RECORD-DIFFERS
               MOVE ZERO TO WS-FIRST-DIFF-POS
               PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                       UNTIL WS-BYTE-SUB > WS-RECORD-LENGTH
                       OR WS-FIRST-DIFF-POS > ZERO
                   IF WS-OLD-MASKED (WS-BYTE-SUB:1)
                           NOT = WS-NEW-MASKED (WS-BYTE-SUB:1)
                       MOVE WS-BYTE-SUB TO WS-FIRST-DIFF-POS
                   END-IF
               END-PERFORM
               MOVE "(UNDECLARED BYTES)" TO DL-FIELD
               MOVE SPACES TO DL-VALUES DL-DIFFERENCE
               STRING "FROM POSITION " DELIMITED BY SIZE
                   WS-FIRST-DIFF-POS DELIMITED BY SIZE
                   INTO DL-OLD-VALUE
               PERFORM WriteDetailLine
           END-IF
           IF WS-RECORD-DIFFERS = "Y"
               ADD 1 TO WS-DIFFERENT-COUNT
           ELSE
               ADD 1 TO WS-IDENTICAL-COUNT
           END-IF
           .

       CompareOneField.
           MOVE FT-START (FT-IDX) TO WS-WORK-START
           MOVE FT-LENGTH (FT-IDX) TO WS-WORK-LENGTH
           MOVE FT-TYPE (FT-IDX) TO WS-WORK-TYPE
           MOVE FT-DECIMALS (FT-IDX) TO WS-WORK-DECIMALS
           IF FT-NUMERIC (FT-IDX)
               MOVE WS-OLD-RECORD TO WS-WORK-RECORD
               PERFORM GetFieldValue
               MOVE WS-FIELD-VALUE TO WS-OLD-VALUE
               MOVE WS-NEW-RECORD TO WS-WORK-RECORD
               PERFORM GetFieldValue
               MOVE WS-FIELD-VALUE TO WS-NEW-VALUE
               ADD WS-OLD-VALUE TO FT-OLD-TOTAL (FT-IDX)
               ADD WS-NEW-VALUE TO FT-NEW-TOTAL (FT-IDX)
           END-IF
           IF WS-OLD-RECORD (WS-WORK-START:WS-WORK-LENGTH)
                   = WS-NEW-RECORD (WS-WORK-START:WS-WORK-LENGTH)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RECORD-DIFFERS
           ADD 1 TO FT-DIFF-COUNT (FT-IDX)
           MOVE FT-NAME (FT-IDX) TO DL-FIELD
           MOVE SPACES TO DL-VALUES DL-DIFFERENCE
           IF FT-NUMERIC (FT-IDX)
               MOVE WS-OLD-VALUE TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO DL-OLD-VALUE
               MOVE WS-NEW-VALUE TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO DL-NEW-VALUE
               COMPUTE WS-EDIT-VALUE = WS-NEW-VALUE - WS-OLD-VALUE
               MOVE WS-EDIT-VALUE TO DL-DIFFERENCE
           ELSE
               MOVE WS-OLD-RECORD (WS-WORK-START:WS-WORK-LENGTH)
                   TO DL-OLD-VALUE
               MOVE WS-NEW-RECORD (WS-WORK-START:WS-WORK-LENGTH)
                   TO DL-NEW-VALUE
           END-IF
           PERFORM WriteDetailLine
           .

      *>----------------------------------------------------------------
      *> GetFieldValue - the numeric field at WS-WORK-START for
      *> WS-WORK-LENGTH in WS-WORK-RECORD, scaled by its decimals.
      *> A field that does not hold a valid number counts as zero
      *> (the byte comparison still reports it).
      *>----------------------------------------------------------------
       GetFieldValue.
           MOVE ZERO TO WS-RAW-VALUE
           EVALUATE WS-WORK-TYPE
               WHEN "N"
                   MOVE ALL "0" TO WS-ZONED-AREA
                   MOVE WS-WORK-RECORD (WS-WORK-START:WS-WORK-LENGTH)
                       TO WS-ZONED-AREA (19 - WS-WORK-LENGTH:
                           WS-WORK-LENGTH)
                   IF WS-ZONED-NUMBER NUMERIC
                       MOVE WS-ZONED-NUMBER TO WS-RAW-VALUE
                   END-IF
               WHEN "L"
                   MOVE ALL "0" TO WS-DIGIT-AREA
                   IF WS-WORK-LENGTH > 1
                       MOVE WS-WORK-RECORD (WS-WORK-START + 1:
                           WS-WORK-LENGTH - 1)
                           TO WS-DIGIT-AREA (20 - WS-WORK-LENGTH:
                               WS-WORK-LENGTH - 1)
                   END-IF
                   IF WS-DIGIT-NUMBER NUMERIC
                       MOVE WS-DIGIT-NUMBER TO WS-RAW-VALUE
                       IF WS-WORK-RECORD (WS-WORK-START:1) = "-"
                           COMPUTE WS-RAW-VALUE = 0 - WS-RAW-VALUE
                       END-IF
                   END-IF
               WHEN "P"
                   MOVE LOW-VALUES TO WS-PACKED-AREA
                   MOVE WS-WORK-RECORD (WS-WORK-START:WS-WORK-LENGTH)
                       TO WS-PACKED-AREA (10 - WS-WORK-LENGTH:
                           WS-WORK-LENGTH)
                   IF WS-PACKED-NUMBER NUMERIC
                       MOVE WS-PACKED-NUMBER TO WS-RAW-VALUE
                   END-IF
           END-EVALUATE
           COMPUTE WS-FIELD-VALUE =
               WS-RAW-VALUE / WS-SCALE (WS-WORK-DECIMALS + 1)
               ON SIZE ERROR MOVE ZERO TO WS-FIELD-VALUE
           END-COMPUTE
           .

      *>----------------------------------------------------------------
      *> A record found on one side only still counts in that side's
      *> field totals, so the net moved covers records gained and
      *> lost as well as records changed.
      *>----------------------------------------------------------------
       AddOldTotals.
           MOVE WS-OLD-RECORD TO WS-WORK-RECORD
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > WS-FIELD-COUNT
               IF FT-NUMERIC (FT-IDX) AND NOT FT-IGNORED (FT-IDX)
                   MOVE FT-START (FT-IDX) TO WS-WORK-START
                   MOVE FT-LENGTH (FT-IDX) TO WS-WORK-LENGTH
                   MOVE FT-TYPE (FT-IDX) TO WS-WORK-TYPE
                   MOVE FT-DECIMALS (FT-IDX) TO WS-WORK-DECIMALS
                   PERFORM GetFieldValue
                   ADD WS-FIELD-VALUE TO FT-OLD-TOTAL (FT-IDX)
               END-IF
           END-PERFORM
           .

       AddNewTotals.
           MOVE WS-NEW-RECORD TO WS-WORK-RECORD
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > WS-FIELD-COUNT
               IF FT-NUMERIC (FT-IDX) AND NOT FT-IGNORED (FT-IDX)
                   MOVE FT-START (FT-IDX) TO WS-WORK-START
                   MOVE FT-LENGTH (FT-IDX) TO WS-WORK-LENGTH
                   MOVE FT-TYPE (FT-IDX) TO WS-WORK-TYPE
                   MOVE FT-DECIMALS (FT-IDX) TO WS-WORK-DECIMALS
                   PERFORM GetFieldValue
                   ADD WS-FIELD-VALUE TO FT-NEW-TOTAL (FT-IDX)
               END-IF
           END-PERFORM
           .

       ReportNewOnly.
           PERFORM VARYING WS-FOUND-SUB FROM 1 BY 1
                   UNTIL WS-FOUND-SUB > WS-NEW-COUNT
               IF NT-MATCHED (WS-FOUND-SUB) = "N"
                   ADD 1 TO WS-ONLY-NEW-COUNT
                   MOVE NT-RECORD (WS-FOUND-SUB) TO WS-NEW-RECORD
                   PERFORM AddNewTotals
                   MOVE NT-KEY (WS-FOUND-SUB) TO WS-WORK-KEY
                   MOVE "ONLY IN NEW" TO DL-FIELD
                   MOVE WS-NEW-RECORD TO WS-OLD-RECORD
                   PERFORM WriteOneSidedLine
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> WriteOneSidedLine - the key and the front of the record
      *> (taken from WS-OLD-RECORD) across the two value columns.
      *>----------------------------------------------------------------
       WriteOneSidedLine.
           MOVE SPACES TO DL-VALUES DL-DIFFERENCE
           MOVE WS-OLD-RECORD TO DL-RECORD-VIEW
           PERFORM WriteDetailLine
           .

       WriteDetailLine.
           ADD 1 TO WS-DETAIL-COUNT
           IF WS-DETAIL-COUNT > WS-DETAIL-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-KEY TO DL-KEY
           WRITE COMPARE-REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-DETAIL-COUNT = WS-DETAIL-LIMIT
               MOVE "DETAIL LIMIT REACHED - THE COUNTS BELOW CARRY ON"
                   TO COMPARE-REPORT-RECORD
               WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           .

       WritePairSummary.
           IF WS-DETAIL-COUNT = ZERO
               MOVE "NO DIFFERENCES - THE TWO FILES AGREE"
                   TO COMPARE-REPORT-RECORD
               WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           MOVE "OLD RECORDS" TO CL-LABEL
           MOVE WS-OLD-COUNT TO CL-COUNT
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "NEW RECORDS" TO CL-LABEL
           MOVE WS-NEW-READ-COUNT TO CL-COUNT
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MATCHED" TO CL-LABEL
           MOVE WS-MATCHED-COUNT TO CL-COUNT
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  IDENTICAL" TO CL-LABEL
           MOVE WS-IDENTICAL-COUNT TO CL-COUNT
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  DIFFERING" TO CL-LABEL
           MOVE WS-DIFFERENT-COUNT TO CL-COUNT
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ONLY IN OLD" TO CL-LABEL
           MOVE WS-ONLY-OLD-COUNT TO CL-COUNT
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ONLY IN NEW" TO CL-LABEL
           MOVE WS-ONLY-NEW-COUNT TO CL-COUNT
           WRITE COMPARE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-FIELD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           WRITE COMPARE-REPORT-RECORD FROM WS-FIELD-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > WS-FIELD-COUNT
               MOVE SPACES TO WS-FIELD-LINE
               MOVE FT-NAME (FT-IDX) TO FL-NAME
               MOVE FT-TYPE (FT-IDX) TO FL-TYPE
               IF FT-IGNORED (FT-IDX)
                   MOVE "IGNORED" TO FL-OLD-TOTAL
               ELSE
                   MOVE FT-DIFF-COUNT (FT-IDX) TO FL-DIFFS
                   IF FT-NUMERIC (FT-IDX)
                       MOVE FT-OLD-TOTAL (FT-IDX) TO WS-EDIT-VALUE
                       MOVE WS-EDIT-VALUE TO FL-OLD-TOTAL
                       MOVE FT-NEW-TOTAL (FT-IDX) TO WS-EDIT-VALUE
                       MOVE WS-EDIT-VALUE TO FL-NEW-TOTAL
                       COMPUTE WS-EDIT-VALUE = FT-NEW-TOTAL (FT-IDX)
                           - FT-OLD-TOTAL (FT-IDX)
                       MOVE WS-EDIT-VALUE TO FL-NET-MOVED
                   END-IF
               END-IF
               WRITE COMPARE-REPORT-RECORD FROM WS-FIELD-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> The two sides are line sequential files or, for organization
      *> M, the indexed customer master read in key order.
      *>----------------------------------------------------------------
       OpenOldFile.
           MOVE SPACES TO WS-OLD-FILE-STATUS
           IF PAIR-CUSTOMER-MASTER
               OPEN INPUT OLD-MASTER
           ELSE
               OPEN INPUT OLD-FILE
           END-IF
           IF NOT WS-OLD-FILE-OK
               DISPLAY WS-OLD-NAME " NOT AVAILABLE, STATUS = "
                   WS-OLD-FILE-STATUS " - READ AS EMPTY"
               IF WS-OLD-FILE-STATUS NOT = "05"
                   SET WS-OLD-FILE-EOF TO TRUE
               END-IF
           END-IF
           .

       ReadOldFile.
           IF PAIR-CUSTOMER-MASTER
               READ OLD-MASTER NEXT RECORD
                   AT END SET WS-OLD-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-OLD-RECORD
                       MOVE OLD-MASTER-RECORD TO WS-OLD-RECORD
               END-READ
           ELSE
               READ OLD-FILE
                   AT END SET WS-OLD-FILE-EOF TO TRUE
                   NOT AT END MOVE OLD-FILE-RECORD TO WS-OLD-RECORD
               END-READ
           END-IF
           .

       CloseOldFile.
           IF PAIR-CUSTOMER-MASTER
               CLOSE OLD-MASTER
           ELSE
               CLOSE OLD-FILE
           END-IF
           .

       OpenNewFile.
           MOVE SPACES TO WS-NEW-FILE-STATUS
           IF PAIR-CUSTOMER-MASTER
               OPEN INPUT NEW-MASTER
           ELSE
               OPEN INPUT NEW-FILE
           END-IF
           IF NOT WS-NEW-FILE-OK
               DISPLAY WS-NEW-NAME " NOT AVAILABLE, STATUS = "
                   WS-NEW-FILE-STATUS " - READ AS EMPTY"
               IF WS-NEW-FILE-STATUS NOT = "05"
                   SET WS-NEW-FILE-EOF TO TRUE
               END-IF
           END-IF
           .

       ReadNewFile.
           IF PAIR-CUSTOMER-MASTER
               READ NEW-MASTER NEXT RECORD
                   AT END SET WS-NEW-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-NEW-RECORD
                       MOVE NEW-MASTER-RECORD TO WS-NEW-RECORD
               END-READ
           ELSE
               READ NEW-FILE
                   AT END SET WS-NEW-FILE-EOF TO TRUE
                   NOT AT END MOVE NEW-FILE-RECORD TO WS-NEW-RECORD
               END-READ
           END-IF
           .

       CloseNewFile.
           IF PAIR-CUSTOMER-MASTER
               CLOSE NEW-MASTER
           ELSE
               CLOSE NEW-FILE
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
           MOVE WS-RUN-RECORDS TO CTL-INPUT-COUNT
           MOVE WS-RUN-IDENTICAL TO CTL-OUTPUT-COUNT
           MOVE WS-RUN-DIFFERENCES TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM PARCOMP.
