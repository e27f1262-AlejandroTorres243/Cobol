      ******************************************************************
      * Author:
      * Date:
      * Purpose: Account number check-digit conversion - the one-off
      *          run that gives every existing CUSTMAST account a
      *          number carrying the ACCTCHK check digit.  A member's
      *          own account (the member id behind four zeros) always
      *          takes the check digit in its high-order digit, so a
      *          job that finds a member's account from the member id
      *          needs nothing but ACCTCHK "G" to do it.  Any other
      *          account whose number already verifies keeps it,
      *          unless a member's new number has claimed it;
      *          otherwise the check digit goes into its high-order
      *          digit when that is free and lands on no other
      *          account, and failing that a fresh number is issued
      *          from the ACCTCTL series.  The renumbered master is
      *          written to CMCONVRT in the CMBACKUP layout (header,
      *          records, count and balance hash trailer) so CMRELOAD
      *          rebuilds CUSTMAST from it and proves it; CMUNLOAD
      *          takes the safety copy first.  Every renumbered
      *          account goes to the ACCTXREF cross-reference (old
      *          number, new number, date) that ACCTCHK answers old
      *          numbers keyed or sent from outside from, and to the
      *          ACCTCNVR report for the customer letters.  Every
      *          file on the REKEY-FILE table - each file that
      *          carries a customer account number, from the members'
      *          payer accounts and the transaction stream and its
      *          archive to notes, promises, disputes, deposits and
      *          tax certificates - is re-keyed to its own new
      *          generation for promotion, as ACCMERGE does, so no
      *          job is left joining an old number to the new
      *          master.  TRNIDX and TRNXTR are rebuilt from the
      *          promoted files (TRNBUILD FULL, then TRNSORT).  A
      *          cross-reference already on file means the
      *          conversion has run, and the run refuses to repeat it.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCNV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
      *>   Record sequential like the unload it stands in for: the
      *>   packed CM-BALANCE bytes must reach CMRELOAD untouched.
           SELECT CONVERTED-MASTER ASSIGN TO "CMCONVRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONVERTED-MASTER-STATUS.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
      *>   The account-keyed files are whatever the REKEY-FILE
      *>   table names, so both sides assign to data names.
           SELECT OPTIONAL REKEY-IN-FILE ASSIGN TO WS-REKEY-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REKEY-IN-STATUS.
           SELECT REKEY-OUT-FILE ASSIGN TO WS-REKEY-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REKEY-OUT-STATUS.
           SELECT CONVERSION-REPORT ASSIGN TO "ACCTCNVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERSION-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT OPTIONAL GENERATION-COUNT-FILE
               ASSIGN TO "GENCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  CONVERTED-MASTER.
       01  CONVERTED-MASTER-RECORD PIC X(123).
       FD  XREF-FILE.
       01  XREF-FILE-RECORD PIC X(28).
       FD  REKEY-IN-FILE.
       01  REKEY-IN-RECORD PIC X(256).
       FD  REKEY-OUT-FILE.
       01  REKEY-OUT-RECORD PIC X(256).
       FD  CONVERSION-REPORT.
       01  CONVERSION-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY AXRREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK  VALUE "00".
           88 CM-STATUS-END VALUE "10".
       01 WS-CONVERTED-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-XREF-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-XREF-FILE-OK VALUE "00".
       01 WS-REKEY-IN-STATUS PIC XX VALUE SPACES.
           88 WS-REKEY-IN-OK VALUE "00".
           88 WS-REKEY-IN-EOF VALUE "10".
       01 WS-REKEY-OUT-STATUS PIC XX VALUE SPACES.
       01 WS-REKEY-IN-NAME PIC X(12) VALUE SPACES.
       01 WS-REKEY-OUT-NAME PIC X(12) VALUE SPACES.
       01 WS-CONVERSION-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
      *>   ACCTCHK parameters.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
      *>   Every account on the master in old number order - the
      *>   indexed read delivers them ascending, so the table can be
      *>   searched by old number with SEARCH ALL.
       01 CONVERSION-TABLE.
           05 CONVERSION-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON CONVERSION-COUNT
               ASCENDING KEY IS CV-OLD-ACCOUNT
               INDEXED BY CV-IDX.
               10 CV-OLD-ACCOUNT PIC 9(10).
               10 CV-NEW-ACCOUNT PIC 9(10).
               10 CV-METHOD PIC X.
                   88 CV-KEPT VALUE "K".
                   88 CV-DIGIT-ADDED VALUE "D".
                   88 CV-ISSUED VALUE "I".
       01 CONVERSION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ENTRY-SUB PIC 9(5) VALUE ZERO.
      *>   Every file that carries a customer account number: its
      *>   live name, the new generation it is re-keyed to, and the
      *>   position of the account in the record - with a second
      *>   position where the record holds two accounts (ACCTREL's
      *>   child and parent).  Files keyed only by member id
      *>   (INVOICEDD, MANDATES) need nothing; TRNIDX and TRNXTR are
      *>   rebuilt from the promoted files.
       01 REKEY-FILE-VALUES.
           05 FILLER PIC X(30) VALUE "ACCTNOTE    ACCTNOTO    001000".
           05 FILLER PIC X(30) VALUE "ACCTREL     ACCTRELO    001011".
           05 FILLER PIC X(30) VALUE "AGEDBAL     AGEDBALO    001000".
           05 FILLER PIC X(30) VALUE "ALRTEVT     ALRTEVTO    003000".
           05 FILLER PIC X(30) VALUE "ALRTPREF    ALRTPRFO    001000".
           05 FILLER PIC X(30) VALUE "AMLCASE     AMLCASEO    009000".
           05 FILLER PIC X(30) VALUE "BALFWD      BALFWDO     001000".
           05 FILLER PIC X(30) VALUE "BUDGPLAN    BUDGPLNO    001000".
           05 FILLER PIC X(30) VALUE "CHGCASES    CHGCASEO    001000".
           05 FILLER PIC X(30) VALUE "CLOSEHST    CLOSEHSO    001000".
           05 FILLER PIC X(30) VALUE "CLOSEREQ    CLOSEREQO   001000".
           05 FILLER PIC X(30) VALUE "CRBLAST     CRBLASTO    002000".
           05 FILLER PIC X(30) VALUE "CREDREF     CREDREFO    019000".
           05 FILLER PIC X(30) VALUE "CRNOTES     CRNOTESO    001000".
           05 FILLER PIC X(30) VALUE "CRPEND      CRPENDO     001000".
           05 FILLER PIC X(30) VALUE "DEPOSITS    DEPOSITO    001000".
           05 FILLER PIC X(30) VALUE "DISCHIST    DISCHSTO    001000".
           05 FILLER PIC X(30) VALUE "DISPUTES    DISPUTEO    001000".
           05 FILLER PIC X(30) VALUE "DORMPEND    DORMPENDO   001000".
           05 FILLER PIC X(30) VALUE "DUNHIST     DUNHISTO    001000".
           05 FILLER PIC X(30) VALUE "ESCHTRK     ESCHTRKO    001000".
           05 FILLER PIC X(30) VALUE "GCORDERS    GCORDRSO    009000".
           05 FILLER PIC X(30) VALUE "GRPBOOK     GRPBOOKO    009000".
           05 FILLER PIC X(30) VALUE "HELDDOCS    HELDDOCO    001000".
           05 FILLER PIC X(30) VALUE "INSOLV      INSOLVO     001000".
           05 FILLER PIC X(30) VALUE "INSTARRS    INSTARRO    001000".
           05 FILLER PIC X(30) VALUE "LEAKHIST    LEAKHSTO    001000".
           05 FILLER PIC X(30) VALUE "MEMBERSDD   MEMBERSO    042000".
           05 FILLER PIC X(30) VALUE "METERMST    METERMSO    011000".
           05 FILLER PIC X(30) VALUE "ORDHIST     ORDHISTO    060000".
           05 FILLER PIC X(30) VALUE "PAYHOLD     PAYHOLDO    003000".
           05 FILLER PIC X(30) VALUE "PROMISES    PROMISEO    001000".
           05 FILLER PIC X(30) VALUE "REFPEND     REFPENDO    001000".
           05 FILLER PIC X(30) VALUE "SANCLEAR    SANCLEAO    001000".
           05 FILLER PIC X(30) VALUE "SANQUEUE    SANQUEUO    001000".
           05 FILLER PIC X(30) VALUE "SCHEDULE    SCHEDOUT    001000".
           05 FILLER PIC X(30) VALUE "STORDMST    STORDMSO    001000".
           05 FILLER PIC X(30) VALUE "SUSPENSE    SUSPENSO    003000".
           05 FILLER PIC X(30) VALUE "TAXCERT     TAXCERTO    017000".
           05 FILLER PIC X(30) VALUE "TRANSACS    TRANSACO    003000".
           05 FILLER PIC X(30) VALUE "TRNHIST     TRNHISTO    003000".
           05 FILLER PIC X(30) VALUE "WOFHIST     WOFHISTO    001000".
           05 FILLER PIC X(30) VALUE "WOFPEND     WOFPENDO    001000".
       01 REKEY-FILE-TABLE REDEFINES REKEY-FILE-VALUES.
           05 REKEY-FILE OCCURS 43 TIMES.
               10 RK-LIVE-NAME PIC X(12).
               10 RK-NEW-NAME PIC X(12).
               10 RK-ACCOUNT-POS PIC 9(3).
               10 RK-SECOND-POS PIC 9(3).
       01 REKEY-FILE-COUNT PIC 9(2) VALUE 43.
       01 REKEY-TOTAL-TABLE.
           05 REKEY-TOTALS OCCURS 43 TIMES.
               10 RK-FILE-SEEN PIC X.
                   88 RK-FILE-PRESENT VALUE "Y".
               10 RK-REKEYED PIC 9(9).
               10 RK-WRITTEN PIC 9(9).
       01 WS-FILE-SUB PIC 9(2) VALUE ZERO.
       01 WS-REKEY-POSITION PIC 9(3) VALUE ZERO.
       01 WS-REKEY-ACCOUNT-TEXT PIC X(10) VALUE SPACES.
       01 WS-RECORD-CHANGED PIC X VALUE "N".
           88 RECORD-CHANGED VALUE "Y".
       01 WS-FILES-REKEYED PIC 9(9) VALUE ZERO.
       01 WS-SEARCH-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-SEARCH-FOUND PIC X VALUE "N".
           88 SEARCH-FOUND VALUE "Y".
       01 WS-NUMBER-FREE PIC X VALUE "N".
           88 NUMBER-IS-FREE VALUE "Y".
       01 WS-HIGH-DIGIT PIC 9 VALUE ZERO.
       01 WS-BASE-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-XREF-PRESENT PIC X VALUE "N".
           88 XREF-PRESENT VALUE "Y".
       01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(9) VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DIGIT-ADDED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ISSUED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-XREF-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC ---,---,---,---,--9.99.
       01 WS-BACKUP-HEADER.
           05 BH-RECORD-ID PIC X(6) VALUE "HEADER".
           05 BH-RUN-DATE PIC 9(8).
           05 BH-PROGRAM-ID PIC X(8).
           05 FILLER PIC X(59) VALUE SPACES.
       01 WS-BACKUP-TRAILER.
           05 BT-RECORD-ID PIC X(7) VALUE "TRAILER".
           05 BT-RECORD-COUNT PIC 9(9).
           05 BT-BALANCE-HASH PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(49) VALUE SPACES.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(36)
               VALUE "ACCOUNT NUMBER CHECK-DIGIT CONVERT".
           05 FILLER PIC X(10) VALUE "  RUN DATE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-RUN-DATE PIC 9(8).
       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(24) VALUE "OLD ACCOUNT NEW ACCOUNT".
           05 FILLER PIC X(20) VALUE "HOW RENUMBERED".
       01 WS-REPORT-LINE.
           05 RL-OLD-ACCOUNT PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-NEW-ACCOUNT PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-METHOD PIC X(20).
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(30).
           05 TL-COUNT PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ACCTCNV " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM CheckNotConverted
           IF XREF-PRESENT
               DISPLAY "ACCTXREF ALREADY HOLDS A CONVERSION - "
                   "ACCTCNV NOT RERUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadAccountNumbers
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > CONVERSION-COUNT
               PERFORM AssignMemberNumber
           END-PERFORM
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > CONVERSION-COUNT
               PERFORM AssignOneNumber
           END-PERFORM
           PERFORM WriteConvertedMaster
           PERFORM WriteCrossReference
           INITIALIZE REKEY-TOTAL-TABLE
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > REKEY-FILE-COUNT
               PERFORM RekeyOneFile
           END-PERFORM
           PERFORM WriteConversionReport
           DISPLAY "------ ACCOUNT NUMBER CONVERSION TOTALS ------"
           DISPLAY "ACCOUNTS READ           : " WS-READ-COUNT
           DISPLAY "NUMBER KEPT             : " WS-KEPT-COUNT
           DISPLAY "CHECK DIGIT ADDED       : " WS-DIGIT-ADDED-COUNT
           DISPLAY "NEW NUMBER ISSUED       : " WS-ISSUED-COUNT
           DISPLAY "WRITTEN TO CMCONVRT     : " WS-WRITTEN-COUNT
           MOVE WS-BALANCE-HASH TO WS-EDITED-AMOUNT
           DISPLAY "BALANCE HASH            : " WS-EDITED-AMOUNT
           DISPLAY "FILES RE-KEYED          : " WS-FILES-REKEYED
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > REKEY-FILE-COUNT
               IF RK-FILE-PRESENT (WS-FILE-SUB)
                   DISPLAY "  " RK-LIVE-NAME (WS-FILE-SUB) " TO "
                       RK-NEW-NAME (WS-FILE-SUB) " RE-KEYED "
                       RK-REKEYED (WS-FILE-SUB) " OF "
                       RK-WRITTEN (WS-FILE-SUB)
               END-IF
           END-PERFORM
           DISPLAY "RELOAD CUSTMAST FROM CMCONVRT AND PROMOTE THE "
               "NEW GENERATIONS"
           DISPLAY "THEN REBUILD TRNIDX (TBMODE FULL) AND TRNXTR"
           PERFORM WriteControlRecord
           STOP RUN.

       CheckNotConverted.
           OPEN INPUT XREF-FILE
           IF WS-XREF-FILE-STATUS = "00"
                   OR WS-XREF-FILE-STATUS = "05"
               READ XREF-FILE
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-XREF-PRESENT
               END-READ
               CLOSE XREF-FILE
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadAccountNumbers - the whole master has to be renumbered in
      *> one run, so a master bigger than the table stops the run
      *> before anything is written.
      *>----------------------------------------------------------------
       LoadAccountNumbers.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CM-STATUS-END
               READ CUSTOMER-MASTER NEXT
                   AT END SET CM-STATUS-END TO TRUE
                   NOT AT END
                       IF CONVERSION-COUNT >= 20000
                           DISPLAY "CUSTMAST HOLDS MORE THAN 20000 "
                               "ACCOUNTS - NOTHING CONVERTED"
                           CLOSE CUSTOMER-MASTER
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CONVERSION-COUNT
                       MOVE CM-ACCOUNT-NO
                           TO CV-OLD-ACCOUNT (CONVERSION-COUNT)
                       MOVE ZEROS
                           TO CV-NEW-ACCOUNT (CONVERSION-COUNT)
                       MOVE SPACE TO CV-METHOD (CONVERSION-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           MOVE CONVERSION-COUNT TO WS-READ-COUNT
           .

      *>----------------------------------------------------------------
      *> AssignMemberNumber - a member's own account, the member id
      *> behind four zeros, always takes the check digit in its
      *> high-order digit (a digit of zero keeps the number as it
      *> is), whatever other account that number might collide with:
      *> the member-id joins in billing, aging, statements and the
      *> rest rebuild the account with ACCTCHK "G" and must find it.
      *> The other account gives way in AssignOneNumber.
      *>----------------------------------------------------------------
       AssignMemberNumber.
           IF CV-OLD-ACCOUNT (WS-ENTRY-SUB) NOT < 1000000
                   OR CV-OLD-ACCOUNT (WS-ENTRY-SUB) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "G" TO WS-CHECK-FUNCTION
           MOVE CV-OLD-ACCOUNT (WS-ENTRY-SUB) TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           MOVE WS-CHECK-ACCOUNT TO CV-NEW-ACCOUNT (WS-ENTRY-SUB)
           IF WS-CHECK-ACCOUNT = CV-OLD-ACCOUNT (WS-ENTRY-SUB)
               SET CV-KEPT (WS-ENTRY-SUB) TO TRUE
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               SET CV-DIGIT-ADDED (WS-ENTRY-SUB) TO TRUE
               ADD 1 TO WS-DIGIT-ADDED-COUNT
           END-IF
           .

      *>----------------------------------------------------------------
      *> AssignOneNumber - every account AssignMemberNumber left: keep
      *> a number that already verifies, unless it is a member's new
      *> number; put the check digit on a number whose high-order
      *> digit is free, unless the result is another account's
      *> number; otherwise issue a fresh one.  Two accounts can never
      *> share a new number: digit-added numbers keep distinct bases,
      *> and an issued number is refused if any old number (kept or
      *> about to take a check digit) shares its base.
      *>----------------------------------------------------------------
       AssignOneNumber.
           IF NOT CV-METHOD (WS-ENTRY-SUB) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WS-CHECK-FUNCTION
           MOVE CV-OLD-ACCOUNT (WS-ENTRY-SUB) TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
      *>    A verified number whose base is a member's own account
      *>    (0000 and the member id) is that member's new number.
           IF WS-CHECK-RC = 0
               DIVIDE CV-OLD-ACCOUNT (WS-ENTRY-SUB) BY 1000000000
                   GIVING WS-HIGH-DIGIT REMAINDER WS-BASE-ACCOUNT
               MOVE "N" TO WS-SEARCH-FOUND
               IF WS-BASE-ACCOUNT < 1000000
                   MOVE WS-BASE-ACCOUNT TO WS-SEARCH-ACCOUNT
                   PERFORM FindOldAccount
               END-IF
               IF NOT SEARCH-FOUND
                   MOVE CV-OLD-ACCOUNT (WS-ENTRY-SUB)
                       TO CV-NEW-ACCOUNT (WS-ENTRY-SUB)
                   SET CV-KEPT (WS-ENTRY-SUB) TO TRUE
                   ADD 1 TO WS-KEPT-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CV-OLD-ACCOUNT (WS-ENTRY-SUB) < 1000000000
                   AND CV-OLD-ACCOUNT (WS-ENTRY-SUB) NOT = ZERO
               MOVE "G" TO WS-CHECK-FUNCTION
               MOVE CV-OLD-ACCOUNT (WS-ENTRY-SUB) TO WS-CHECK-ACCOUNT
               CALL "ACCTCHK" USING WS-CHECK-FUNCTION,
                   WS-CHECK-ACCOUNT, WS-CHECK-RC
               MOVE WS-CHECK-ACCOUNT TO WS-SEARCH-ACCOUNT
               PERFORM FindOldAccount
               IF NOT SEARCH-FOUND
                   MOVE WS-CHECK-ACCOUNT
                       TO CV-NEW-ACCOUNT (WS-ENTRY-SUB)
                   SET CV-DIGIT-ADDED (WS-ENTRY-SUB) TO TRUE
                   ADD 1 TO WS-DIGIT-ADDED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO WS-NUMBER-FREE
           PERFORM UNTIL NUMBER-IS-FREE
               PERFORM IssueCandidateNumber
           END-PERFORM
           MOVE WS-CHECK-ACCOUNT TO CV-NEW-ACCOUNT (WS-ENTRY-SUB)
           SET CV-ISSUED (WS-ENTRY-SUB) TO TRUE
           ADD 1 TO WS-ISSUED-COUNT
           .

       IssueCandidateNumber.
           MOVE "N" TO WS-CHECK-FUNCTION
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           IF WS-CHECK-RC NOT = 0
               DISPLAY "ACCTCTL COULD NOT ISSUE A NUMBER, RC = "
                   WS-CHECK-RC " - NOTHING CONVERTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHECK-ACCOUNT TO WS-SEARCH-ACCOUNT
           PERFORM FindOldAccount
           IF SEARCH-FOUND
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-CHECK-ACCOUNT BY 1000000000
               GIVING WS-HIGH-DIGIT REMAINDER WS-BASE-ACCOUNT
           MOVE WS-BASE-ACCOUNT TO WS-SEARCH-ACCOUNT
           PERFORM FindOldAccount
           IF NOT SEARCH-FOUND
               MOVE "Y" TO WS-NUMBER-FREE
           END-IF
           .

       FindOldAccount.
           MOVE "N" TO WS-SEARCH-FOUND
           SEARCH ALL CONVERSION-ENTRY
               AT END
                   CONTINUE
               WHEN CV-OLD-ACCOUNT (CV-IDX) = WS-SEARCH-ACCOUNT
                   MOVE "Y" TO WS-SEARCH-FOUND
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> WriteConvertedMaster - the master is read again in the same
      *> key order, so entry n of the table is record n.
      *>----------------------------------------------------------------
       WriteConvertedMaster.
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT CONVERTED-MASTER
           MOVE WS-RUN-DATE TO BH-RUN-DATE
           MOVE WS-RUN-PROGRAM-ID TO BH-PROGRAM-ID
           WRITE CONVERTED-MASTER-RECORD FROM WS-BACKUP-HEADER
           MOVE ZERO TO WS-ENTRY-SUB
           PERFORM UNTIL CM-STATUS-END
               READ CUSTOMER-MASTER NEXT
                   AT END SET CM-STATUS-END TO TRUE
                   NOT AT END PERFORM WriteOneConvertedRecord
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           MOVE WS-WRITTEN-COUNT TO BT-RECORD-COUNT
           MOVE WS-BALANCE-HASH TO BT-BALANCE-HASH
           WRITE CONVERTED-MASTER-RECORD FROM WS-BACKUP-TRAILER
           CLOSE CONVERTED-MASTER
           .

       WriteOneConvertedRecord.
           ADD 1 TO WS-ENTRY-SUB
           IF WS-ENTRY-SUB > CONVERSION-COUNT
                   OR CV-OLD-ACCOUNT (WS-ENTRY-SUB) NOT = CM-ACCOUNT-NO
               DISPLAY "CUSTMAST CHANGED DURING THE CONVERSION AT "
                   CM-ACCOUNT-NO " - DISCARD CMCONVRT"
               CLOSE CUSTOMER-MASTER CONVERTED-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CV-NEW-ACCOUNT (WS-ENTRY-SUB) TO CM-ACCOUNT-NO
           WRITE CONVERTED-MASTER-RECORD FROM CUSTOMER-MASTER-RECORD
           IF WS-CONVERTED-MASTER-STATUS NOT = "00"
               DISPLAY "CMCONVRT WRITE FAILED, STATUS = "
                   WS-CONVERTED-MASTER-STATUS
           ELSE
               ADD 1 TO WS-WRITTEN-COUNT
               ADD CM-BALANCE TO WS-BALANCE-HASH
           END-IF
           .

       WriteCrossReference.
           OPEN OUTPUT XREF-FILE
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > CONVERSION-COUNT
               IF NOT CV-KEPT (WS-ENTRY-SUB)
                   MOVE CV-OLD-ACCOUNT (WS-ENTRY-SUB) TO AX-OLD-ACCOUNT
                   MOVE CV-NEW-ACCOUNT (WS-ENTRY-SUB) TO AX-NEW-ACCOUNT
                   MOVE WS-RUN-DATE TO AX-CONVERTED-DATE
                   WRITE XREF-FILE-RECORD FROM AX-RECORD
                   IF NOT WS-XREF-FILE-OK
                       DISPLAY "ACCTXREF WRITE FAILED, STATUS = "
                           WS-XREF-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-XREF-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE XREF-FILE
           .

      *>----------------------------------------------------------------
      *> LookUpNewAccount - WS-SEARCH-ACCOUNT comes back as its new
      *> number; a number not on the master is left as it is.
      *>----------------------------------------------------------------
       LookUpNewAccount.
           MOVE "N" TO WS-SEARCH-FOUND
           SEARCH ALL CONVERSION-ENTRY
               AT END
                   CONTINUE
               WHEN CV-OLD-ACCOUNT (CV-IDX) = WS-SEARCH-ACCOUNT
                   IF NOT CV-KEPT (CV-IDX)
                       MOVE CV-NEW-ACCOUNT (CV-IDX)
                           TO WS-SEARCH-ACCOUNT
                       MOVE "Y" TO WS-SEARCH-FOUND
                   END-IF
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> RekeyOneFile - one REKEY-FILE entry: every record is copied
      *> to the new generation with its account (or both accounts)
      *> exchanged for the new number.  A file not on hand is passed
      *> over and gets no new generation.  Only a generation name
      *> that fits GENCOUNT's eight characters is counted there, as
      *> its own producer counts it.
      *>----------------------------------------------------------------
       RekeyOneFile.
           MOVE RK-LIVE-NAME (WS-FILE-SUB) TO WS-REKEY-IN-NAME
           MOVE RK-NEW-NAME (WS-FILE-SUB) TO WS-REKEY-OUT-NAME
           OPEN INPUT REKEY-IN-FILE
           IF NOT WS-REKEY-IN-OK
               IF WS-REKEY-IN-STATUS = "05"
                   CLOSE REKEY-IN-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RK-FILE-SEEN (WS-FILE-SUB)
           ADD 1 TO WS-FILES-REKEYED
           OPEN OUTPUT REKEY-OUT-FILE
           PERFORM UNTIL WS-REKEY-IN-EOF
               READ REKEY-IN-FILE
                   AT END SET WS-REKEY-IN-EOF TO TRUE
                   NOT AT END PERFORM RekeyOneRecord
               END-READ
           END-PERFORM
           CLOSE REKEY-IN-FILE REKEY-OUT-FILE
           IF WS-REKEY-OUT-NAME (9:4) = SPACES
               MOVE WS-REKEY-OUT-NAME TO WS-GEN-FILE-NAME
               MOVE RK-WRITTEN (WS-FILE-SUB) TO WS-GEN-RECORDS
               PERFORM WriteGenerationCount
           END-IF
           .

       RekeyOneRecord.
           MOVE "N" TO WS-RECORD-CHANGED
           MOVE RK-ACCOUNT-POS (WS-FILE-SUB) TO WS-REKEY-POSITION
           PERFORM RekeyAccountField
           IF RK-SECOND-POS (WS-FILE-SUB) NOT = ZERO
               MOVE RK-SECOND-POS (WS-FILE-SUB) TO WS-REKEY-POSITION
               PERFORM RekeyAccountField
           END-IF
           IF RECORD-CHANGED
               ADD 1 TO RK-REKEYED (WS-FILE-SUB)
           END-IF
           WRITE REKEY-OUT-RECORD FROM REKEY-IN-RECORD
           IF WS-REKEY-OUT-STATUS NOT = "00"
               DISPLAY WS-REKEY-OUT-NAME " WRITE FAILED, STATUS = "
                   WS-REKEY-OUT-STATUS
           ELSE
               ADD 1 TO RK-WRITTEN (WS-FILE-SUB)
           END-IF
           .

      *>----------------------------------------------------------------
      *> RekeyAccountField - the ten digits at WS-REKEY-POSITION; a
      *> header, trailer or blank account (not numeric) and a number
      *> that kept its digits are left as they are.
      *>----------------------------------------------------------------
       RekeyAccountField.
           MOVE REKEY-IN-RECORD (WS-REKEY-POSITION:10)
               TO WS-REKEY-ACCOUNT-TEXT
           IF WS-REKEY-ACCOUNT-TEXT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REKEY-ACCOUNT-TEXT TO WS-SEARCH-ACCOUNT
           PERFORM LookUpNewAccount
           IF SEARCH-FOUND
               MOVE WS-SEARCH-ACCOUNT
                   TO REKEY-IN-RECORD (WS-REKEY-POSITION:10)
               MOVE "Y" TO WS-RECORD-CHANGED
           END-IF
           .

       WriteConversionReport.
           OPEN OUTPUT CONVERSION-REPORT
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE CONVERSION-REPORT-RECORD FROM WS-HEADING-LINE-1
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD FROM WS-HEADING-LINE-2
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > CONVERSION-COUNT
               IF NOT CV-KEPT (WS-ENTRY-SUB)
                   MOVE CV-OLD-ACCOUNT (WS-ENTRY-SUB) TO RL-OLD-ACCOUNT
                   MOVE CV-NEW-ACCOUNT (WS-ENTRY-SUB) TO RL-NEW-ACCOUNT
                   IF CV-ISSUED (WS-ENTRY-SUB)
                       MOVE "NEW NUMBER ISSUED" TO RL-METHOD
                   ELSE
                       MOVE "CHECK DIGIT ADDED" TO RL-METHOD
                   END-IF
                   WRITE CONVERSION-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD
           MOVE "ACCOUNTS READ" TO TL-LABEL
           MOVE WS-READ-COUNT TO TL-COUNT
           WRITE CONVERSION-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "NUMBER KEPT" TO TL-LABEL
           MOVE WS-KEPT-COUNT TO TL-COUNT
           WRITE CONVERSION-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "CHECK DIGIT ADDED" TO TL-LABEL
           MOVE WS-DIGIT-ADDED-COUNT TO TL-COUNT
           WRITE CONVERSION-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "NEW NUMBER ISSUED" TO TL-LABEL
           MOVE WS-ISSUED-COUNT TO TL-COUNT
           WRITE CONVERSION-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "ACCTXREF LINES WRITTEN" TO TL-LABEL
           MOVE WS-XREF-COUNT TO TL-COUNT
           WRITE CONVERSION-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > REKEY-FILE-COUNT
               IF RK-FILE-PRESENT (WS-FILE-SUB)
                   MOVE SPACES TO TL-LABEL
                   STRING RK-LIVE-NAME (WS-FILE-SUB)
                           DELIMITED BY SPACE
                       " RECORDS RE-KEYED" DELIMITED BY SIZE
                       INTO TL-LABEL
                   END-STRING
                   MOVE RK-REKEYED (WS-FILE-SUB) TO TL-COUNT
                   WRITE CONVERSION-REPORT-RECORD FROM WS-TOTAL-LINE
               END-IF
           END-PERFORM
           IF WS-CONVERSION-REPORT-STATUS NOT = "00"
               DISPLAY "ACCTCNVR WRITE FAILED, STATUS = "
                   WS-CONVERSION-REPORT-STATUS
           END-IF
           CLOSE CONVERSION-REPORT
           MOVE "ACCTCNVR" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
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
           MOVE WS-READ-COUNT TO CTL-INPUT-COUNT
           MOVE WS-WRITTEN-COUNT TO CTL-OUTPUT-COUNT
           COMPUTE CTL-REJECT-COUNT = WS-READ-COUNT - WS-WRITTEN-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

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
       END PROGRAM ACCTCNV.
