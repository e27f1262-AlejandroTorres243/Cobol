      *          rates exactly once), the new meter opens on the
      *          same account with its initial dial established, and
      *          nothing applies unless every part validates.
      *          A time-of-use meter's registers are set on the add
      *          (or a change) as a register count and codes; an
      *          exchange carries a final read for every register of
      *          the old meter and an initial read for every register
      *          of the new one, which takes the old meter's layout
      *          unless the exchange gives it one of its own.
      *          The account an add or change links a meter to must
      *          carry a valid ACCTCHK check digit: an old
      *          pre-conversion number is linked to its new account
      *          through the ACCTXREF cross-reference, and a number
      *          failing the check is rejected and written to the
      *          EXCFILE repository as a CD exception.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT OPTIONAL EXCEPTION-REPOSITORY ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  METER-MASTER.
           05  MT-INSTALL-DATE PIC 9(8).
      *>    The exchange fields: the replacement meter, the old
      *>    meter's last billed and removal dials, and the new
      *>    meter's opening dial - one set per register, in register
      *>    order, the first set serving a single-register meter.
           05  MT-NEW-METER-ID PIC X(10).
           05  MT-REGISTER-READS.
               10  MT-PRIOR-READ PIC X(3).
               10  MT-FINAL-READ PIC X(3).
               10  MT-INITIAL-READ PIC X(3).
               10  FILLER PIC X(18).
           05  MT-READ-SETS REDEFINES MT-REGISTER-READS.
               10  MT-READ-SET OCCURS 3 TIMES.
                   15  MT-SET-PRIOR PIC X(3).
                   15  MT-SET-FINAL PIC X(3).
                   15  MT-SET-INITIAL PIC X(3).
      *>    The register layout for an add, a change or the new meter
      *>    of an exchange; blank leaves it as it is.
           05  MT-REGISTER-LAYOUT.
               10  MT-REGISTER-COUNT PIC X(1).
               10  MT-REGISTER-CODE PIC X(1) OCCURS 3 TIMES.
       FD  METER-READINGS.
       01  METER-READING-RECORD.
           05 MR-METER-ID       PIC X(10).
           05 MR-PRIOR-READING  PIC 9(3).
           05 MR-CURRENT-READING PIC 9(3).
           05 MR-REGISTER PIC X(1).
       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD PIC X(33).
       FD  REJECT-REPORT.
       01  REJECT-REPORT-RECORD PIC X(60).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       FD  EXCEPTION-REPOSITORY.
       01  EXCEPTION-REPOSITORY-RECORD PIC X(215).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY EXCREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
           88 WS-NEW-MASTER-OK VALUE "00".
       01 WS-REJECT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
      *>   ACCTCHK parameters.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       01 METER-TABLE.
           05 METER-ENTRY OCCURS 500 TIMES INDEXED BY MTB-IDX.
               10 MB-RECORD PIC X(33).
       01 METER-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-HOLD-RECORD.
           05  WH-ACCOUNT-NO PIC 9(10).
           05  WH-INSTALL-DATE PIC 9(8).
           05  WH-STATUS PIC X(1).
           05  WH-REGISTER-LAYOUT.
               10  WH-REGISTER-COUNT PIC X(1).
               10  WH-REGISTER-CODE PIC X(1) OCCURS 3 TIMES.
      *>   Register layouts on an exchange: the old meter's for the
      *>   final reads, the new meter's for the initial reads.
       01 WS-OLD-LAYOUT.
           05  WS-OLD-REGISTER-COUNT PIC X(1).
           05  WS-OLD-REGISTER-CODE PIC X(1) OCCURS 3 TIMES.
       01 WS-NEW-LAYOUT.
           05  WS-NEW-REGISTER-COUNT PIC X(1).
           05  WS-NEW-REGISTER-CODE PIC X(1) OCCURS 3 TIMES.
       01 WS-OLD-REGISTERS PIC 9 VALUE ZERO.
       01 WS-NEW-REGISTERS PIC 9 VALUE ZERO.
       01 WS-REGISTER-SUB PIC 9 VALUE ZERO.
       01 WS-LAYOUT-COUNT PIC X(1) VALUE SPACE.
       01 WS-LAYOUT-REGISTERS PIC 9 VALUE ZERO.
       01 WS-TRANS-COUNT PIC 9(9) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
           END-PERFORM
           CLOSE METER-TRANS-FILE
           CLOSE REJECT-REPORT
           MOVE "MTRREJ" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WriteNewMasterFile
           DISPLAY "---------- METER MAINTENANCE TOTALS ----------"
           DISPLAY "TRANSACTIONS READ : " WS-TRANS-COUNT
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
      *>    An exchange must be whole before any of it applies: both
      *>    meter ids, all three dials on every register, and the old
      *>    meter live.
           IF WS-REJECT-REASON = SPACES AND MT-EXCHANGE
               IF MT-NEW-METER-ID = SPACES
                   MOVE "NEW METER ID MISSING" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND MT-REGISTER-COUNT NOT = SPACE
               PERFORM ValidateRegisterLayout
           END-IF
           IF WS-REJECT-REASON = SPACES AND MT-ADD
               IF MT-ACCOUNT-NO NOT NUMERIC
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND (MT-ADD OR MT-CHANGE)
                   AND MT-ACCOUNT-NO NUMERIC
                   AND MT-ACCOUNT-NO NOT = ZEROS
               PERFORM CheckAccountNumber
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM FindMeter
               IF MT-ADD AND WS-FOUND-SUB NOT = ZERO
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-REJECT-REASON = SPACES AND MT-EXCHANGE
                   PERFORM ValidateExchangeReads
               END-IF
               IF WS-REJECT-REASON = SPACES AND MT-EXCHANGE
                   PERFORM FindNewMeter
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> CheckAccountNumber - an old number is linked as its new one;
      *> a number failing its check digit, or an old number the
      *> conversion renumbered to another account, is a CD exception.
      *>----------------------------------------------------------------
       CheckAccountNumber.
           MOVE "V" TO WS-CHECK-FUNCTION
           MOVE MT-ACCOUNT-NO TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           EVALUATE WS-CHECK-RC
               WHEN 1
                   MOVE WS-CHECK-ACCOUNT TO MT-ACCOUNT-NO
               WHEN 2
                   MOVE "ACCOUNT FAILS CHECK DIGIT"
                       TO WS-REJECT-REASON
                   PERFORM WriteCheckDigitException
               WHEN 7
                   MOVE "ACCOUNT RENUMBERED - REFER"
                       TO WS-REJECT-REASON
                   PERFORM WriteCheckDigitException
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       WriteCheckDigitException.
           OPEN EXTEND EXCEPTION-REPOSITORY
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-EXCEPTION-STATUS NOT = "00"
                   AND WS-EXCEPTION-STATUS NOT = "05"
               OPEN OUTPUT EXCEPTION-REPOSITORY
           END-IF
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-PROGRAM-ID TO EXC-SOURCE
           MOVE WS-RUN-DATE TO EXC-DATE
           MOVE MT-ACCOUNT-NO TO EXC-KEY
           MOVE "CD" TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE METER-TRANS-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-EXCEPTION-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

      *>----------------------------------------------------------------
      *> ValidateRegisterLayout - a count of blank, 0 or 1 is an
      *> ordinary single-register meter; 2 or 3 registers each need
      *> a code of their own, none blank and none repeated.
      *>----------------------------------------------------------------
       ValidateRegisterLayout.
           IF MT-REGISTER-COUNT = "0" OR "1"
               EXIT PARAGRAPH
           END-IF
           IF MT-REGISTER-COUNT NOT = "2" AND NOT = "3"
               MOVE "REGISTER COUNT NOT 1 TO 3" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MT-REGISTER-CODE (1) = SPACE
                   OR MT-REGISTER-CODE (2) = SPACE
                   OR MT-REGISTER-CODE (1) = MT-REGISTER-CODE (2)
               MOVE "REGISTER CODES BLANK OR REPEATED"
                   TO WS-REJECT-REASON
           END-IF
           IF MT-REGISTER-COUNT = "3"
                   AND (MT-REGISTER-CODE (3) = SPACE
                       OR MT-REGISTER-CODE (3) = MT-REGISTER-CODE (1)
                       OR MT-REGISTER-CODE (3) = MT-REGISTER-CODE (2))
               MOVE "REGISTER CODES BLANK OR REPEATED"
                   TO WS-REJECT-REASON
           END-IF
           .

      *>----------------------------------------------------------------
      *> ValidateExchangeReads - the old meter's layout decides how
      *> many final reads the exchange must carry, the new meter's
      *> how many initial reads; each must be there and numeric,
      *> and no register may close below its last billed read.
      *>----------------------------------------------------------------
       ValidateExchangeReads.
           MOVE WH-REGISTER-LAYOUT TO WS-OLD-LAYOUT
           IF MT-REGISTER-COUNT = SPACE
               MOVE WS-OLD-LAYOUT TO WS-NEW-LAYOUT
           ELSE
               MOVE MT-REGISTER-LAYOUT TO WS-NEW-LAYOUT
           END-IF
           MOVE WS-OLD-REGISTER-COUNT TO WS-LAYOUT-COUNT
           PERFORM CountLayoutRegisters
           MOVE WS-LAYOUT-REGISTERS TO WS-OLD-REGISTERS
           MOVE WS-NEW-REGISTER-COUNT TO WS-LAYOUT-COUNT
           PERFORM CountLayoutRegisters
           MOVE WS-LAYOUT-REGISTERS TO WS-NEW-REGISTERS
           PERFORM VARYING WS-REGISTER-SUB FROM 1 BY 1
                   UNTIL WS-REGISTER-SUB > WS-OLD-REGISTERS
                       OR WS-REJECT-REASON NOT = SPACES
               IF MT-SET-PRIOR (WS-REGISTER-SUB) NOT NUMERIC
                       OR MT-SET-FINAL (WS-REGISTER-SUB) NOT NUMERIC
                   MOVE "EXCHANGE READS NOT NUMERIC"
                       TO WS-REJECT-REASON
               ELSE
                   IF MT-SET-FINAL (WS-REGISTER-SUB)
                           < MT-SET-PRIOR (WS-REGISTER-SUB)
                       MOVE "FINAL READ BELOW PRIOR READ"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-REGISTER-SUB FROM 1 BY 1
                   UNTIL WS-REGISTER-SUB > WS-NEW-REGISTERS
                       OR WS-REJECT-REASON NOT = SPACES
               IF MT-SET-INITIAL (WS-REGISTER-SUB) NOT NUMERIC
                   MOVE "EXCHANGE READS NOT NUMERIC"
                       TO WS-REJECT-REASON
               END-IF
           END-PERFORM
           .

       CountLayoutRegisters.
           IF WS-LAYOUT-COUNT = "2" OR "3"
               MOVE WS-LAYOUT-COUNT TO WS-LAYOUT-REGISTERS
           ELSE
               MOVE 1 TO WS-LAYOUT-REGISTERS
           END-IF
           .

       FindNewMeter.
           PERFORM VARYING MTB-IDX FROM 1 BY 1
                   UNTIL MTB-IDX > METER-TABLE-COUNT
               MOVE MT-ACCOUNT-NO TO WH-ACCOUNT-NO
               MOVE MT-INSTALL-DATE TO WH-INSTALL-DATE
               MOVE "A" TO WH-STATUS
               PERFORM SetRegisterLayout
               ADD 1 TO METER-TABLE-COUNT
               MOVE WS-HOLD-RECORD TO MB-RECORD (METER-TABLE-COUNT)
               ADD 1 TO WS-APPLIED-COUNT
           IF MT-INSTALL-DATE NUMERIC AND MT-INSTALL-DATE NOT = ZEROS
               MOVE MT-INSTALL-DATE TO WH-INSTALL-DATE
           END-IF
           IF MT-REGISTER-COUNT NOT = SPACE
               PERFORM SetRegisterLayout
           END-IF
           MOVE WS-HOLD-RECORD TO MB-RECORD (WS-FOUND-SUB)
           ADD 1 TO WS-APPLIED-COUNT
           .

      *>----------------------------------------------------------------
      *> SetRegisterLayout - the validated layout onto the held
      *> master record; a single-register meter carries it blank.
      *>----------------------------------------------------------------
       SetRegisterLayout.
           MOVE SPACES TO WH-REGISTER-LAYOUT
           IF MT-REGISTER-COUNT = "2" OR "3"
               MOVE MT-REGISTER-LAYOUT TO WH-REGISTER-LAYOUT
               IF MT-REGISTER-COUNT = "2"
                   MOVE SPACE TO WH-REGISTER-CODE (3)
               END-IF
           END-IF
           .

       InactivateMeter.
           MOVE MB-RECORD (WS-FOUND-SUB) TO WS-HOLD-RECORD
           MOVE "I" TO WH-STATUS
      *> stub goes to METERS so the reconciliation and tiered rating
      *> bill the transition period exactly once, and the new meter
      *> opens on the same account with its dial established (a
      *> zero-usage reading that becomes next cycle's prior).  Each
      *> register gets its own final and initial reading line.
      *>----------------------------------------------------------------
       ExchangeMeter.
           MOVE MB-RECORD (WS-FOUND-SUB) TO WS-HOLD-RECORD
                   AND WS-METER-READINGS-STATUS NOT = "05"
               OPEN OUTPUT METER-READINGS
           END-IF
           PERFORM VARYING WS-REGISTER-SUB FROM 1 BY 1
                   UNTIL WS-REGISTER-SUB > WS-OLD-REGISTERS
               MOVE MT-METER-ID TO MR-METER-ID
               MOVE MT-SET-PRIOR (WS-REGISTER-SUB) TO MR-PRIOR-READING
               MOVE MT-SET-FINAL (WS-REGISTER-SUB)
                   TO MR-CURRENT-READING
               MOVE SPACE TO MR-REGISTER
               IF WS-OLD-REGISTERS > 1
                   MOVE WS-OLD-REGISTER-CODE (WS-REGISTER-SUB)
                       TO MR-REGISTER
               END-IF
               PERFORM WriteExchangeReading
           END-PERFORM
           PERFORM VARYING WS-REGISTER-SUB FROM 1 BY 1
                   UNTIL WS-REGISTER-SUB > WS-NEW-REGISTERS
               MOVE MT-NEW-METER-ID TO MR-METER-ID
               MOVE MT-SET-INITIAL (WS-REGISTER-SUB)
                   TO MR-PRIOR-READING
               MOVE MT-SET-INITIAL (WS-REGISTER-SUB)
                   TO MR-CURRENT-READING
               MOVE SPACE TO MR-REGISTER
               IF WS-NEW-REGISTERS > 1
                   MOVE WS-NEW-REGISTER-CODE (WS-REGISTER-SUB)
                       TO MR-REGISTER
               END-IF
               PERFORM WriteExchangeReading
           END-PERFORM
           CLOSE METER-READINGS
           MOVE SPACES TO WS-HOLD-RECORD
           MOVE MT-NEW-METER-ID TO WH-METER-ID
           MOVE MB-RECORD (WS-FOUND-SUB) (11:10) TO WH-ACCOUNT-NO
           MOVE WS-RUN-DATE TO WH-INSTALL-DATE
           MOVE "A" TO WH-STATUS
           IF WS-NEW-REGISTERS > 1
               MOVE WS-NEW-LAYOUT TO WH-REGISTER-LAYOUT
           END-IF
           ADD 1 TO METER-TABLE-COUNT
           MOVE WS-HOLD-RECORD TO MB-RECORD (METER-TABLE-COUNT)
           ADD 1 TO WS-APPLIED-COUNT
           ADD 1 TO WS-EXCHANGED-COUNT
           .

       WriteExchangeReading.
           WRITE METER-READING-RECORD
           IF WS-METER-READINGS-STATUS NOT = "00"
               DISPLAY "METERS WRITE FAILED, STATUS = "
                   WS-METER-READINGS-STATUS
           END-IF
           .

       RejectTransaction.
           ADD 1 TO WS-REJECT-COUNT
           MOVE MT-ACTION TO RJ-ACTION
