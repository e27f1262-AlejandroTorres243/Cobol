      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end payroll from the PAYYTD year-to-date
      *          accumulator the payroll register keeps.  YTDPARM
      *          carries one function card:
      *          C yyyy   = print the annual earnings certificate
      *                     for every employee paid in the year
      *                     (gross, income tax, social contribution,
      *                     pension, total deductions and net, summed
      *                     from the period lines) to YTDCERTS, and
      *                     reconcile the sum of the certificates to
      *                     the year's period register totals on
      *                     YTDRECRP - month by month and in total,
      *                     with months never run flagged;
      *          B yyyymm = back a period out: PAYYTD is rewritten to
      *                     PAYYTDO without any line of that period
      *                     (the operator swaps it in, as after the
      *                     register).
      *          No card means certificates for the run date's year.
      *          Each report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "YTDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL YTD-FILE ASSIGN TO "PAYYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-FILE-STATUS.
           SELECT NEW-YTD-FILE ASSIGN TO "PAYYTDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-YTD-STATUS.
           SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "YTDCERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-FILE-STATUS.
           SELECT RECON-REPORT ASSIGN TO "YTDRECRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 YP-FUNCTION PIC X(1).
               88 YP-CERTIFICATES VALUE "C".
               88 YP-BACK-OUT     VALUE "B".
           05 FILLER PIC X(1).
           05 YP-PERIOD PIC 9(6).
           05 YP-YEAR-R REDEFINES YP-PERIOD.
               10 YP-YEAR PIC 9(4).
               10 FILLER PIC X(2).
       FD  YTD-FILE.
       01  YTD-FILE-RECORD PIC X(110).
       FD  NEW-YTD-FILE.
       01  NEW-YTD-RECORD PIC X(110).
       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 170 CHARACTERS.
       COPY EMPLOYEE.
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-FILE-RECORD PIC X(80).
       FD  RECON-REPORT.
       01  RECON-REPORT-RECORD PIC X(132).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY YTDREC.
       01 WS-PARM-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PARM-FILE-OK VALUE "00".
       01 WS-YTD-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-YTD-FILE-OK VALUE "00".
           88 WS-YTD-FILE-EOF VALUE "10".
       01 WS-NEW-YTD-STATUS PIC XX VALUE SPACES.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-EMPLOYEE-MASTER-OK VALUE "00".
           88 WS-EMPLOYEE-MASTER-EOF VALUE "10".
       01 WS-CERTIFICATE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-RECON-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-PARM-FUNCTION PIC X VALUE "C".
       01 WS-CERT-YEAR PIC 9(4) VALUE ZERO.
       01 WS-BACKOUT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-BACKOUT-PERIOD-R REDEFINES WS-BACKOUT-PERIOD.
           05 WS-BACKOUT-YEAR PIC 9(4).
           05 WS-BACKOUT-MONTH PIC 9(2).
      *>   One certificate per employee paid in the year, summed
      *>   from that employee's period lines.
       01 CERTIFICATE-TABLE.
           05 CERTIFICATE-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON CERTIFICATE-COUNT
               INDEXED BY CT-IDX.
               10 CT-ACCT-NO PIC X(8).
               10 CT-NAME PIC X(30).
               10 CT-PERIODS PIC 9(2).
               10 CT-GROSS PIC S9(9)V99.
               10 CT-TAX PIC S9(9)V99.
               10 CT-SOCIAL PIC S9(9)V99.
               10 CT-PENSION PIC S9(9)V99.
               10 CT-DEDUCTIONS PIC S9(9)V99.
               10 CT-NET PIC S9(9)V99.
       01 CERTIFICATE-COUNT PIC 9(4) VALUE ZERO.
      *>   The year month by month: what the register said it paid
      *>   (its control line) against what the employee lines add
      *>   up to.
       01 PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 12 TIMES INDEXED BY PD-IDX.
               10 PD-HAS-REGISTER PIC X(1).
               10 PD-REG-HEADCOUNT PIC 9(5).
               10 PD-REG-GROSS PIC S9(11)V99.
               10 PD-REG-DEDUCTIONS PIC S9(11)V99.
               10 PD-REG-NET PIC S9(11)V99.
               10 PD-LINE-COUNT PIC 9(5).
               10 PD-LINE-GROSS PIC S9(11)V99.
               10 PD-LINE-DEDUCTIONS PIC S9(11)V99.
               10 PD-LINE-NET PIC S9(11)V99.
       01 WS-REPORT-MONTH PIC 9(2) VALUE ZERO.
       01 WS-LINES-READ PIC 9(9) VALUE ZERO.
       01 WS-LINES-IN-YEAR PIC 9(9) VALUE ZERO.
       01 WS-LINES-KEPT PIC 9(9) VALUE ZERO.
       01 WS-LINES-BACKED-OUT PIC 9(9) VALUE ZERO.
       01 WS-LINES-LOST PIC 9(9) VALUE ZERO.
       01 WS-CERTIFICATES-PRINTED PIC 9(9) VALUE ZERO.
       01 WS-PERIODS-NOT-RUN PIC 9(2) VALUE ZERO.
       01 WS-PERIODS-OUT PIC 9(2) VALUE ZERO.
       01 WS-CERT-GROSS PIC S9(11)V99 VALUE ZERO.
       01 WS-CERT-DEDUCTIONS PIC S9(11)V99 VALUE ZERO.
       01 WS-CERT-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-REG-GROSS PIC S9(11)V99 VALUE ZERO.
       01 WS-REG-DEDUCTIONS PIC S9(11)V99 VALUE ZERO.
       01 WS-REG-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-PROOF-FAILED PIC X VALUE "N".
       01 WS-NAME-IN PIC X(30) VALUE SPACES.
       01 WS-NAME-OUT PIC X(30) VALUE SPACES.
       01 WS-EDIT-FORMAT PIC X VALUE "D".
       01 WS-EDIT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EDIT-OUTPUT PIC X(15) VALUE SPACES.
       01 WS-EDIT-RC PIC 9 VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC ---,---,---,--9.99.
       01 WS-PRINT-LINE.
           05 PL-TEXT PIC X(80).
       01 WS-DETAIL-TEXT.
           05 DT-LABEL PIC X(20).
           05 DT-AMOUNT PIC X(15).
           05 FILLER PIC X(45) VALUE SPACES.
       01 WS-RECON-LINE.
           05 RL-LABEL PIC X(7).
           05 RL-PERIOD PIC 9(6).
           05 FILLER PIC X(5) VALUE " REG ".
           05 RL-REG-HC PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-REG-GROSS PIC ---,---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-REG-NET PIC ---,---,---,--9.99.
           05 FILLER PIC X(7) VALUE " CERTS ".
           05 RL-LINE-HC PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-LINE-GROSS PIC ---,---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-LINE-NET PIC ---,---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-VERDICT PIC X(12).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "YTDCERT" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           MOVE WS-RUN-DATE (1:4) TO WS-CERT-YEAR
           PERFORM ReadYtdParm
           EVALUATE WS-PARM-FUNCTION
               WHEN "C"
                   PERFORM ProduceCertificates
               WHEN "B"
                   PERFORM BackOutPeriod
               WHEN OTHER
                   DISPLAY "UNKNOWN YTDPARM FUNCTION "
                       WS-PARM-FUNCTION
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM WriteControlRecord
           IF WS-PROOF-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       ReadYtdParm.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       DISPLAY "YTDPARM EMPTY - CERTIFICATES FOR "
                           WS-CERT-YEAR
                   NOT AT END
      *>                Staged before the close: the FD record area
      *>                is only dependable while the file is open.
                       MOVE YP-FUNCTION TO WS-PARM-FUNCTION
                       IF YP-CERTIFICATES AND YP-YEAR NUMERIC
                           MOVE YP-YEAR TO WS-CERT-YEAR
                       END-IF
                       IF YP-BACK-OUT
                           IF YP-PERIOD NUMERIC
                               MOVE YP-PERIOD TO WS-BACKOUT-PERIOD
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               IF WS-PARM-FILE-STATUS = "05"
                   CLOSE PARM-FILE
               END-IF
               DISPLAY "YTDPARM NOT AVAILABLE - CERTIFICATES FOR "
                   WS-CERT-YEAR
           END-IF
           .

      *>----------------------------------------------------------------
      *> BackOutPeriod - every line of the period (the employee lines
      *> and the register control line, whatever kind of run wrote
      *> them) is left off PAYYTDO; everything else copies across.
      *>----------------------------------------------------------------
       BackOutPeriod.
           IF WS-BACKOUT-MONTH < 1 OR WS-BACKOUT-MONTH > 12
               DISPLAY "YTDPARM BACK-OUT PERIOD " WS-BACKOUT-PERIOD
                   " IS NOT A YYYYMM PERIOD - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT YTD-FILE
           IF NOT WS-YTD-FILE-OK
               IF WS-YTD-FILE-STATUS = "05"
                   CLOSE YTD-FILE
               END-IF
               DISPLAY "PAYYTD NOT AVAILABLE - NOTHING TO BACK OUT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-YTD-FILE
           PERFORM UNTIL WS-YTD-FILE-EOF
               READ YTD-FILE
                   AT END SET WS-YTD-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       MOVE YTD-FILE-RECORD TO YT-RECORD
                       IF YT-PERIOD = WS-BACKOUT-PERIOD
                           ADD 1 TO WS-LINES-BACKED-OUT
                       ELSE
                           WRITE NEW-YTD-RECORD FROM YT-RECORD
                           IF WS-NEW-YTD-STATUS NOT = "00"
                               DISPLAY "PAYYTDO WRITE FAILED, "
                                   "STATUS = " WS-NEW-YTD-STATUS
                               MOVE "Y" TO WS-PROOF-FAILED
                           END-IF
                           ADD 1 TO WS-LINES-KEPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           CLOSE NEW-YTD-FILE
           DISPLAY "---------- YTD BACK-OUT TOTALS ----------"
           DISPLAY "PERIOD BACKED OUT : " WS-BACKOUT-PERIOD
           DISPLAY "PAYYTD LINES READ : " WS-LINES-READ
           DISPLAY "LINES BACKED OUT  : " WS-LINES-BACKED-OUT
           DISPLAY "LINES KEPT        : " WS-LINES-KEPT
           IF WS-LINES-BACKED-OUT = ZERO
               DISPLAY "NO LINES ON FILE FOR PERIOD "
                   WS-BACKOUT-PERIOD
           END-IF
           .

      *>----------------------------------------------------------------
      *> ProduceCertificates - accumulate the year, name the
      *> employees from EMPMSTR, print a certificate each, then prove
      *> the certificates against the period registers.
      *>----------------------------------------------------------------
       ProduceCertificates.
           INITIALIZE PERIOD-TABLE
           PERFORM AccumulateYear
           PERFORM NameEmployees
           OPEN OUTPUT CERTIFICATE-FILE
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CERTIFICATE-COUNT
               PERFORM PrintOneCertificate
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CERTIFICATES PRINTED " DELIMITED BY SIZE
                  WS-CERTIFICATES-PRINTED DELIMITED BY SIZE
                  " FOR " DELIMITED BY SIZE
                  WS-CERT-YEAR DELIMITED BY SIZE
               INTO PL-TEXT
           WRITE CERTIFICATE-FILE-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE
           CLOSE CERTIFICATE-FILE
           MOVE "YTDCERTS" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM ReconcileToRegisters
           DISPLAY "---------- YTD CERTIFICATE TOTALS ----------"
           DISPLAY "CERTIFICATE YEAR  : " WS-CERT-YEAR
           DISPLAY "PAYYTD LINES READ : " WS-LINES-READ
           DISPLAY "LINES IN YEAR     : " WS-LINES-IN-YEAR
           DISPLAY "CERTIFICATES      : " WS-CERTIFICATES-PRINTED
           DISPLAY "PERIODS NOT RUN   : " WS-PERIODS-NOT-RUN
           DISPLAY "PERIODS OUT       : " WS-PERIODS-OUT
           MOVE WS-CERT-GROSS TO WS-EDITED-AMOUNT
           DISPLAY "CERTIFICATE GROSS : " WS-EDITED-AMOUNT
           MOVE WS-REG-GROSS TO WS-EDITED-AMOUNT
           DISPLAY "REGISTER GROSS    : " WS-EDITED-AMOUNT
           MOVE WS-CERT-NET TO WS-EDITED-AMOUNT
           DISPLAY "CERTIFICATE NET   : " WS-EDITED-AMOUNT
           MOVE WS-REG-NET TO WS-EDITED-AMOUNT
           DISPLAY "REGISTER NET      : " WS-EDITED-AMOUNT
           IF WS-PROOF-FAILED = "Y"
               DISPLAY "PROOF             : *** OUT OF BALANCE ***"
           ELSE
               DISPLAY "PROOF             : IN BALANCE"
           END-IF
           .

       AccumulateYear.
           OPEN INPUT YTD-FILE
           IF NOT WS-YTD-FILE-OK
               IF WS-YTD-FILE-STATUS = "05"
                   CLOSE YTD-FILE
               END-IF
               DISPLAY "PAYYTD NOT AVAILABLE - NO CERTIFICATES"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-YTD-FILE-EOF
               READ YTD-FILE
                   AT END SET WS-YTD-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       MOVE YTD-FILE-RECORD TO YT-RECORD
                       IF YT-YEAR = WS-CERT-YEAR
                               AND YT-MONTH >= 1 AND YT-MONTH <= 12
                           ADD 1 TO WS-LINES-IN-YEAR
                           SET PD-IDX TO YT-MONTH
                           IF YT-REGISTER-TOTAL
                               PERFORM AddRegisterTotal
                           ELSE
                               PERFORM AddEmployeeLine
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           .

      *>    A period can carry more than one register control line
      *>    once other kinds of run post into it; they add.
       AddRegisterTotal.
           MOVE "Y" TO PD-HAS-REGISTER (PD-IDX)
           ADD YT-HEADCOUNT TO PD-REG-HEADCOUNT (PD-IDX)
           ADD YT-GROSS TO PD-REG-GROSS (PD-IDX)
           ADD YT-DEDUCTIONS TO PD-REG-DEDUCTIONS (PD-IDX)
           ADD YT-NET TO PD-REG-NET (PD-IDX)
           .

       AddEmployeeLine.
           ADD 1 TO PD-LINE-COUNT (PD-IDX)
           ADD YT-GROSS TO PD-LINE-GROSS (PD-IDX)
           ADD YT-DEDUCTIONS TO PD-LINE-DEDUCTIONS (PD-IDX)
           ADD YT-NET TO PD-LINE-NET (PD-IDX)
           SET CT-IDX TO 1
           SEARCH CERTIFICATE-ENTRY
               AT END
                   IF CERTIFICATE-COUNT >= 2000
      *>                The line still counts in the period column,
      *>                so the reconciliation shows the gap.
                       DISPLAY "CERTIFICATE TABLE FULL - "
                           YT-ACCT-NO " NOT CERTIFIED"
                       ADD 1 TO WS-LINES-LOST
                   ELSE
                       ADD 1 TO CERTIFICATE-COUNT
                       SET CT-IDX TO CERTIFICATE-COUNT
                       MOVE YT-ACCT-NO TO CT-ACCT-NO (CT-IDX)
                       MOVE SPACES TO CT-NAME (CT-IDX)
                       MOVE ZEROS TO CT-PERIODS (CT-IDX)
                       MOVE ZEROS TO CT-GROSS (CT-IDX)
                       MOVE ZEROS TO CT-TAX (CT-IDX)
                       MOVE ZEROS TO CT-SOCIAL (CT-IDX)
                       MOVE ZEROS TO CT-PENSION (CT-IDX)
                       MOVE ZEROS TO CT-DEDUCTIONS (CT-IDX)
                       MOVE ZEROS TO CT-NET (CT-IDX)
                       PERFORM AddLineToCertificate
                   END-IF
               WHEN CT-ACCT-NO (CT-IDX) = YT-ACCT-NO
                   PERFORM AddLineToCertificate
           END-SEARCH
           .

       AddLineToCertificate.
           ADD 1 TO CT-PERIODS (CT-IDX)
           ADD YT-GROSS TO CT-GROSS (CT-IDX)
           ADD YT-TAX TO CT-TAX (CT-IDX)
           ADD YT-SOCIAL TO CT-SOCIAL (CT-IDX)
           ADD YT-PENSION TO CT-PENSION (CT-IDX)
           ADD YT-DEDUCTIONS TO CT-DEDUCTIONS (CT-IDX)
           ADD YT-NET TO CT-NET (CT-IDX)
           .

      *>    A leaver is no longer on EMPMSTR but still gets a
      *>    certificate; the name line says so.
       NameEmployees.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT WS-EMPLOYEE-MASTER-OK
               DISPLAY "EMPMSTR NOT AVAILABLE, STATUS = "
                   WS-EMPLOYEE-MASTER-STATUS
               SET WS-EMPLOYEE-MASTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EMPLOYEE-MASTER-EOF
               READ EMPLOYEE-MASTER
                   AT END SET WS-EMPLOYEE-MASTER-EOF TO TRUE
                   NOT AT END
                       SET CT-IDX TO 1
                       SEARCH CERTIFICATE-ENTRY
                           WHEN CT-ACCT-NO (CT-IDX) = ACCT-NO
                               MOVE EMP-NOMBRE TO CT-NAME (CT-IDX)
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           .

       PrintOneCertificate.
           ADD 1 TO WS-CERTIFICATES-PRINTED
           ADD CT-GROSS (CT-IDX) TO WS-CERT-GROSS
           ADD CT-DEDUCTIONS (CT-IDX) TO WS-CERT-DEDUCTIONS
           ADD CT-NET (CT-IDX) TO WS-CERT-NET
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ANNUAL EARNINGS CERTIFICATE " DELIMITED BY SIZE
                  WS-CERT-YEAR DELIMITED BY SIZE
               INTO PL-TEXT
      *>    Page-per-employee the way the payslips page.
           WRITE CERTIFICATE-FILE-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO WS-PRINT-LINE
           IF CT-NAME (CT-IDX) = SPACES
               MOVE "(NO LONGER ON EMPLOYEE MASTER)" TO WS-NAME-OUT
           ELSE
               MOVE CT-NAME (CT-IDX) TO WS-NAME-IN
               CALL "NAMEKEY" USING WS-NAME-IN, WS-NAME-OUT
           END-IF
           STRING "EMPLOYEE " DELIMITED BY SIZE
                  CT-ACCT-NO (CT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NAME-OUT DELIMITED BY SIZE
               INTO PL-TEXT
           WRITE CERTIFICATE-FILE-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PERIODS PAID " DELIMITED BY SIZE
                  CT-PERIODS (CT-IDX) DELIMITED BY SIZE
               INTO PL-TEXT
           WRITE CERTIFICATE-FILE-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-DETAIL-TEXT
           MOVE CT-GROSS (CT-IDX) TO WS-EDIT-AMOUNT
           MOVE "GROSS PAY" TO DT-LABEL
           PERFORM PrintMoneyLine
           MOVE CT-TAX (CT-IDX) TO WS-EDIT-AMOUNT
           MOVE "INCOME TAX" TO DT-LABEL
           PERFORM PrintMoneyLine
           MOVE CT-SOCIAL (CT-IDX) TO WS-EDIT-AMOUNT
           MOVE "SOCIAL CONTRIBUTION" TO DT-LABEL
           PERFORM PrintMoneyLine
           MOVE CT-PENSION (CT-IDX) TO WS-EDIT-AMOUNT
           MOVE "PENSION" TO DT-LABEL
           PERFORM PrintMoneyLine
           MOVE CT-DEDUCTIONS (CT-IDX) TO WS-EDIT-AMOUNT
           MOVE "TOTAL DEDUCTIONS" TO DT-LABEL
           PERFORM PrintMoneyLine
           MOVE CT-NET (CT-IDX) TO WS-EDIT-AMOUNT
           MOVE "NET PAY" TO DT-LABEL
           PERFORM PrintMoneyLine
           .

       PrintMoneyLine.
           MOVE "D" TO WS-EDIT-FORMAT
           CALL "MONEYFMT" USING WS-EDIT-FORMAT, WS-EDIT-AMOUNT,
               WS-EDIT-OUTPUT, WS-EDIT-RC
           MOVE WS-EDIT-OUTPUT TO DT-AMOUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-DETAIL-TEXT TO PL-TEXT
           WRITE CERTIFICATE-FILE-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CERTIFICATE-FILE-STATUS NOT = "00"
               DISPLAY "YTDCERTS WRITE FAILED, STATUS = "
                   WS-CERTIFICATE-FILE-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> ReconcileToRegisters - each month's register control line
      *> against the sum of that month's employee lines, then the
      *> sum of the certificates against the sum of the registers.
      *> A month with neither is simply not run yet (reported, not
      *> an imbalance); lines without a register, or a register that
      *> disagrees with its lines, are.
      *>----------------------------------------------------------------
       ReconcileToRegisters.
           OPEN OUTPUT RECON-REPORT
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING "YTD CERTIFICATE RECONCILIATION " DELIMITED BY SIZE
                  WS-CERT-YEAR DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM VARYING PD-IDX FROM 1 BY 1 UNTIL PD-IDX > 12
               MOVE "PERIOD " TO RL-LABEL
               MOVE WS-CERT-YEAR TO RL-PERIOD (1:4)
               SET WS-REPORT-MONTH TO PD-IDX
               MOVE WS-REPORT-MONTH TO RL-PERIOD (5:2)
               MOVE PD-REG-HEADCOUNT (PD-IDX) TO RL-REG-HC
               MOVE PD-REG-GROSS (PD-IDX) TO RL-REG-GROSS
               MOVE PD-REG-NET (PD-IDX) TO RL-REG-NET
               MOVE PD-LINE-COUNT (PD-IDX) TO RL-LINE-HC
               MOVE PD-LINE-GROSS (PD-IDX) TO RL-LINE-GROSS
               MOVE PD-LINE-NET (PD-IDX) TO RL-LINE-NET
               ADD PD-REG-GROSS (PD-IDX) TO WS-REG-GROSS
               ADD PD-REG-DEDUCTIONS (PD-IDX) TO WS-REG-DEDUCTIONS
               ADD PD-REG-NET (PD-IDX) TO WS-REG-NET
               EVALUATE TRUE
                   WHEN PD-HAS-REGISTER (PD-IDX) NOT = "Y"
                           AND PD-LINE-COUNT (PD-IDX) = ZERO
                       MOVE "NOT RUN" TO RL-VERDICT
                       ADD 1 TO WS-PERIODS-NOT-RUN
                   WHEN PD-HAS-REGISTER (PD-IDX) NOT = "Y"
                       MOVE "NO REGISTER" TO RL-VERDICT
                       ADD 1 TO WS-PERIODS-OUT
                   WHEN PD-REG-HEADCOUNT (PD-IDX)
                               = PD-LINE-COUNT (PD-IDX)
                           AND PD-REG-GROSS (PD-IDX)
                               = PD-LINE-GROSS (PD-IDX)
                           AND PD-REG-DEDUCTIONS (PD-IDX)
                               = PD-LINE-DEDUCTIONS (PD-IDX)
                           AND PD-REG-NET (PD-IDX)
                               = PD-LINE-NET (PD-IDX)
                       MOVE "AGREES" TO RL-VERDICT
                   WHEN OTHER
                       MOVE "*** DIFFERS" TO RL-VERDICT
                       ADD 1 TO WS-PERIODS-OUT
               END-EVALUATE
               WRITE RECON-REPORT-RECORD FROM WS-RECON-LINE
           END-PERFORM
           IF WS-PERIODS-OUT > ZERO
                   OR WS-CERT-GROSS NOT = WS-REG-GROSS
                   OR WS-CERT-DEDUCTIONS NOT = WS-REG-DEDUCTIONS
                   OR WS-CERT-NET NOT = WS-REG-NET
               MOVE "Y" TO WS-PROOF-FAILED
           END-IF
           MOVE "YEAR   " TO RL-LABEL
           MOVE WS-CERT-YEAR TO RL-PERIOD (1:4)
           MOVE "00" TO RL-PERIOD (5:2)
           MOVE ZERO TO RL-REG-HC
           MOVE WS-REG-GROSS TO RL-REG-GROSS
           MOVE WS-REG-NET TO RL-REG-NET
           MOVE WS-CERTIFICATES-PRINTED TO RL-LINE-HC
           MOVE WS-CERT-GROSS TO RL-LINE-GROSS
           MOVE WS-CERT-NET TO RL-LINE-NET
           IF WS-PROOF-FAILED = "Y"
               MOVE "OUT OF BAL" TO RL-VERDICT
           ELSE
               MOVE "IN BALANCE" TO RL-VERDICT
           END-IF
           WRITE RECON-REPORT-RECORD FROM WS-RECON-LINE
           IF WS-LINES-LOST > ZERO
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "LINES NOT CERTIFIED (TABLE FULL) "
                          DELIMITED BY SIZE
                      WS-LINES-LOST DELIMITED BY SIZE
                   INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF
           CLOSE RECON-REPORT
           MOVE "YTDRECRP" TO WS-ARCHIVE-REPORT
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
           MOVE WS-LINES-READ TO CTL-INPUT-COUNT
           IF WS-PARM-FUNCTION = "B"
               MOVE WS-LINES-KEPT TO CTL-OUTPUT-COUNT
               MOVE WS-LINES-BACKED-OUT TO CTL-REJECT-COUNT
           ELSE
               MOVE WS-CERTIFICATES-PRINTED TO CTL-OUTPUT-COUNT
               MOVE WS-LINES-LOST TO CTL-REJECT-COUNT
           END-IF
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM YTDCERT.
