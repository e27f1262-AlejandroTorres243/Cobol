      *          report shows every period's net movement and running
      *          balance next to what BALFWD and CM-BALANCE claim, so
      *          the period where the figures diverged is visible.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      *          A member's own account is rebuilt from the member
      *          id with its ACCTCHK check digit in front.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  BALANCE-FORWARD-OUT.
       01  BALANCE-FORWARD-OUT-RECORD PIC X(23).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  REBUILD-REPORT.
       01  REBUILD-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       COPY COPY01.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY INVLINE.
       COPY TRNREC.
       01 WS-INVOICE-HISTORY-STATUS PIC XX VALUE SPACES.
           05 CL-AMOUNT PIC ---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-FLAG PIC X(12).
      *>   ACCTCHK parameters - a member's own account is rebuilt
      *>   from the member id with the check digit on the front.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BFREBILD" TO WS-RUN-PROGRAM-ID
           IF NOT IV-INVOICE-LINE OR IV-MEMBER-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE IV-MEMBER-ID TO WS-CHECK-ACCOUNT
           PERFORM MemberAccountNumber
           MOVE WS-CHECK-ACCOUNT TO WS-WORK-ACCOUNT
           IF WS-WORK-ACCOUNT NOT = WS-REBUILD-ACCOUNT
               EXIT PARAGRAPH
           END-IF
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE REBUILD-REPORT
           MOVE "BFRBRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WriteCorrectedBalfwd
           DISPLAY "REBUILD COMPLETE - CORRECTED ENTRY ON BALFWDO"
           .
           CLOSE BALANCE-FORWARD-OUT
           .

      *>----------------------------------------------------------------
      *> MemberAccountNumber - the member's own account for the member
      *> id moved to WS-CHECK-ACCOUNT: the ACCTCHK check digit goes
      *> in the high-order digit, as the account number conversion
      *> gave every member's account.
      *>----------------------------------------------------------------
       MemberAccountNumber.
           MOVE "G" TO WS-CHECK-FUNCTION
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           .

       COPY RUNDATE.
       END PROGRAM BFREBILD.
