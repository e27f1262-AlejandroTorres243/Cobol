      *          whose offsetting RV line is already on INVOICEDD is
      *          recognised and left alone, so a rerun with the same
      *          BKOPARM backs out nothing twice.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      *          A member's own account is rebuilt from the member
      *          id with its ACCTCHK check digit in front.
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
       COPY INVLINE.
       COPY TRNREC.
       COPY GLREC.
       01 WS-REPORT-LINE.
           05 RL-TEXT PIC X(26).
           05 RL-VALUE PIC ---,---,---,--9.99.
      *>   ACCTCHK parameters - a member's own account is rebuilt
      *>   from the member id with the check digit on the front.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BILLBKT " TO WS-RUN-PROGRAM-ID
               MOVE SPACES TO TRN-RECORD
               SET TRN-REVERSAL TO TRUE
               IF IV-MEMBER-ID NUMERIC
                   MOVE IV-MEMBER-ID TO WS-CHECK-ACCOUNT
                   PERFORM MemberAccountNumber
                   MOVE WS-CHECK-ACCOUNT TO TRN-ACCOUNT-NO
               ELSE
                   MOVE ZEROS TO TRN-ACCOUNT-NO
               END-IF
               WRITE BACKOUT-REPORT-RECORD
           END-IF
           CLOSE BACKOUT-REPORT
           MOVE "BKORPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           .

       WriteControlRecord.
           CLOSE CONTROL-FILE
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
       END PROGRAM BILLBKT.
