      *          and amount hash; a mismatch quarantines the file
      *          with an EXCFILE exception instead of part-posting
      *          half a truncated transmission.
      *          Every return is raised as a direct debit returned
      *          event through ALRTPOST against the member's MEMBERSDD
      *          payer account, for the nightly ALRTEXT customer
      *          notification extract.  Only members with a payer
      *          account are held for this; should they outgrow the
      *          table the run says so and ends RC 4.
      *          The bank still quotes the member id alone, so the
      *          reversal posts to the member's own account rebuilt
      *          from it through ACCTCHK "G" - the member id with its
      *          check digit on the front.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT NEW-MANDATE-FILE ASSIGN TO "MANDATEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MANDATE-STATUS.
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FILE.
       01  MANDATE-FILE-RECORD PIC X(39).
       FD  NEW-MANDATE-FILE.
       01  NEW-MANDATE-RECORD PIC X(39).
       FD  MEMBERS-FILE.
       COPY MBRREC.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
               10 DD-MEMBER-ID PIC X(6).
       01 DEAD-MEMBER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CANCELLED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
      *>   Who pays for each member - the returned-collection event
      *>   goes to the payer, the customer who holds the mandate.
       01 MEMBER-PAYER-TABLE.
           05 MEMBER-PAYER-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON DD-MEMBER-COUNT
               INDEXED BY DDM-IDX.
               10 DDM-MEMBER-ID PIC X(6).
               10 DDM-PAYER-ACCOUNT PIC X(10).
       01 DD-MEMBER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PAYER-TABLE-FULL PIC X VALUE "N".
           88 PAYER-TABLE-IS-FULL VALUE "Y".
      *>   Customer event hand-off - each return goes to ALRTEVT
      *>   through ALRTPOST for the notification extract.
       01 WS-EVENT-CODE PIC X(2) VALUE "DR".
       01 WS-EVENT-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-EVENT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EVENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-EVENT-RC PIC 9 VALUE ZERO.
       01 WS-EVENT-COUNT PIC 9(9) VALUE ZERO.
      *>   ACCTCHK parameters.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DDRETRN" TO WS-RUN-PROGRAM-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadMemberPayers
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   AND WS-TRANSACTION-FILE-STATUS NOT = "05"
           CLOSE TRANSACTION-FILE
           PERFORM CancelDeadMandates
           PERFORM PrintReconciliation
           DISPLAY "CUSTOMER EVENTS    : " WS-EVENT-COUNT
           PERFORM WriteControlRecord
           IF PAYER-TABLE-IS-FULL
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>----------------------------------------------------------------
           MOVE SPACES TO TRN-RECORD
           SET TRN-REVERSAL TO TRUE
           IF RT-MEMBER-ID NUMERIC
               MOVE RT-MEMBER-ID TO WS-CHECK-ACCOUNT
               PERFORM MemberAccountNumber
               MOVE WS-CHECK-ACCOUNT TO TRN-ACCOUNT-NO
           ELSE
               MOVE ZEROS TO TRN-ACCOUNT-NO
           END-IF
               DISPLAY "TRANSACS WRITE FAILED, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
           END-IF
           PERFORM PostReturnEvent
           .

       LoadMemberPayers.
           MOVE ZERO TO DD-MEMBER-COUNT
           OPEN INPUT MEMBERS-FILE
           IF WS-MEMBERS-FILE-OK
               PERFORM UNTIL WS-MEMBERS-FILE-EOF
                   READ MEMBERS-FILE
                       AT END SET WS-MEMBERS-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM LoadOneMemberPayer
                   END-READ
               END-PERFORM
               CLOSE MEMBERS-FILE
           ELSE
               DISPLAY "MEMBERSDD NOT AVAILABLE, STATUS = "
                   WS-MEMBERS-FILE-STATUS
               IF WS-MEMBERS-FILE-STATUS = "05"
                   CLOSE MEMBERS-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadOneMemberPayer - only a member someone else pays for needs
      *> a place in the table; every other member's event goes to the
      *> reversal account anyway.  A full table is reported and the
      *> step ends RC 4, since later payers' alerts would go astray.
      *>----------------------------------------------------------------
       LoadOneMemberPayer.
           IF MF-PAYER-ACCOUNT NOT NUMERIC
                   OR MF-PAYER-ACCOUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF DD-MEMBER-COUNT >= 500
               IF NOT PAYER-TABLE-IS-FULL
                   DISPLAY "MEMBER PAYER TABLE FULL AT 500 - MEMBER "
                       MF-MEMBER-ID " AND AFTER NOT LOADED"
                   MOVE "Y" TO WS-PAYER-TABLE-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DD-MEMBER-COUNT
           MOVE MF-MEMBER-ID TO DDM-MEMBER-ID (DD-MEMBER-COUNT)
           MOVE MF-PAYER-ACCOUNT TO DDM-PAYER-ACCOUNT (DD-MEMBER-COUNT)
           .

      *>----------------------------------------------------------------
      *> PostReturnEvent - the payer hears the collection bounced; a
      *> member with no payer on MEMBERSDD falls back to the account
      *> the reversal itself was posted to.
      *>----------------------------------------------------------------
       PostReturnEvent.
           MOVE TRN-ACCOUNT-NO TO WS-EVENT-ACCOUNT
           SET DDM-IDX TO 1
           SEARCH MEMBER-PAYER-ENTRY
               WHEN DDM-MEMBER-ID (DDM-IDX) = RT-MEMBER-ID
                   IF DDM-PAYER-ACCOUNT (DDM-IDX) NUMERIC
                           AND DDM-PAYER-ACCOUNT (DDM-IDX) NOT = ZEROS
                       MOVE DDM-PAYER-ACCOUNT (DDM-IDX)
                           TO WS-EVENT-ACCOUNT
                   END-IF
           END-SEARCH
           MOVE RT-AMOUNT TO WS-EVENT-AMOUNT
           MOVE WS-RUN-DATE TO WS-EVENT-DATE
           CALL "ALRTPOST" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
               WS-EVENT-CODE, WS-EVENT-ACCOUNT, WS-EVENT-AMOUNT,
               WS-EVENT-DATE, TRN-REFERENCE, WS-EVENT-RC
           IF WS-EVENT-RC = 0
               ADD 1 TO WS-EVENT-COUNT
           END-IF
           .

      *>----------------------------------------------------------------
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
       END PROGRAM DDRETRN.
