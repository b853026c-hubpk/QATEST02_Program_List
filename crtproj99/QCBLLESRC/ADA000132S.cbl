       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000132S.

      **************************************************************************
      *  Finance application. IPN26451                                         *
      *                                                                        *
      *  Maintenance screen for the ADSUPBNKL0 supplier bank details -         *
      *    the sort code/account or IBAN/BIC the ADA000133S payment run        *
      *    pays each supplier location + account to.                          *
      *                                                                        *
      *  A bank detail change is the commonest AP fraud, so no single          *
      *    user can make one payable: every add or change leaves the           *
      *    row Pending, and it only becomes payable when a second user         *
      *    with supervise authority - initials different from the ones         *
      *    that made the change - confirms it here (action V). Until           *
      *    then the payment run refuses the supplier. Every add, change        *
      *    and confirmation goes to the shared audit log with the              *
      *    details it replaced.                                                *
      *                                                                        *
      *  Sort code and account are checked for 6 and 8 digits, an IBAN        *
      *    against its own check digits (ISO 13616 modulus 97) and a           *
      *    BIC for 8 or 11 characters, so a mistyped detail is caught          *
      *    at the screen rather than bounced by the bank.                      *
      *                                                                        *
      *  Author: D.Rowan 2026-10-05                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26462 2026/10/15 DR001 Initials checked through OPS000610C against *
      *                            the ADUSRAUTL0 user authority file          *
      *                            (SUPBANK, maintain to change, supervise to  *
      *                            confirm)                                    *
      *  IPN26471 2026/10/15 DR001 Every prior bank field (scheme, sort code,  *
      *                            account, IBAN, BIC and account name) logged *
      *                            on a change, not just the sort code/account *
      *                            or IBAN                                     *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Supplier bank details - same file the payment run pays from
           SELECT SUPBNK   ASSIGN      TO DATABASE-ADSUPBNKL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS SBK-Key
                         FILE STATUS   IS ST-SUPBNK.

      * Supplier master - bank details are only held for a supplier
      *   the load would accept
           SELECT SUPMAST  ASSIGN      TO DATABASE-ADSUPMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS SUPM-Key
                         FILE STATUS   IS ST-SUPMAST.

       DATA DIVISION.
        FILE SECTION.
         FD SUPBNK.
          01 SUPBNK-REC.
             COPY ADSUPBNKL0.

         FD SUPMAST.
          01 SUPMAST-REC.
             COPY ADSUPMSTL0.

       WORKING-STORAGE SECTION.
        01  ST-SUPBNK   PIC X(2).
        01  ST-SUPMAST  PIC X(2).
        01  O-SUPBNK    PIC 9 VALUE ZERO.
        01  O-SUPMAST   PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.

        01 W-INITS          PIC X(3).
        01 W-KEY-LOC        PIC X(2).
        01 W-KEY-ACC        PIC X(6).
        01 W-ACTION         PIC X(01).
        01 W-STATUS-MSG     PIC X(40).
        01 W-TODAY          PIC 9(8).
        01 W-SUP-NAME       PIC X(30).

      * Detail fields being keyed for the add/change
        01 W-SCHEME         PIC X(01).
        01 W-SORT-CODE      PIC X(6).
        01 W-ACCOUNT-NO     PIC X(8).
        01 W-ACCOUNT-NAME   PIC X(18).
        01 W-IBAN           PIC X(34).
        01 W-BIC            PIC X(11).

      * Shown on the confirmation screen - who made the change the
      *   second user is being asked to confirm
        01 W-AMEND-INITS    PIC X(3).
        01 W-AMEND-DATE     PIC 9(8).
        01 W-CONFIRM        PIC X(01).

        01 W-DETAIL-FLAG    PIC 9 VALUE ZERO.
           88 W-DETAIL-OK              VALUE 1.

      * IBAN check-digit working fields - the IBAN is rotated (country
      *   and check digits to the end), letters become 10-35, and the
      *   whole number must leave remainder 1 when divided by 97. It is
      *   far too long to hold, so the remainder is carried digit by
      *   digit.
        01 W-IBAN-LEN       PIC 9(2).
        01 W-IBAN-WORK      PIC X(34).
        01 W-IX             PIC 9(2).
        01 W-AX             PIC 9(2).
        01 W-IBAN-CHAR      PIC X(1).
        01 W-IBAN-DIGIT     PIC 9(1).
        01 W-IBAN-VALUE     PIC 9(2).
        01 W-IBAN-REM       PIC 9(5).
        01 W-IBAN-QUOT      PIC 9(5).
        01 W-ALPHABET       PIC X(26)
                            VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        01 W-IBAN-BAD       PIC 9 VALUE ZERO.
        01 W-BIC-LEN        PIC 9(2).

        01 W-LOG-TEXT       PIC X(60).
        01 W-OLD-SORT-CODE  PIC X(6).
        01 W-OLD-ACCOUNT-NO PIC X(8).
        01 W-OLD-IBAN       PIC X(34).
        01 W-OLD-BIC        PIC X(11).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "SUPBANK".
        01 W-AUT-ROLE       PIC X(1)  VALUE "M".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000132S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "SUPPLIER BANK DETAILS".
           05 LINE 3  COLUMN 1  VALUE "YOUR INITIALS  . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  USING W-INITS.
           05 LINE 4  COLUMN 1  VALUE "SUPPLIER LOCATION  . . :".
           05 LINE 4  COLUMN 27 PIC X(2)  USING W-KEY-LOC.
           05 LINE 5  COLUMN 1  VALUE "SUPPLIER ACCOUNT . . . :".
           05 LINE 5  COLUMN 27 PIC X(6)  USING W-KEY-ACC.
           05 LINE 6  COLUMN 1  VALUE "ACTION (A/C/V, X=EXIT) :".
           05 LINE 6  COLUMN 27 PIC X(01) USING W-ACTION.
           05 LINE 8  COLUMN 1  VALUE "A=ADD  C=CHANGE  V=CONFIRM".
           05 LINE 9  COLUMN 1
              VALUE "CHANGES ARE NOT PAID UNTIL ANOTHER USER CONFIRMS".
           05 LINE 11 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "SUPPLIER BANK DETAILS".
           05 LINE 3  COLUMN 1  VALUE "SUPPLIER . . . . . . . :".
           05 LINE 3  COLUMN 27 PIC X(2)  FROM W-KEY-LOC.
           05 LINE 3  COLUMN 29 VALUE "/".
           05 LINE 3  COLUMN 30 PIC X(6)  FROM W-KEY-ACC.
           05 LINE 3  COLUMN 37 PIC X(30) FROM W-SUP-NAME.
           05 LINE 5  COLUMN 1  VALUE "SCHEME (B=BACS S=SEPA) :".
           05 LINE 5  COLUMN 27 PIC X(01) USING W-SCHEME.
           05 LINE 6  COLUMN 1  VALUE "ACCOUNT NAME . . . . . :".
           05 LINE 6  COLUMN 27 PIC X(18) USING W-ACCOUNT-NAME.
           05 LINE 8  COLUMN 1  VALUE "BACS SORT CODE . . . . :".
           05 LINE 8  COLUMN 27 PIC X(6)  USING W-SORT-CODE.
           05 LINE 9  COLUMN 1  VALUE "BACS ACCOUNT NUMBER  . :".
           05 LINE 9  COLUMN 27 PIC X(8)  USING W-ACCOUNT-NO.
           05 LINE 11 COLUMN 1  VALUE "SEPA IBAN  . . . . . . :".
           05 LINE 11 COLUMN 27 PIC X(34) USING W-IBAN.
           05 LINE 12 COLUMN 1  VALUE "SEPA BIC . . . . . . . :".
           05 LINE 12 COLUMN 27 PIC X(11) USING W-BIC.
           05 LINE 14 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-CONFIRM.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "CONFIRM SUPPLIER BANK DETAILS".
           05 LINE 3  COLUMN 1  VALUE "SUPPLIER . . . . . . . :".
           05 LINE 3  COLUMN 27 PIC X(2)  FROM W-KEY-LOC.
           05 LINE 3  COLUMN 29 VALUE "/".
           05 LINE 3  COLUMN 30 PIC X(6)  FROM W-KEY-ACC.
           05 LINE 3  COLUMN 37 PIC X(30) FROM W-SUP-NAME.
           05 LINE 4  COLUMN 1  VALUE "CHANGED BY . . . . . . :".
           05 LINE 4  COLUMN 27 PIC X(3)  FROM W-AMEND-INITS.
           05 LINE 4  COLUMN 32 PIC 9(8)  FROM W-AMEND-DATE.
           05 LINE 6  COLUMN 1  VALUE "SCHEME . . . . . . . . :".
           05 LINE 6  COLUMN 27 PIC X(01) FROM W-SCHEME.
           05 LINE 7  COLUMN 1  VALUE "ACCOUNT NAME . . . . . :".
           05 LINE 7  COLUMN 27 PIC X(18) FROM W-ACCOUNT-NAME.
           05 LINE 8  COLUMN 1  VALUE "BACS SORT CODE . . . . :".
           05 LINE 8  COLUMN 27 PIC X(6)  FROM W-SORT-CODE.
           05 LINE 9  COLUMN 1  VALUE "BACS ACCOUNT NUMBER  . :".
           05 LINE 9  COLUMN 27 PIC X(8)  FROM W-ACCOUNT-NO.
           05 LINE 10 COLUMN 1  VALUE "SEPA IBAN  . . . . . . :".
           05 LINE 10 COLUMN 27 PIC X(34) FROM W-IBAN.
           05 LINE 11 COLUMN 1  VALUE "SEPA BIC . . . . . . . :".
           05 LINE 11 COLUMN 27 PIC X(11) FROM W-BIC.
           05 LINE 13 COLUMN 1
              VALUE "CHECK AGAINST THE SUPPLIER'S SIGNED INSTRUCTION".
           05 LINE 14 COLUMN 1  VALUE "CONFIRM (Y/N) . . . . :".
           05 LINE 14 COLUMN 27 PIC X(01) USING W-CONFIRM.
           05 LINE 16 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           OPEN I-O SUPBNK.
           IF ST-SUPBNK NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-SUPBNK.

           OPEN INPUT SUPMAST.
           IF ST-SUPMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-SUPMAST.

           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT
               EVALUATE W-ACTION
                 WHEN "A"
                   PERFORM ADD-BANK-DETAILS
                 WHEN "C"
                   PERFORM CHANGE-BANK-DETAILS
                 WHEN "V"
                   PERFORM CONFIRM-BANK-DETAILS
      * Blank means GET-SELECTION already refused the request and set
      *   its own message - don't overwrite it
                 WHEN SPACE
                   CONTINUE
                 WHEN OTHER
                   MOVE "ACTION MUST BE A, C, V OR X" TO W-STATUS-MSG
               END-EVALUATE
             END-IF
           END-PERFORM.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       GET-SELECTION SECTION.
       GET-SELECTION-B.
           MOVE SPACE TO W-ACTION.
           DISPLAY SCR-SELECT.
           ACCEPT SCR-SELECT.
           MOVE SPACES TO W-STATUS-MSG.
           MOVE FUNCTION UPPER-CASE(W-ACTION)  TO W-ACTION.
           MOVE FUNCTION UPPER-CASE(W-INITS)   TO W-INITS.
           MOVE FUNCTION UPPER-CASE(W-KEY-LOC) TO W-KEY-LOC.
           MOVE FUNCTION UPPER-CASE(W-KEY-ACC) TO W-KEY-ACC.
           IF W-ACTION = "X"
             SET W-EXIT TO TRUE
             GO TO GET-SELECTION-E
           END-IF.
           IF W-KEY-LOC = SPACES OR W-KEY-ACC = SPACES
             MOVE "SUPPLIER LOCATION AND ACCOUNT REQUIRED"
               TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
           END-IF.
           IF W-INITS = SPACES
             MOVE "INITIALS REQUIRED" TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
           END-IF.

           IF W-ACTION = "V"
             MOVE "S" TO W-AUT-ROLE
           ELSE
             MOVE "M" TO W-AUT-ROLE
           END-IF.
           IF W-ACTION NOT = SPACE
             PERFORM CHECK-AUTHORITY
             IF NOT W-AUTHORISED
               MOVE SPACE TO W-ACTION
             END-IF
           END-IF.

       GET-SELECTION-E.
           EXIT.

      ******************************************************************
      * Adding or changing bank details needs SUPBANK at maintain on the
      *   ADUSRAUTL0 user authority file; confirming someone else's
      *   change needs it at supervise.
       CHECK-AUTHORITY SECTION.
       CHECK-AUTHORITY-B.
           MOVE 0 TO W-AUTH-FLAG.

           MOVE W-INITS TO W-AUT-INITS.
           MOVE SPACES  TO W-AUT-PROFILE.
           CALL "OPS000610C" USING W-AUT-INITS W-AUT-PROFILE
                                   W-AUT-FUNCTION W-AUT-ROLE
                                   W-AUT-ENTITY W-AUT-AMOUNT
                                   W-AUT-NAME W-AUT-MESSAGE
                                   W-AUT-RETURN.
           IF W-AUT-RETURN = "0"
             MOVE W-AUT-INITS TO W-INITS
             SET W-AUTHORISED TO TRUE
           ELSE
             MOVE W-AUT-MESSAGE TO W-STATUS-MSG
           END-IF.

       CHECK-AUTHORITY-E.
           EXIT.

      ******************************************************************
      * Bank details are only taken for a supplier on the master - a
      *   closed supplier can still be looked at but not given new
      *   details to be paid to.
       ADD-BANK-DETAILS SECTION.
       ADD-BANK-DETAILS-B.
           MOVE W-KEY-LOC TO SUPM-Supplier-Loc.
           MOVE W-KEY-ACC TO SUPM-Supplier-Acc.
           READ SUPMAST
             INVALID KEY
               MOVE "SUPPLIER NOT ON SUPPLIER MASTER" TO W-STATUS-MSG
               GO TO ADD-BANK-DETAILS-E
           END-READ.
           IF SUPM-Closed
             MOVE "SUPPLIER IS CLOSED" TO W-STATUS-MSG
             GO TO ADD-BANK-DETAILS-E
           END-IF.
           MOVE SUPM-Supplier-Name TO W-SUP-NAME.

           MOVE W-KEY-LOC TO SBK-Supplier-Loc.
           MOVE W-KEY-ACC TO SBK-Supplier-Acc.
           READ SUPBNK
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "BANK DETAILS ALREADY EXIST" TO W-STATUS-MSG
               GO TO ADD-BANK-DETAILS-E
           END-READ.

           MOVE "B"    TO W-SCHEME.
           MOVE SPACES TO W-SORT-CODE W-ACCOUNT-NO W-IBAN W-BIC.
           MOVE W-SUP-NAME TO W-ACCOUNT-NAME.
           PERFORM GET-DETAIL.
           IF NOT W-DETAIL-OK
             GO TO ADD-BANK-DETAILS-E
           END-IF.

           MOVE SPACES     TO SUPBNK-REC.
           MOVE W-KEY-LOC  TO SBK-Supplier-Loc.
           MOVE W-KEY-ACC  TO SBK-Supplier-Acc.
           PERFORM MOVE-DETAIL-TO-RECORD.
           WRITE SUPBNK-REC
             INVALID KEY
               MOVE "WRITE FAILED - DUPLICATE KEY" TO W-STATUS-MSG
               GO TO ADD-BANK-DETAILS-E
           END-WRITE.

           MOVE "BANK DETAILS ADDED - PENDING CONFIRMATION"
             TO W-LOG-TEXT.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "ADDED - NEEDS CONFIRMING BY ANOTHER USER"
             TO W-STATUS-MSG.

       ADD-BANK-DETAILS-E.
           EXIT.

      ******************************************************************
      * A change puts the row back to Pending whatever its status was -
      *   the payment run will not pay the supplier again until the
      *   new details are confirmed by someone else. The details being
      *   replaced go to the audit log, so a fraudulent change can be
      *   traced and put back.
       CHANGE-BANK-DETAILS SECTION.
       CHANGE-BANK-DETAILS-B.
           MOVE W-KEY-LOC TO SBK-Supplier-Loc.
           MOVE W-KEY-ACC TO SBK-Supplier-Acc.
           READ SUPBNK
             INVALID KEY
               MOVE "BANK DETAILS NOT FOUND" TO W-STATUS-MSG
               GO TO CHANGE-BANK-DETAILS-E
           END-READ.

           PERFORM GET-SUPPLIER-NAME.
           PERFORM MOVE-RECORD-TO-DETAIL.
           PERFORM GET-DETAIL.
           IF NOT W-DETAIL-OK
             GO TO CHANGE-BANK-DETAILS-E
           END-IF.

           IF  W-SCHEME       = SBK-Scheme
           AND W-SORT-CODE    = SBK-Sort-Code
           AND W-ACCOUNT-NO   = SBK-Account-No
           AND W-ACCOUNT-NAME = SBK-Account-Name
           AND W-IBAN         = SBK-IBAN
           AND W-BIC          = SBK-BIC
             MOVE "NO CHANGE MADE" TO W-STATUS-MSG
             GO TO CHANGE-BANK-DETAILS-E
           END-IF.

           PERFORM LOG-OLD-BANK-DETAILS.

           PERFORM MOVE-DETAIL-TO-RECORD.
           REWRITE SUPBNK-REC.

           MOVE "CHANGED - NEEDS CONFIRMING BY ANOTHER USER"
             TO W-STATUS-MSG.

       CHANGE-BANK-DETAILS-E.
           EXIT.

      ******************************************************************
      * Every bank field the change replaces goes to the audit log, one
      *   row for the scheme and sort code/account, one for the IBAN
      *   and one for the BIC and account name, so whichever field was
      *   altered the old value can be put back. An empty field shows
      *   as dashes - the audit text stops at the first run of blanks.
       LOG-OLD-BANK-DETAILS SECTION.
       LOG-OLD-BANK-DETAILS-B.
           MOVE SBK-Sort-Code  TO W-OLD-SORT-CODE.
           IF W-OLD-SORT-CODE = SPACES
             MOVE ALL "-" TO W-OLD-SORT-CODE
           END-IF.
           MOVE SBK-Account-No TO W-OLD-ACCOUNT-NO.
           IF W-OLD-ACCOUNT-NO = SPACES
             MOVE ALL "-" TO W-OLD-ACCOUNT-NO
           END-IF.
           MOVE SBK-IBAN       TO W-OLD-IBAN.
           IF W-OLD-IBAN = SPACES
             MOVE "-" TO W-OLD-IBAN
           END-IF.
           MOVE SBK-BIC        TO W-OLD-BIC.
           IF W-OLD-BIC = SPACES
             MOVE "-" TO W-OLD-BIC
           END-IF.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "BANK CHANGED - WAS SCHEME " DELIMITED BY SIZE
                  SBK-Scheme                   DELIMITED BY SIZE
                  " SORT "                     DELIMITED BY SIZE
                  W-OLD-SORT-CODE              DELIMITED BY SIZE
                  " ACC "                      DELIMITED BY SIZE
                  W-OLD-ACCOUNT-NO             DELIMITED BY SIZE
             INTO W-LOG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "BANK WAS IBAN "           DELIMITED BY SIZE
                  W-OLD-IBAN                 DELIMITED BY SPACE
             INTO W-LOG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "BANK WAS BIC "           DELIMITED BY SIZE
                  W-OLD-BIC                 DELIMITED BY SPACE
                  " NAME "                  DELIMITED BY SIZE
                  SBK-Account-Name          DELIMITED BY SIZE
             INTO W-LOG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.

       LOG-OLD-BANK-DETAILS-E.
           EXIT.

      ******************************************************************
      * Second-person confirmation. The confirming user sees the new
      *   details read-only and who keyed them, and must not be that
      *   same user.
       CONFIRM-BANK-DETAILS SECTION.
       CONFIRM-BANK-DETAILS-B.
           MOVE W-KEY-LOC TO SBK-Supplier-Loc.
           MOVE W-KEY-ACC TO SBK-Supplier-Acc.
           READ SUPBNK
             INVALID KEY
               MOVE "BANK DETAILS NOT FOUND" TO W-STATUS-MSG
               GO TO CONFIRM-BANK-DETAILS-E
           END-READ.

           IF NOT SBK-Pending
             MOVE "NOTHING AWAITING CONFIRMATION" TO W-STATUS-MSG
             GO TO CONFIRM-BANK-DETAILS-E
           END-IF.

           IF SBK-Amend-Inits = W-INITS
             MOVE "CHANGE MUST BE CONFIRMED BY ANOTHER USER"
               TO W-STATUS-MSG
             GO TO CONFIRM-BANK-DETAILS-E
           END-IF.

           PERFORM GET-SUPPLIER-NAME.
           PERFORM MOVE-RECORD-TO-DETAIL.
           MOVE SBK-Amend-Inits TO W-AMEND-INITS.
           MOVE SBK-Amend-Date  TO W-AMEND-DATE.
           MOVE "N" TO W-CONFIRM.
           DISPLAY SCR-CONFIRM.
           ACCEPT SCR-CONFIRM.
           MOVE FUNCTION UPPER-CASE(W-CONFIRM) TO W-CONFIRM.
           IF W-CONFIRM NOT = "Y"
             MOVE "NOT CONFIRMED - STILL PENDING" TO W-STATUS-MSG
             GO TO CONFIRM-BANK-DETAILS-E
           END-IF.

           SET SBK-Confirmed TO TRUE.
           MOVE W-INITS TO SBK-Confirm-Inits.
           MOVE W-TODAY TO SBK-Confirm-Date.
           REWRITE SUPBNK-REC.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "BANK DETAILS CONFIRMED - CHANGED BY "
                                          DELIMITED BY SIZE
                  SBK-Amend-Inits         DELIMITED BY SIZE
             INTO W-LOG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "CONFIRMED - NOW PAYABLE" TO W-STATUS-MSG.

       CONFIRM-BANK-DETAILS-E.
           EXIT.

      ******************************************************************
       GET-SUPPLIER-NAME SECTION.
       GET-SUPPLIER-NAME-B.
           MOVE W-KEY-LOC TO SUPM-Supplier-Loc.
           MOVE W-KEY-ACC TO SUPM-Supplier-Acc.
           READ SUPMAST
             INVALID KEY
               MOVE "** NOT ON SUPPLIER MASTER **" TO W-SUP-NAME
             NOT INVALID KEY
               MOVE SUPM-Supplier-Name TO W-SUP-NAME
           END-READ.

       GET-SUPPLIER-NAME-E.
           EXIT.

      ******************************************************************
       MOVE-RECORD-TO-DETAIL SECTION.
       MOVE-RECORD-TO-DETAIL-B.
           MOVE SBK-Scheme       TO W-SCHEME.
           MOVE SBK-Sort-Code    TO W-SORT-CODE.
           MOVE SBK-Account-No   TO W-ACCOUNT-NO.
           MOVE SBK-Account-Name TO W-ACCOUNT-NAME.
           MOVE SBK-IBAN         TO W-IBAN.
           MOVE SBK-BIC          TO W-BIC.

       MOVE-RECORD-TO-DETAIL-E.
           EXIT.

      ******************************************************************
      * Keyed details onto the record - always Pending, stamped with
      *   the user who keyed them, and any earlier confirmation wiped.
       MOVE-DETAIL-TO-RECORD SECTION.
       MOVE-DETAIL-TO-RECORD-B.
           MOVE W-SCHEME       TO SBK-Scheme.
           MOVE W-SORT-CODE    TO SBK-Sort-Code.
           MOVE W-ACCOUNT-NO   TO SBK-Account-No.
           MOVE W-ACCOUNT-NAME TO SBK-Account-Name.
           MOVE W-IBAN         TO SBK-IBAN.
           MOVE W-BIC          TO SBK-BIC.
           SET SBK-Pending     TO TRUE.
           MOVE W-INITS        TO SBK-Amend-Inits.
           MOVE W-TODAY        TO SBK-Amend-Date.
           MOVE SPACES         TO SBK-Confirm-Inits.
           MOVE ZERO           TO SBK-Confirm-Date.

       MOVE-DETAIL-TO-RECORD-E.
           EXIT.

      ******************************************************************
      * Detail screen, re-shown until the details check out. A blank
      *   scheme abandons the add/change.
       GET-DETAIL SECTION.
       GET-DETAIL-B.
           MOVE 0 TO W-DETAIL-FLAG.
           PERFORM UNTIL W-DETAIL-OK
             DISPLAY SCR-DETAIL
             ACCEPT SCR-DETAIL
             MOVE FUNCTION UPPER-CASE(W-SCHEME) TO W-SCHEME
             IF W-SCHEME = SPACE
               MOVE "ABANDONED - NOTHING CHANGED" TO W-STATUS-MSG
               GO TO GET-DETAIL-E
             END-IF
             PERFORM CHECK-DETAIL
           END-PERFORM.
           MOVE SPACES TO W-STATUS-MSG.

       GET-DETAIL-E.
           EXIT.

      ******************************************************************
      * Only the fields for the chosen scheme are kept - the other
      *   scheme's fields are cleared, so the payment run can never
      *   pick up a stale account from before a scheme change.
       CHECK-DETAIL SECTION.
       CHECK-DETAIL-B.
           MOVE FUNCTION UPPER-CASE(W-IBAN)         TO W-IBAN.
           MOVE FUNCTION UPPER-CASE(W-BIC)          TO W-BIC.
           MOVE FUNCTION UPPER-CASE(W-ACCOUNT-NAME) TO W-ACCOUNT-NAME.

           IF W-ACCOUNT-NAME = SPACES
             MOVE "ACCOUNT NAME REQUIRED" TO W-STATUS-MSG
             GO TO CHECK-DETAIL-E
           END-IF.

           EVALUATE W-SCHEME
             WHEN "B"
               MOVE SPACES TO W-IBAN W-BIC
               IF W-SORT-CODE NOT NUMERIC
                 MOVE "SORT CODE MUST BE 6 DIGITS" TO W-STATUS-MSG
                 GO TO CHECK-DETAIL-E
               END-IF
               IF W-ACCOUNT-NO NOT NUMERIC
                 MOVE "ACCOUNT NUMBER MUST BE 8 DIGITS"
                   TO W-STATUS-MSG
                 GO TO CHECK-DETAIL-E
               END-IF
             WHEN "S"
               MOVE SPACES TO W-SORT-CODE W-ACCOUNT-NO
               PERFORM CHECK-IBAN
               IF W-IBAN-BAD = 1
                 MOVE "IBAN IS NOT VALID" TO W-STATUS-MSG
                 GO TO CHECK-DETAIL-E
               END-IF
               MOVE ZERO TO W-BIC-LEN
               INSPECT W-BIC TALLYING W-BIC-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               IF  W-BIC-LEN NOT = 8
               AND W-BIC-LEN NOT = 11
                 MOVE "BIC MUST BE 8 OR 11 CHARACTERS"
                   TO W-STATUS-MSG
                 GO TO CHECK-DETAIL-E
               END-IF
               IF W-BIC-LEN = 8 AND W-BIC(9:3) NOT = SPACES
                 MOVE "BIC MUST BE 8 OR 11 CHARACTERS"
                   TO W-STATUS-MSG
                 GO TO CHECK-DETAIL-E
               END-IF
               IF W-BIC(1:4) NOT ALPHABETIC
               OR W-BIC(5:2) NOT ALPHABETIC
                 MOVE "BIC MUST START WITH BANK AND COUNTRY"
                   TO W-STATUS-MSG
                 GO TO CHECK-DETAIL-E
               END-IF
             WHEN OTHER
               MOVE "SCHEME MUST BE B OR S" TO W-STATUS-MSG
               GO TO CHECK-DETAIL-E
           END-EVALUATE.

           SET W-DETAIL-OK TO TRUE.

       CHECK-DETAIL-E.
           EXIT.

      ******************************************************************
      * IBAN check digits. Country code (2 letters), check digits (2
      *   digits), then 11 to 30 letters/digits with no embedded
      *   spaces; moved to the end, letters as 10-35, modulus 97 = 1.
       CHECK-IBAN SECTION.
       CHECK-IBAN-B.
           MOVE 1 TO W-IBAN-BAD.

           MOVE ZERO TO W-IBAN-LEN.
           INSPECT W-IBAN TALLYING W-IBAN-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE.
           IF W-IBAN-LEN < 15
             GO TO CHECK-IBAN-E
           END-IF.
           IF W-IBAN-LEN < 34
             IF W-IBAN(W-IBAN-LEN + 1:) NOT = SPACES
               GO TO CHECK-IBAN-E
             END-IF
           END-IF.
           IF W-IBAN(1:2) NOT ALPHABETIC
           OR W-IBAN(3:2) NOT NUMERIC
             GO TO CHECK-IBAN-E
           END-IF.

           MOVE SPACES TO W-IBAN-WORK.
           MOVE W-IBAN(5:W-IBAN-LEN - 4) TO W-IBAN-WORK.
           MOVE W-IBAN(1:4) TO W-IBAN-WORK(W-IBAN-LEN - 3:4).

           MOVE ZERO TO W-IBAN-REM.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-IBAN-LEN
             MOVE W-IBAN-WORK(W-IX:1) TO W-IBAN-CHAR
             IF W-IBAN-CHAR NUMERIC
               MOVE W-IBAN-CHAR TO W-IBAN-DIGIT
               COMPUTE W-IBAN-REM = W-IBAN-REM * 10 + W-IBAN-DIGIT
             ELSE
               MOVE ZERO TO W-IBAN-VALUE
               PERFORM VARYING W-AX FROM 1 BY 1
                       UNTIL W-AX > 26 OR W-IBAN-VALUE > 0
                 IF W-ALPHABET(W-AX:1) = W-IBAN-CHAR
                   COMPUTE W-IBAN-VALUE = W-AX + 9
                 END-IF
               END-PERFORM
               IF W-IBAN-VALUE = ZERO
                 GO TO CHECK-IBAN-E
               END-IF
               COMPUTE W-IBAN-REM = W-IBAN-REM * 100 + W-IBAN-VALUE
             END-IF
             DIVIDE W-IBAN-REM BY 97 GIVING W-IBAN-QUOT
               REMAINDER W-IBAN-REM
           END-PERFORM.

           IF W-IBAN-REM = 1
             MOVE 0 TO W-IBAN-BAD
           END-IF.

       CHECK-IBAN-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
           MOVE SPACES              TO W-ALG-KEY.
           STRING W-KEY-LOC "/" W-KEY-ACC
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           MOVE SPACES              TO W-ALG-TEXT.
           STRING W-LOG-TEXT        DELIMITED BY "   "
                  " BY "            DELIMITED BY SIZE
                  W-INITS           DELIMITED BY SIZE
             INTO W-ALG-TEXT
           END-STRING.
           MOVE 3                   TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-AUDIT-LOG-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-SUPBNK = 1
             CLOSE SUPBNK
             MOVE 0 TO O-SUPBNK
           END-IF.

           IF O-SUPMAST = 1
             CLOSE SUPMAST
             MOVE 0 TO O-SUPMAST
           END-IF.

           GOBACK.
