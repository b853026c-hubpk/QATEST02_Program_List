       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000133S.

      **************************************************************************
      *  Finance application. IPN26451                                         *
      *                                                                        *
      *  Bank payment file from the approved ADPAYPRPL0 proposal - the         *
      *    file the cashier uploads to the bank portal instead of              *
      *    re-keying every payable supplier by hand. Run once per              *
      *    entity: the entity's base currency on ADENTMSTL0 decides the        *
      *    scheme -                                                            *
      *                                                                        *
      *     - GBP (the UK company): BACS Standard 18 records, one per          *
      *       supplier, closed by a contra record debiting the keyed           *
      *       originating account with the file total;                         *
      *     - EUR (the Irish company): a SEPA credit transfer initiation       *
      *       (pain.001.001.03) with one transaction per supplier.             *
      *                                                                        *
      *  Only proposal rows at status P (payable) for the entity, in the       *
      *    entity's own currency, are paid - and only to bank details          *
      *    on ADSUPBNKL0 for the right scheme that a second user has           *
      *    confirmed on the ADA000132S screen. Anything else stays at P        *
      *    for the cashier to pay by hand, and is listed on the control        *
      *    report and the audit log with the reason.                           *
      *                                                                        *
      *  Every row put on the file is stamped T (transmitted) on               *
      *    PP-STATUS with this run's number, so a second run over the          *
      *    same proposal cannot pay it again. The run is registered            *
      *    under its own PAYMENT application on the run register.              *
      *                                                                        *
      *  Author: D.Rowan 2026-10-05                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Payment proposal - read to select, then re-read to stamp
           SELECT PAYPRP   ASSIGN      TO DATABASE-ADPAYPRPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-PAYPRP.

      * Supplier bank details - confirmed rows only are paid to
           SELECT SUPBNK   ASSIGN      TO DATABASE-ADSUPBNKL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS SBK-Key
                         FILE STATUS   IS ST-SUPBNK.

      * Entity master - the paying company's name and base currency
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

      * BACS Standard 18 payment file - the UK company
           SELECT BACSFL   ASSIGN      TO DATABASE-ADPAYBCSL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-BACSFL.

      * SEPA credit transfer file - the Irish company
           SELECT SEPAFL   ASSIGN      TO DATABASE-ADPAYSEPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-SEPAFL.

      * Control report - what was paid, and what was left and why
           SELECT PAYCTL   ASSIGN      TO DATABASE-ADPAYCTLL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-PAYCTL.

       DATA DIVISION.
        FILE SECTION.
         FD PAYPRP.
          01 PAYPRP-REC.
             COPY ADPAYPRPL0.

         FD SUPBNK.
          01 SUPBNK-REC.
             COPY ADSUPBNKL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

         FD BACSFL.
          01 BACSFL-REC.
             05  BC-DEST-SORT          PIC X(6).
             05  BC-DEST-ACCOUNT       PIC X(8).
             05  BC-ACCOUNT-TYPE       PIC X(1).
             05  BC-TRANS-CODE         PIC X(2).
             05  BC-ORIG-SORT          PIC X(6).
             05  BC-ORIG-ACCOUNT       PIC X(8).
             05  BC-FREE               PIC X(4).
             05  BC-AMOUNT-PENCE       PIC 9(11).
             05  BC-ORIG-NAME          PIC X(18).
             05  BC-REFERENCE          PIC X(18).
             05  BC-DEST-NAME          PIC X(18).

         FD SEPAFL.
          01 SEPAFL-REC                PIC X(120).

         FD PAYCTL.
          01 PAYCTL-REC                PIC X(100).

       WORKING-STORAGE SECTION.
        01  ST-PAYPRP   PIC X(2).
        01  ST-SUPBNK   PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-BACSFL   PIC X(2).
        01  ST-SEPAFL   PIC X(2).
        01  ST-PAYCTL   PIC X(2).
        01  O-PAYPRP    PIC 9 VALUE ZERO.
        01  O-SUPBNK    PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-BANKFL    PIC 9 VALUE ZERO.
        01  O-PAYCTL    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

        01 W-ENTITY         PIC X(3).
        01 W-ENT-NAME       PIC X(30).
        01 W-BASE-CCY       PIC X(3).
      * B = BACS file, S = SEPA file - from the entity's base currency
        01 W-SCHEME         PIC X(1).
           88 W-PAY-BACS               VALUE "B".
           88 W-PAY-SEPA               VALUE "S".

      * The proposal row's entity, normalised - rows written before
      *   the entity code existed are the UK company's
        01 W-ROW-ENT        PIC X(3).
        01 W-REASON         PIC X(40).

      * Rows selected for the bank file by the first pass - the file
      *   is written from here, and the stamping pass marks exactly
      *   these rows
        01 W-PAY-TAB-MAX    PIC 9(4) VALUE 500.
        01 W-PAY-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-PAY-TAB.
           05 W-PAY-ENTRY OCCURS 500.
              10 WP-LOC        PIC X(2).
              10 WP-ACC        PIC X(6).
              10 WP-CCY        PIC X(3).
              10 WP-AMOUNT     PIC S9(11)V99 COMP-3.
              10 WP-SORT       PIC X(6).
              10 WP-ACCOUNT    PIC X(8).
              10 WP-IBAN       PIC X(34).
              10 WP-BIC        PIC X(11).
              10 WP-NAME       PIC X(18).
              10 WP-STAMPED    PIC 9(1).
        01 W-PAY-TAB-FULL   PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.
        01 W-TX             PIC 9(4).
        01 W-THIS           PIC 9(4).

        01 W-PAID-COUNT     PIC S9(7)     COMP-3 VALUE ZERO.
        01 W-PAID-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-LEFT-COUNT     PIC S9(7)     COMP-3 VALUE ZERO.
        01 W-LEFT-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-STAMP-COUNT    PIC S9(7)     COMP-3 VALUE ZERO.
        01 W-PENCE          PIC 9(11).
        01 W-PENCE-TOTAL    PIC 9(11)  VALUE ZERO.

      * BACS payment reference and the SEPA identifiers - the run
      *   number ties a bank statement line back to this run
        01 W-RUN-ED         PIC 9(7).
        01 W-BACS-REF       PIC X(18).
        01 W-MSG-ID         PIC X(20).
        01 W-E2E-ID         PIC X(20).

      * SEPA text work fields. Amounts go out with a point and no
      *   leading spaces; names have the characters XML reserves
      *   replaced.
        01 W-XML-AMT-ED     PIC Z(10)9.99.
        01 W-XML-AMT        PIC X(14).
        01 W-LEAD           PIC 9(2).
        01 W-XML-NAME       PIC X(30).
        01 W-XML-DATE       PIC X(10).
        01 W-XML-DTTM       PIC X(19).
        01 W-NOW-DATE       PIC 9(8).
        01 W-NOW-TIME       PIC 9(8).
        01 W-CNT-XML        PIC Z(6)9.
        01 W-CNT-TXT        PIC X(7).

        01 W-AMT-ED         PIC Z(9)9.99-.
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(120).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000133S".
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

      * Run register server parameters - the payment run is its own
      *   application on the register
        01 W-REG-FUNCTION    PIC X(1).
        01 W-REG-APPLICATION PIC X(10) VALUE "PAYMENT".
        01 W-REG-STATUS      PIC X(1).
        01 W-REG-COUNT-1     PIC S9(7) COMP-3.
        01 W-REG-COUNT-2     PIC S9(7) COMP-3.
        01 W-REG-RETURN      PIC X(1).
        01 W-REG-STARTED     PIC 9 VALUE ZERO.
        01 W-REG-DUP         PIC 9 VALUE ZERO.
        01 W-PROC-DONE       PIC 9 VALUE ZERO.

       LINKAGE SECTION.
      * Output: 0 = bank file written, N = nothing payable for the
      *   entity (no file written), E = entity not on the master or
      *   its base currency is neither GBP nor EUR, O = originating
      *   account not keyed, D = run number already registered,
      *   F = a file would not open
        01 L-RETURN          PIC X(1).

      * In/out: this payment run's number - zero is allocated the
      *   next PAYMENT number by the register server
        01 L-RUN-NUMBER      PIC S9(7) COMP-3.

      * Input : the paying entity (blank = the UK company GBR)
        01 L-ENTITY-CODE     PIC X(3).

      * Input : date the bank is to pay on (yyyymmdd)
        01 L-VALUE-DATE      PIC 9(8).

      * Input : the entity's own account the payments are drawn from -
      *   sort code and account for BACS, IBAN and BIC for SEPA
        01 L-ORIGIN-ACCOUNT.
           05 L-ORIG-SORT    PIC X(6).
           05 L-ORIG-ACCOUNT PIC X(8).
           05 L-ORIG-IBAN    PIC X(34).
           05 L-ORIG-BIC     PIC X(11).

      ***************************************************************
       PROCEDURE DIVISION USING L-RETURN L-RUN-NUMBER L-ENTITY-CODE
                                L-VALUE-DATE L-ORIGIN-ACCOUNT.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.

           MOVE L-ENTITY-CODE TO W-ENTITY.
           IF W-ENTITY = SPACES
             MOVE "GBR" TO W-ENTITY
           END-IF.

           PERFORM OPEN-FILES.

           PERFORM CHECK-ENTITY.
           IF L-RETURN NOT = "0"
             GO TO MAIN-E
           END-IF.

      * Register the run - a zero run number is allocated the next
      *   PAYMENT number by the register server and passed back
           MOVE "S" TO W-REG-FUNCTION.
           MOVE SPACE TO W-REG-STATUS.
           MOVE ZERO TO W-REG-COUNT-1 W-REG-COUNT-2.
           CALL "OPS000602C" USING W-REG-FUNCTION W-REG-APPLICATION
                                   L-RUN-NUMBER W-REG-STATUS
                                   W-REG-COUNT-1 W-REG-COUNT-2
                                   W-REG-RETURN.
           MOVE 1 TO W-REG-STARTED.
           IF W-REG-RETURN = "D"
             MOVE 1 TO W-REG-DUP
             PERFORM WRITE-DUP-RUN-LOG
             MOVE "D" TO L-RETURN
             GO TO MAIN-E
           END-IF.

           PERFORM SELECT-PAYMENTS.

           IF W-PAY-TAB-COUNT = ZERO
             MOVE "N" TO L-RETURN
           ELSE
             IF W-PAY-BACS
               PERFORM WRITE-BACS-FILE
             ELSE
               PERFORM WRITE-SEPA-FILE
             END-IF
             PERFORM STAMP-PROPOSALS
           END-IF.

           PERFORM WRITE-CONTROL-TOTALS.
           MOVE 1 TO W-PROC-DONE.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN INPUT SUPBNK.
           IF ST-SUPBNK NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-SUPBNK.

           OPEN INPUT ENTMAST.
           IF ST-ENTMAST NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-ENTMAST.

           OPEN OUTPUT PAYCTL.
           IF ST-PAYCTL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-PAYCTL.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * The entity decides the scheme. A currency the bank files do
      *   not cover is refused whole rather than guessed at.
       CHECK-ENTITY SECTION.
       CHECK-ENTITY-B.
           MOVE W-ENTITY TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "E" TO L-RETURN
               GO TO CHECK-ENTITY-E
           END-READ.
           MOVE ENT-Entity-Name TO W-ENT-NAME.
           MOVE ENT-Base-Ccy    TO W-BASE-CCY.

           EVALUATE W-BASE-CCY
             WHEN "GBP"
               SET W-PAY-BACS TO TRUE
               IF L-ORIG-SORT NOT NUMERIC
               OR L-ORIG-ACCOUNT NOT NUMERIC
                 MOVE "O" TO L-RETURN
               END-IF
             WHEN "EUR"
               SET W-PAY-SEPA TO TRUE
               IF L-ORIG-IBAN = SPACES OR L-ORIG-BIC = SPACES
                 MOVE "O" TO L-RETURN
               END-IF
             WHEN OTHER
               MOVE "E" TO L-RETURN
           END-EVALUATE.

           MOVE SPACES TO W-LINE.
           STRING "BANK PAYMENT RUN - ENTITY " W-ENTITY " "
                  W-ENT-NAME
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO PAYCTL-REC.
           WRITE PAYCTL-REC.

           IF L-RETURN NOT = "0"
             MOVE SPACES TO W-LINE
             STRING "** RUN REFUSED - RETURN CODE " L-RETURN
               DELIMITED BY SIZE INTO W-LINE
             END-STRING
             MOVE W-LINE TO PAYCTL-REC
             WRITE PAYCTL-REC
           END-IF.

       CHECK-ENTITY-E.
           EXIT.

      ******************************************************************
      * First pass over the proposal - every payable row for the
      *   entity is either taken into the payment table or listed as
      *   left unpaid with its reason.
       SELECT-PAYMENTS SECTION.
       SELECT-PAYMENTS-B.
           OPEN INPUT PAYPRP.
           IF ST-PAYPRP NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-PAYPRP.

           MOVE SPACES TO PAYCTL-REC.
           WRITE PAYCTL-REC.
           MOVE "LEFT UNPAID - PAY BY HAND OR CORRECT AND RERUN:"
             TO PAYCTL-REC.
           WRITE PAYCTL-REC.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ PAYPRP NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE PP-ENTITY TO W-ROW-ENT
                 IF W-ROW-ENT = SPACES
                   MOVE "GBR" TO W-ROW-ENT
                 END-IF
                 IF  PP-PAYABLE
                 AND W-ROW-ENT = W-ENTITY
                   PERFORM JUDGE-ONE-ROW
                   IF W-REASON NOT = SPACES
                     PERFORM REPORT-LEFT-UNPAID
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           IF W-LEFT-COUNT = ZERO
             MOVE "  NONE" TO PAYCTL-REC
             WRITE PAYCTL-REC
           END-IF.

           CLOSE PAYPRP.
           MOVE 0 TO O-PAYPRP.

       SELECT-PAYMENTS-E.
           EXIT.

      ******************************************************************
       JUDGE-ONE-ROW SECTION.
       JUDGE-ONE-ROW-B.
           MOVE SPACES TO W-REASON.

           IF PP-CURRENCY NOT = W-BASE-CCY
             MOVE "CURRENCY NOT PAID BY THIS BANK FILE" TO W-REASON
             GO TO JUDGE-ONE-ROW-E
           END-IF.

           IF PP-NET-PAY NOT > ZERO
             MOVE "NET PAYMENT NOT POSITIVE" TO W-REASON
             GO TO JUDGE-ONE-ROW-E
           END-IF.

           MOVE PP-SUPPLIER-LOC TO SBK-Supplier-Loc.
           MOVE PP-SUPPLIER-ACC TO SBK-Supplier-Acc.
           READ SUPBNK
             INVALID KEY
               MOVE "NO BANK DETAILS HELD" TO W-REASON
               GO TO JUDGE-ONE-ROW-E
           END-READ.

           IF NOT SBK-Confirmed
             MOVE "BANK DETAILS AWAITING CONFIRMATION" TO W-REASON
             GO TO JUDGE-ONE-ROW-E
           END-IF.

           IF SBK-Scheme NOT = W-SCHEME
             MOVE "BANK DETAILS ARE FOR THE OTHER SCHEME" TO W-REASON
             GO TO JUDGE-ONE-ROW-E
           END-IF.

           IF W-PAY-BACS
             COMPUTE W-PENCE = PP-NET-PAY * 100
               ON SIZE ERROR
                 MOVE "AMOUNT TOO LARGE FOR A BACS RECORD"
                   TO W-REASON
                 GO TO JUDGE-ONE-ROW-E
             END-COMPUTE
           END-IF.

           IF W-PAY-TAB-COUNT >= W-PAY-TAB-MAX
             SET W-TAB-FULL TO TRUE
             MOVE "PAYMENT TABLE FULL - PAY IN A SECOND RUN"
               TO W-REASON
             GO TO JUDGE-ONE-ROW-E
           END-IF.

           ADD 1 TO W-PAY-TAB-COUNT.
           MOVE W-PAY-TAB-COUNT  TO W-THIS.
           MOVE PP-SUPPLIER-LOC  TO WP-LOC(W-THIS).
           MOVE PP-SUPPLIER-ACC  TO WP-ACC(W-THIS).
           MOVE PP-CURRENCY      TO WP-CCY(W-THIS).
           MOVE PP-NET-PAY       TO WP-AMOUNT(W-THIS).
           MOVE SBK-Sort-Code    TO WP-SORT(W-THIS).
           MOVE SBK-Account-No   TO WP-ACCOUNT(W-THIS).
           MOVE SBK-IBAN         TO WP-IBAN(W-THIS).
           MOVE SBK-BIC          TO WP-BIC(W-THIS).
           MOVE SBK-Account-Name TO WP-NAME(W-THIS).
           MOVE 0                TO WP-STAMPED(W-THIS).
           ADD 1          TO W-PAID-COUNT.
           ADD PP-NET-PAY TO W-PAID-TOTAL.

       JUDGE-ONE-ROW-E.
           EXIT.

      ******************************************************************
      * A payable the file could not carry - on the control report and,
      *   as a warning, on the audit log so it is not forgotten.
       REPORT-LEFT-UNPAID SECTION.
       REPORT-LEFT-UNPAID-B.
           ADD 1          TO W-LEFT-COUNT.
           ADD PP-NET-PAY TO W-LEFT-TOTAL.

           MOVE SPACES TO W-LINE.
           MOVE PP-NET-PAY TO W-AMT-ED.
           STRING "  " PP-SUPPLIER-LOC "/" PP-SUPPLIER-ACC
                  " " PP-SUPPLIER-NAME
                  " " PP-CURRENCY W-AMT-ED
                  " " W-REASON
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO PAYCTL-REC.
           WRITE PAYCTL-REC.

           MOVE SPACES TO W-ALG-KEY.
           STRING PP-SUPPLIER-LOC "/" PP-SUPPLIER-ACC
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           MOVE SPACES TO W-ALG-TEXT.
           STRING "NOT PAID - " W-REASON
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 2 TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM L-RUN-NUMBER W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       REPORT-LEFT-UNPAID-E.
           EXIT.

      ******************************************************************
      * BACS Standard 18 - transaction code 99 credits each supplier,
      *   and the closing contra (code 17) debits the entity's own
      *   account with the total, so the file balances to the bank.
       WRITE-BACS-FILE SECTION.
       WRITE-BACS-FILE-B.
           OPEN OUTPUT BACSFL.
           IF ST-BACSFL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-BANKFL.

           MOVE L-RUN-NUMBER TO W-RUN-ED.
           MOVE SPACES TO W-BACS-REF.
           STRING W-ENTITY " PAYMENT " W-RUN-ED
             DELIMITED BY SIZE INTO W-BACS-REF
           END-STRING.

           PERFORM VARYING W-TX FROM 1 BY 1
                   UNTIL W-TX > W-PAY-TAB-COUNT
             MOVE SPACES          TO BACSFL-REC
             MOVE WP-SORT(W-TX)    TO BC-DEST-SORT
             MOVE WP-ACCOUNT(W-TX) TO BC-DEST-ACCOUNT
             MOVE "0"             TO BC-ACCOUNT-TYPE
             MOVE "99"            TO BC-TRANS-CODE
             MOVE L-ORIG-SORT     TO BC-ORIG-SORT
             MOVE L-ORIG-ACCOUNT  TO BC-ORIG-ACCOUNT
             COMPUTE W-PENCE = WP-AMOUNT(W-TX) * 100
             MOVE W-PENCE         TO BC-AMOUNT-PENCE
             ADD W-PENCE          TO W-PENCE-TOTAL
             MOVE W-ENT-NAME      TO BC-ORIG-NAME
             MOVE W-BACS-REF      TO BC-REFERENCE
             MOVE WP-NAME(W-TX)    TO BC-DEST-NAME
             WRITE BACSFL-REC
           END-PERFORM.

           MOVE SPACES          TO BACSFL-REC.
           MOVE L-ORIG-SORT     TO BC-DEST-SORT.
           MOVE L-ORIG-ACCOUNT  TO BC-DEST-ACCOUNT.
           MOVE "0"             TO BC-ACCOUNT-TYPE.
           MOVE "17"            TO BC-TRANS-CODE.
           MOVE L-ORIG-SORT     TO BC-ORIG-SORT.
           MOVE L-ORIG-ACCOUNT  TO BC-ORIG-ACCOUNT.
           MOVE W-PENCE-TOTAL   TO BC-AMOUNT-PENCE.
           MOVE W-ENT-NAME      TO BC-ORIG-NAME.
           MOVE "CONTRA"        TO BC-REFERENCE.
           MOVE W-ENT-NAME      TO BC-DEST-NAME.
           WRITE BACSFL-REC.

           CLOSE BACSFL.
           MOVE 0 TO O-BANKFL.

       WRITE-BACS-FILE-E.
           EXIT.

      ******************************************************************
      * SEPA credit transfer initiation, one payment information block
      *   for the run with one transaction per supplier. The group
      *   header needs the count and control sum up front, which is
      *   why the rows are selected into the table first.
       WRITE-SEPA-FILE SECTION.
       WRITE-SEPA-FILE-B.
           OPEN OUTPUT SEPAFL.
           IF ST-SEPAFL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-BANKFL.

           MOVE L-RUN-NUMBER TO W-RUN-ED.
           MOVE SPACES TO W-MSG-ID.
           STRING "ADA133-" W-ENTITY "-" W-RUN-ED
             DELIMITED BY SIZE INTO W-MSG-ID
           END-STRING.

           ACCEPT W-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT W-NOW-TIME FROM TIME.
           MOVE SPACES TO W-XML-DTTM.
           STRING W-NOW-DATE(1:4) "-" W-NOW-DATE(5:2) "-"
                  W-NOW-DATE(7:2) "T" W-NOW-TIME(1:2) ":"
                  W-NOW-TIME(3:2) ":" W-NOW-TIME(5:2)
             DELIMITED BY SIZE INTO W-XML-DTTM
           END-STRING.
           MOVE SPACES TO W-XML-DATE.
           STRING L-VALUE-DATE(1:4) "-" L-VALUE-DATE(5:2) "-"
                  L-VALUE-DATE(7:2)
             DELIMITED BY SIZE INTO W-XML-DATE
           END-STRING.

           MOVE W-PAY-TAB-COUNT TO W-CNT-XML.
           MOVE ZERO TO W-LEAD.
           INSPECT W-CNT-XML TALLYING W-LEAD FOR LEADING SPACES.
           MOVE SPACES TO W-CNT-TXT.
           MOVE W-CNT-XML(W-LEAD + 1:) TO W-CNT-TXT.

           MOVE W-ENT-NAME TO W-XML-NAME.
           PERFORM CLEAN-XML-NAME.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE SPACES TO W-LINE.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pain.001.001.03">'
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE "<CstmrCdtTrfInitn>" TO SEPAFL-REC.
           WRITE SEPAFL-REC.

      * Group header
           MOVE "<GrpHdr>" TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE SPACES TO W-LINE.
           STRING "<MsgId>" W-MSG-ID DELIMITED BY SPACE
                  "</MsgId>" DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE SPACES TO W-LINE.
           STRING "<CreDtTm>" W-XML-DTTM "</CreDtTm>"
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           PERFORM WRITE-SEPA-COUNTS.
           MOVE SPACES TO W-LINE.
           STRING "<InitgPty><Nm>" W-XML-NAME DELIMITED BY "  "
                  "</Nm></InitgPty>" DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE "</GrpHdr>" TO SEPAFL-REC.
           WRITE SEPAFL-REC.

      * Payment information - the debtor side
           MOVE "<PmtInf>" TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE SPACES TO W-LINE.
           STRING "<PmtInfId>" W-MSG-ID DELIMITED BY SPACE
                  "</PmtInfId><PmtMtd>TRF</PmtMtd>"
                  DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           PERFORM WRITE-SEPA-COUNTS.
           MOVE "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>"
             TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE SPACES TO W-LINE.
           STRING "<ReqdExctnDt>" W-XML-DATE "</ReqdExctnDt>"
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE SPACES TO W-LINE.
           STRING "<Dbtr><Nm>" W-XML-NAME DELIMITED BY "  "
                  "</Nm></Dbtr>" DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE SPACES TO W-LINE.
           STRING "<DbtrAcct><Id><IBAN>" L-ORIG-IBAN DELIMITED BY SPACE
                  "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
             INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE SPACES TO W-LINE.
           STRING "<DbtrAgt><FinInstnId><BIC>" L-ORIG-BIC
                  DELIMITED BY SPACE
                  "</BIC></FinInstnId></DbtrAgt>" DELIMITED BY SIZE
             INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE "<ChrgBr>SLEV</ChrgBr>" TO SEPAFL-REC.
           WRITE SEPAFL-REC.

           PERFORM VARYING W-TX FROM 1 BY 1
                   UNTIL W-TX > W-PAY-TAB-COUNT
             PERFORM WRITE-SEPA-TRANSACTION
           END-PERFORM.

           MOVE "</PmtInf>" TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE "</CstmrCdtTrfInitn>" TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE "</Document>" TO SEPAFL-REC.
           WRITE SEPAFL-REC.

           CLOSE SEPAFL.
           MOVE 0 TO O-BANKFL.

       WRITE-SEPA-FILE-E.
           EXIT.

      ******************************************************************
      * Number of transactions and control sum - the same pair goes in
      *   the group header and the payment information block.
       WRITE-SEPA-COUNTS SECTION.
       WRITE-SEPA-COUNTS-B.
           MOVE W-PAID-TOTAL TO W-XML-AMT-ED.
           PERFORM TRIM-XML-AMOUNT.
           MOVE SPACES TO W-LINE.
           STRING "<NbOfTxs>" W-CNT-TXT DELIMITED BY SPACE
                  "</NbOfTxs><CtrlSum>" DELIMITED BY SIZE
                  W-XML-AMT DELIMITED BY SPACE
                  "</CtrlSum>" DELIMITED BY SIZE
             INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.

       WRITE-SEPA-COUNTS-E.
           EXIT.

      ******************************************************************
       WRITE-SEPA-TRANSACTION SECTION.
       WRITE-SEPA-TRANSACTION-B.
           MOVE SPACES TO W-E2E-ID.
           STRING W-RUN-ED "-" WP-LOC(W-TX) WP-ACC(W-TX)
             DELIMITED BY SIZE INTO W-E2E-ID
           END-STRING.

           MOVE "<CdtTrfTxInf>" TO SEPAFL-REC.
           WRITE SEPAFL-REC.
           MOVE SPACES TO W-LINE.
           STRING "<PmtId><EndToEndId>" W-E2E-ID DELIMITED BY SPACE
                  "</EndToEndId></PmtId>" DELIMITED BY SIZE
             INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.

           MOVE WP-AMOUNT(W-TX) TO W-XML-AMT-ED.
           PERFORM TRIM-XML-AMOUNT.
           MOVE SPACES TO W-LINE.
           STRING '<Amt><InstdAmt Ccy="' WP-CCY(W-TX) '">'
                  DELIMITED BY SIZE
                  W-XML-AMT DELIMITED BY SPACE
                  "</InstdAmt></Amt>" DELIMITED BY SIZE
             INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.

           MOVE SPACES TO W-LINE.
           STRING "<CdtrAgt><FinInstnId><BIC>" WP-BIC(W-TX)
                  DELIMITED BY SPACE
                  "</BIC></FinInstnId></CdtrAgt>" DELIMITED BY SIZE
             INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.

           MOVE WP-NAME(W-TX) TO W-XML-NAME.
           PERFORM CLEAN-XML-NAME.
           MOVE SPACES TO W-LINE.
           STRING "<Cdtr><Nm>" W-XML-NAME DELIMITED BY "  "
                  "</Nm></Cdtr>" DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.

           MOVE SPACES TO W-LINE.
           STRING "<CdtrAcct><Id><IBAN>" WP-IBAN(W-TX)
                  DELIMITED BY SPACE
                  "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
             INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.

           MOVE SPACES TO W-LINE.
           STRING "<RmtInf><Ustrd>" W-ENTITY " PAYMENT " W-RUN-ED
                  "</Ustrd></RmtInf>"
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SEPAFL-REC.
           WRITE SEPAFL-REC.

           MOVE "</CdtTrfTxInf>" TO SEPAFL-REC.
           WRITE SEPAFL-REC.

       WRITE-SEPA-TRANSACTION-E.
           EXIT.

      ******************************************************************
       TRIM-XML-AMOUNT SECTION.
       TRIM-XML-AMOUNT-B.
           MOVE ZERO TO W-LEAD.
           INSPECT W-XML-AMT-ED TALLYING W-LEAD FOR LEADING SPACES.
           MOVE SPACES TO W-XML-AMT.
           MOVE W-XML-AMT-ED(W-LEAD + 1:) TO W-XML-AMT.

       TRIM-XML-AMOUNT-E.
           EXIT.

      ******************************************************************
      * Characters XML reserves cannot go into a name element as they
      *   stand, and the SEPA character set does not carry them.
       CLEAN-XML-NAME SECTION.
       CLEAN-XML-NAME-B.
           INSPECT W-XML-NAME REPLACING ALL "&" BY "+"
                                        ALL "<" BY " "
                                        ALL ">" BY " "
                                        ALL '"' BY " ".

       CLEAN-XML-NAME-E.
           EXIT.

      ******************************************************************
      * Second pass - stamp every row put on the bank file. Each table
      *   entry is stamped once, so a duplicated proposal row can only
      *   ever be paid by the one entry that was written.
       STAMP-PROPOSALS SECTION.
       STAMP-PROPOSALS-B.
           OPEN I-O PAYPRP.
           IF ST-PAYPRP NOT = "00"
             MOVE "F" TO L-RETURN
             PERFORM WRITE-STAMP-FAIL-LOG
             GO TO STAMP-PROPOSALS-E
           END-IF.
           MOVE 1 TO O-PAYPRP.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ PAYPRP NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE PP-ENTITY TO W-ROW-ENT
                 IF W-ROW-ENT = SPACES
                   MOVE "GBR" TO W-ROW-ENT
                 END-IF
                 IF  PP-PAYABLE
                 AND W-ROW-ENT = W-ENTITY
                   PERFORM STAMP-ONE-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE PAYPRP.
           MOVE 0 TO O-PAYPRP.

           IF W-STAMP-COUNT NOT = W-PAID-COUNT
             PERFORM WRITE-STAMP-FAIL-LOG
           END-IF.

       STAMP-PROPOSALS-E.
           EXIT.

      ******************************************************************
       STAMP-ONE-ROW SECTION.
       STAMP-ONE-ROW-B.
           MOVE 0 TO W-THIS.
           PERFORM VARYING W-TX FROM 1 BY 1
                   UNTIL W-TX > W-PAY-TAB-COUNT
                      OR W-THIS > 0
             IF  WP-LOC(W-TX)    = PP-SUPPLIER-LOC
             AND WP-ACC(W-TX)    = PP-SUPPLIER-ACC
             AND WP-CCY(W-TX)    = PP-CURRENCY
             AND WP-AMOUNT(W-TX) = PP-NET-PAY
             AND WP-STAMPED(W-TX) = 0
               MOVE W-TX TO W-THIS
             END-IF
           END-PERFORM.

           IF W-THIS = 0
             GO TO STAMP-ONE-ROW-E
           END-IF.

           MOVE 1 TO WP-STAMPED(W-THIS).
           SET PP-TRANSMITTED TO TRUE.
           MOVE L-RUN-NUMBER TO PP-BANK-RUN.
           REWRITE PAYPRP-REC.
           ADD 1 TO W-STAMP-COUNT.

       STAMP-ONE-ROW-E.
           EXIT.

      ******************************************************************
      * The bank file went out but not every row it carries could be
      *   stamped - a rerun could pay them twice. Severity-1 so the
      *   night is held until someone has looked.
       WRITE-STAMP-FAIL-LOG SECTION.
       WRITE-STAMP-FAIL-LOG-B.
           MOVE SPACES TO W-ALG-KEY.
           MOVE "BANK FILE WRITTEN BUT PROPOSAL NOT FULLY STAMPED"
             TO W-ALG-TEXT.
           MOVE 1 TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM L-RUN-NUMBER W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-STAMP-FAIL-LOG-E.
           EXIT.

      ******************************************************************
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-B.
           MOVE SPACES TO PAYCTL-REC.
           WRITE PAYCTL-REC.
           MOVE "PAID ON THE BANK FILE:" TO PAYCTL-REC.
           WRITE PAYCTL-REC.
           PERFORM VARYING W-TX FROM 1 BY 1
                   UNTIL W-TX > W-PAY-TAB-COUNT
             MOVE SPACES TO W-LINE
             MOVE WP-AMOUNT(W-TX) TO W-AMT-ED
             IF W-PAY-BACS
               STRING "  " WP-LOC(W-TX) "/" WP-ACC(W-TX)
                      " " WP-NAME(W-TX)
                      " " WP-SORT(W-TX) " " WP-ACCOUNT(W-TX)
                      " " WP-CCY(W-TX) W-AMT-ED
                 DELIMITED BY SIZE INTO W-LINE
               END-STRING
             ELSE
               STRING "  " WP-LOC(W-TX) "/" WP-ACC(W-TX)
                      " " WP-NAME(W-TX)
                      " " WP-IBAN(W-TX)
                      " " WP-CCY(W-TX) W-AMT-ED
                 DELIMITED BY SIZE INTO W-LINE
               END-STRING
             END-IF
             MOVE W-LINE TO PAYCTL-REC
             WRITE PAYCTL-REC
           END-PERFORM.
           IF W-PAY-TAB-COUNT = ZERO
             MOVE "  NONE" TO PAYCTL-REC
             WRITE PAYCTL-REC
           END-IF.

           MOVE SPACES TO PAYCTL-REC.
           WRITE PAYCTL-REC.

           MOVE SPACES TO W-LINE.
           MOVE L-RUN-NUMBER TO W-RUN-ED.
           STRING "PAYMENT RUN  . . . . . . . : " W-RUN-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO PAYCTL-REC.
           WRITE PAYCTL-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-PAID-COUNT TO W-CNT-ED.
           MOVE W-PAID-TOTAL TO W-AMT-ED.
           STRING "PAYMENTS ON FILE . . . . . : " W-CNT-ED
                  "  " W-BASE-CCY W-AMT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO PAYCTL-REC.
           WRITE PAYCTL-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-STAMP-COUNT TO W-CNT-ED.
           STRING "PROPOSAL ROWS STAMPED T  . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO PAYCTL-REC.
           WRITE PAYCTL-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-LEFT-COUNT TO W-CNT-ED.
           MOVE W-LEFT-TOTAL TO W-AMT-ED.
           STRING "LEFT UNPAID  . . . . . . . : " W-CNT-ED
                  "  " W-AMT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO PAYCTL-REC.
           WRITE PAYCTL-REC.

           IF W-TAB-FULL
             MOVE "** PAYMENT TABLE OVERFLOWED - RUN AGAIN FOR THE REST"
               TO PAYCTL-REC
             WRITE PAYCTL-REC
           END-IF.

           IF W-PAY-TAB-COUNT > ZERO
             MOVE SPACES TO W-ALG-KEY
             MOVE SPACES TO W-ALG-TEXT
             MOVE W-PAID-COUNT TO W-CNT-ED
             MOVE W-PAID-TOTAL TO W-AMT-ED
             STRING "BANK FILE " W-ENTITY " - " W-CNT-ED
                    " PAYMENTS " W-BASE-CCY W-AMT-ED
               DELIMITED BY SIZE INTO W-ALG-TEXT
             END-STRING
             MOVE 3 TO W-ALG-SEVERITY
             CALL "OPS000607C" USING W-ALG-PROGRAM L-RUN-NUMBER
                                     W-ALG-KEY W-ALG-SEVERITY
                                     W-ALG-TEXT W-ALG-MEMBER
                                     W-ALG-RETURN
           END-IF.

       WRITE-CONTROL-TOTALS-E.
           EXIT.

      ******************************************************************
       WRITE-DUP-RUN-LOG SECTION.
       WRITE-DUP-RUN-LOG-B.
           MOVE SPACES TO W-ALG-KEY.
           MOVE "RUN NUMBER ALREADY REGISTERED - CHECK RUN REGISTER"
             TO W-ALG-TEXT.
           MOVE 2 TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM L-RUN-NUMBER W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-DUP-RUN-LOG-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-PAYPRP = 1
             CLOSE PAYPRP
             MOVE 0 TO O-PAYPRP
           END-IF.

           IF O-SUPBNK = 1
             CLOSE SUPBNK
             MOVE 0 TO O-SUPBNK
           END-IF.

           IF O-ENTMAST = 1
             CLOSE ENTMAST
             MOVE 0 TO O-ENTMAST
           END-IF.

           IF O-BANKFL = 1
             IF W-PAY-BACS
               CLOSE BACSFL
             ELSE
               CLOSE SEPAFL
             END-IF
             MOVE 0 TO O-BANKFL
           END-IF.

           IF O-PAYCTL = 1
             CLOSE PAYCTL
             MOVE 0 TO O-PAYCTL
           END-IF.

      * Report the run's end to the register - a run that never got
      *   through is reported as abended, one that left payables
      *   unpaid as ended-with-exceptions. A clashing run number
      *   reports no end: the row belongs to the earlier run.
           IF W-REG-STARTED = 1 AND W-REG-DUP = 0
             MOVE "E" TO W-REG-FUNCTION
             EVALUATE TRUE
               WHEN W-PROC-DONE = 0
                 MOVE "A" TO W-REG-STATUS
               WHEN W-LEFT-COUNT > 0
                 MOVE "X" TO W-REG-STATUS
               WHEN OTHER
                 MOVE "E" TO W-REG-STATUS
             END-EVALUATE
             MOVE W-STAMP-COUNT TO W-REG-COUNT-1
             MOVE W-LEFT-COUNT  TO W-REG-COUNT-2
             CALL "OPS000602C" USING W-REG-FUNCTION W-REG-APPLICATION
                                     L-RUN-NUMBER W-REG-STATUS
                                     W-REG-COUNT-1 W-REG-COUNT-2
                                     W-REG-RETURN
             MOVE 0 TO W-REG-STARTED
           END-IF.

           GOBACK.
