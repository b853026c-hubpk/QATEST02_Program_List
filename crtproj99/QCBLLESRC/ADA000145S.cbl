       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000145S.

      **************************************************************************
      *  Finance application. IPN26464                                         *
      *                                                                        *
      *  Monthly CIS return for one contractor entity - totals the             *
      *    ADCISDEDL0 payment and deduction ledger the ADA000122S              *
      *    proposal run adds to, for the keyed tax month, per                  *
      *    subcontractor: gross paid, cost of materials and CIS                *
      *    deducted. Writes the return file the monthly submission is          *
      *    keyed or uploaded from and a listing for Finance, in place          *
      *    of the spreadsheet built by hand from the remittances.              *
      *                                                                        *
      *  The return file carries an H record (employer reference and           *
      *    tax month), one D record per subcontractor paid in the month        *
      *    and a T record with the count and totals. The ledger is only        *
      *    ever added to, so the return can be re-run for any month and        *
      *    agrees with the statements issued for it. A month with no           *
      *    CIS payments still gets its H and T records - the nil return        *
      *    has to be made too.                                                 *
      *                                                                        *
      *  A subcontractor's status, UTR and verification number are             *
      *    taken from its latest payment in the month.                         *
      *                                                                        *
      *  Author: D.Rowan 2026-10-15                                            *
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
      * CIS payment and deduction ledger
           SELECT CISDED   ASSIGN      TO DATABASE-ADCISDEDL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-CISDED.

      * Entity master - the contractor's name and employer reference
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

      * The monthly return file
           SELECT CISRET   ASSIGN      TO DATABASE-ADCISRETL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-CISRET.

      * The return listing for Finance
           SELECT CISRPT   ASSIGN      TO DATABASE-ADCISRRPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-CISRPT.

       DATA DIVISION.
        FILE SECTION.
         FD CISDED.
          01 CISDED-REC.
             COPY ADCISDEDL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

      * H = header, D = one subcontractor, T = count and totals
         FD CISRET.
          01 CISRET-REC.
             05  CR-RECORD-TYPE        PIC X(1).
             05  CR-EMPLOYER-REF       PIC X(14).
             05  CR-TAX-MONTH-END      PIC 9(8).
             05  CR-UTR                PIC X(10).
             05  CR-VERIFY-NO          PIC X(13).
             05  CR-NAME               PIC X(30).
             05  CR-STATUS             PIC X(1).
             05  CR-COUNT              PIC 9(5).
             05  CR-GROSS              PIC S9(11)V99  COMP-3.
             05  CR-MATERIALS          PIC S9(11)V99  COMP-3.
             05  CR-DEDUCTION          PIC S9(11)V99  COMP-3.

         FD CISRPT.
          01 CISRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-CISDED   PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-CISRET   PIC X(2).
        01  ST-CISRPT   PIC X(2).
        01  O-CISDED    PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-CISRET    PIC 9 VALUE ZERO.
        01  O-CISRPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

        01 W-ENTITY         PIC X(3).
        01 W-TAX-MONTH-END  PIC 9(8).
        01 W-TAX-MONTH-END-R REDEFINES W-TAX-MONTH-END.
           05 W-TME-YEAR    PIC 9(4).
           05 W-TME-MONTH   PIC 9(2).
           05 W-TME-DAY     PIC 9(2).

      * One row per subcontractor paid in the month
        01 W-SUB-TAB-MAX    PIC 9(4) VALUE 500.
        01 W-SUB-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-SUB-TAB.
           05 W-SUB-ENTRY OCCURS 500.
              10 WB-LOC        PIC X(2).
              10 WB-ACC        PIC X(6).
              10 WB-NAME       PIC X(30).
              10 WB-UTR        PIC X(10).
              10 WB-VERIFY     PIC X(13).
              10 WB-STATUS     PIC X(1).
              10 WB-PAYMENTS   PIC 9(5).
              10 WB-GROSS      PIC S9(11)V99 COMP-3.
              10 WB-MATERIALS  PIC S9(11)V99 COMP-3.
              10 WB-DEDUCTION  PIC S9(11)V99 COMP-3.
        01 W-SUB-TAB-FULL   PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.
        01 W-TX             PIC 9(4).
        01 W-THIS           PIC 9(4).

        01 W-TOT-GROSS      PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-TOT-MATERIALS  PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-TOT-DEDUCTION  PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-READ-COUNT     PIC 9(7) VALUE ZERO.

        01 W-AMT-ED         PIC Z(10)9.99-.
        01 W-AMT-ED-2       PIC Z(10)9.99-.
        01 W-AMT-ED-3       PIC Z(10)9.99-.
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(132).

       LINKAGE SECTION.
      * Output: 0 = return written, N = nil return written (no CIS
      *   payments in the month), D = the date keyed is not the 5th
      *   of a month, E = entity not on ADENTMSTL0 or has no employer
      *   reference, T = subcontractor table full - return incomplete,
      *   not written, F = a file would not open
        01 L-RETURN          PIC X(1).

      * Input : the last day of the tax month being returned (yyyymm05)
        01 L-TAX-MONTH-END   PIC 9(8).

      * Input : the contractor entity (blank = the UK company GBR)
        01 L-ENTITY-CODE     PIC X(3).

      ***************************************************************
       PROCEDURE DIVISION USING L-RETURN L-TAX-MONTH-END L-ENTITY-CODE.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.

           MOVE L-ENTITY-CODE TO W-ENTITY.
           IF W-ENTITY = SPACES
             MOVE "GBR" TO W-ENTITY
           END-IF.

           MOVE L-TAX-MONTH-END TO W-TAX-MONTH-END.
           IF W-TME-DAY NOT = 5
           OR W-TME-MONTH < 1 OR W-TME-MONTH > 12
             MOVE "D" TO L-RETURN
             GOBACK
           END-IF.

           PERFORM OPEN-FILES.

           MOVE W-ENTITY TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "E" TO L-RETURN
               GO TO MAIN-E
           END-READ.
           IF ENT-Employer-Ref = SPACES
             MOVE "E" TO L-RETURN
             GO TO MAIN-E
           END-IF.

           PERFORM COLLECT-PAYMENTS.

           PERFORM PRINT-HEADING.
           IF W-TAB-FULL
             MOVE "T" TO L-RETURN
             MOVE "** SUBCONTRACTOR TABLE FULL - NO RETURN WRITTEN"
               TO CISRPT-REC
             WRITE CISRPT-REC
             GO TO MAIN-E
           END-IF.

           PERFORM WRITE-RETURN.

           IF W-SUB-TAB-COUNT = ZERO
             MOVE "N" TO L-RETURN
           END-IF.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN INPUT CISDED.
           IF ST-CISDED NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-CISDED.

           OPEN INPUT ENTMAST.
           IF ST-ENTMAST NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-ENTMAST.

           OPEN OUTPUT CISRET.
           IF ST-CISRET NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-CISRET.

           OPEN OUTPUT CISRPT.
           IF ST-CISRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-CISRPT.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * The entity's ledger rows for the tax month, totalled per
      *   subcontractor.
       COLLECT-PAYMENTS SECTION.
       COLLECT-PAYMENTS-B.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ CISDED NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  CIS-Entity-Code   = W-ENTITY
                 AND CIS-Tax-Month-End = W-TAX-MONTH-END
                   ADD 1 TO W-READ-COUNT
                   PERFORM TALLY-PAYMENT
                 END-IF
             END-READ
           END-PERFORM.

       COLLECT-PAYMENTS-E.
           EXIT.

      ******************************************************************
       TALLY-PAYMENT SECTION.
       TALLY-PAYMENT-B.
           MOVE 0 TO W-THIS.
           PERFORM VARYING W-TX FROM 1 BY 1
                   UNTIL W-TX > W-SUB-TAB-COUNT
                      OR W-THIS > 0
             IF  WB-LOC(W-TX) = CIS-Supplier-Loc
             AND WB-ACC(W-TX) = CIS-Supplier-Acc
               MOVE W-TX TO W-THIS
             END-IF
           END-PERFORM.

           IF W-THIS = 0
             IF W-SUB-TAB-COUNT >= W-SUB-TAB-MAX
               SET W-TAB-FULL TO TRUE
               GO TO TALLY-PAYMENT-E
             END-IF
             ADD 1 TO W-SUB-TAB-COUNT
             MOVE W-SUB-TAB-COUNT TO W-THIS
             MOVE CIS-Supplier-Loc TO WB-LOC(W-THIS)
             MOVE CIS-Supplier-Acc TO WB-ACC(W-THIS)
             MOVE ZERO TO WB-PAYMENTS(W-THIS)
             MOVE ZERO TO WB-GROSS(W-THIS)
             MOVE ZERO TO WB-MATERIALS(W-THIS)
             MOVE ZERO TO WB-DEDUCTION(W-THIS)
           END-IF.

      * the ledger is in payment order - the latest row's details win
           MOVE CIS-Supplier-Name TO WB-NAME(W-THIS).
           MOVE CIS-UTR           TO WB-UTR(W-THIS).
           MOVE CIS-Verify-No     TO WB-VERIFY(W-THIS).
           MOVE CIS-Status        TO WB-STATUS(W-THIS).
           ADD 1                  TO WB-PAYMENTS(W-THIS).
           ADD CIS-Gross          TO WB-GROSS(W-THIS).
           ADD CIS-Materials      TO WB-MATERIALS(W-THIS).
           ADD CIS-Deduction      TO WB-DEDUCTION(W-THIS).

       TALLY-PAYMENT-E.
           EXIT.

      ******************************************************************
      * H record, one D record and listing line per subcontractor,
      *   then the T record and the totals.
       WRITE-RETURN SECTION.
       WRITE-RETURN-B.
           MOVE SPACES          TO CISRET-REC.
           MOVE "H"             TO CR-RECORD-TYPE.
           MOVE ENT-Employer-Ref TO CR-EMPLOYER-REF.
           MOVE W-TAX-MONTH-END TO CR-TAX-MONTH-END.
           MOVE ENT-Entity-Name TO CR-NAME.
           MOVE ZERO            TO CR-COUNT.
           MOVE ZERO            TO CR-GROSS.
           MOVE ZERO            TO CR-MATERIALS.
           MOVE ZERO            TO CR-DEDUCTION.
           WRITE CISRET-REC.

           PERFORM VARYING W-TX FROM 1 BY 1
                   UNTIL W-TX > W-SUB-TAB-COUNT
             PERFORM WRITE-SUBCONTRACTOR
           END-PERFORM.

           MOVE SPACES          TO CISRET-REC.
           MOVE "T"             TO CR-RECORD-TYPE.
           MOVE ENT-Employer-Ref TO CR-EMPLOYER-REF.
           MOVE W-TAX-MONTH-END TO CR-TAX-MONTH-END.
           MOVE W-SUB-TAB-COUNT TO CR-COUNT.
           MOVE W-TOT-GROSS     TO CR-GROSS.
           MOVE W-TOT-MATERIALS TO CR-MATERIALS.
           MOVE W-TOT-DEDUCTION TO CR-DEDUCTION.
           WRITE CISRET-REC.

           MOVE SPACES TO CISRPT-REC.
           WRITE CISRPT-REC.
           IF W-SUB-TAB-COUNT = ZERO
             MOVE "** NO CIS PAYMENTS IN THE TAX MONTH - NIL RETURN"
               TO CISRPT-REC
             WRITE CISRPT-REC
           END-IF.

           MOVE SPACES TO W-LINE.
           MOVE W-SUB-TAB-COUNT TO W-CNT-ED.
           MOVE W-TOT-GROSS     TO W-AMT-ED.
           MOVE W-TOT-MATERIALS TO W-AMT-ED-2.
           MOVE W-TOT-DEDUCTION TO W-AMT-ED-3.
           STRING "TOTAL " W-CNT-ED " SUBCONTRACTORS"
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-AMT-ED   TO W-LINE(78:15).
           MOVE W-AMT-ED-2 TO W-LINE(95:15).
           MOVE W-AMT-ED-3 TO W-LINE(112:15).
           MOVE W-LINE TO CISRPT-REC.
           WRITE CISRPT-REC.

       WRITE-RETURN-E.
           EXIT.

      ******************************************************************
       WRITE-SUBCONTRACTOR SECTION.
       WRITE-SUBCONTRACTOR-B.
           MOVE SPACES            TO CISRET-REC.
           MOVE "D"               TO CR-RECORD-TYPE.
           MOVE ENT-Employer-Ref  TO CR-EMPLOYER-REF.
           MOVE W-TAX-MONTH-END   TO CR-TAX-MONTH-END.
           MOVE WB-UTR(W-TX)      TO CR-UTR.
           MOVE WB-VERIFY(W-TX)   TO CR-VERIFY-NO.
           MOVE WB-NAME(W-TX)     TO CR-NAME.
           MOVE WB-STATUS(W-TX)   TO CR-STATUS.
           MOVE WB-PAYMENTS(W-TX) TO CR-COUNT.
           MOVE WB-GROSS(W-TX)    TO CR-GROSS.
           MOVE WB-MATERIALS(W-TX) TO CR-MATERIALS.
           MOVE WB-DEDUCTION(W-TX) TO CR-DEDUCTION.
           WRITE CISRET-REC.

           ADD WB-GROSS(W-TX)     TO W-TOT-GROSS.
           ADD WB-MATERIALS(W-TX) TO W-TOT-MATERIALS.
           ADD WB-DEDUCTION(W-TX) TO W-TOT-DEDUCTION.

           MOVE SPACES TO W-LINE.
           MOVE WB-GROSS(W-TX)     TO W-AMT-ED.
           MOVE WB-MATERIALS(W-TX) TO W-AMT-ED-2.
           MOVE WB-DEDUCTION(W-TX) TO W-AMT-ED-3.
           MOVE WB-PAYMENTS(W-TX)  TO W-CNT-ED.
           STRING WB-LOC(W-TX) "/" WB-ACC(W-TX)
                  " " WB-NAME(W-TX)
                  " " WB-UTR(W-TX)
                  " " WB-VERIFY(W-TX)
                  " " WB-STATUS(W-TX)
                  " " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-AMT-ED   TO W-LINE(78:15).
           MOVE W-AMT-ED-2 TO W-LINE(95:15).
           MOVE W-AMT-ED-3 TO W-LINE(112:15).
           MOVE W-LINE TO CISRPT-REC.
           WRITE CISRPT-REC.

       WRITE-SUBCONTRACTOR-E.
           EXIT.

      ******************************************************************
       PRINT-HEADING SECTION.
       PRINT-HEADING-B.
           MOVE SPACES TO W-LINE.
           STRING "CIS MONTHLY RETURN - " ENT-Entity-Name
                  "  EMPLOYER REF " ENT-Employer-Ref
                  "  TAX MONTH ENDING " W-TAX-MONTH-END
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO CISRPT-REC.
           WRITE CISRPT-REC.
           MOVE SPACES TO CISRPT-REC.
           WRITE CISRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE "SUPPLIER"          TO W-LINE(1:8).
           MOVE "NAME"              TO W-LINE(11:4).
           MOVE "UTR"               TO W-LINE(42:3).
           MOVE "VERIFICATION"      TO W-LINE(53:12).
           MOVE "S"                 TO W-LINE(67:1).
           MOVE "PAYS"              TO W-LINE(70:4).
           MOVE "GROSS PAID"        TO W-LINE(82:10).
           MOVE "MATERIALS"         TO W-LINE(100:9).
           MOVE "CIS DEDUCTED"      TO W-LINE(114:12).
           MOVE W-LINE TO CISRPT-REC.
           WRITE CISRPT-REC.

       PRINT-HEADING-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-CISDED = 1
             CLOSE CISDED
             MOVE 0 TO O-CISDED
           END-IF.

           IF O-ENTMAST = 1
             CLOSE ENTMAST
             MOVE 0 TO O-ENTMAST
           END-IF.

           IF O-CISRET = 1
             CLOSE CISRET
             MOVE 0 TO O-CISRET
           END-IF.

           IF O-CISRPT = 1
             CLOSE CISRPT
             MOVE 0 TO O-CISRPT
           END-IF.

           GOBACK.
