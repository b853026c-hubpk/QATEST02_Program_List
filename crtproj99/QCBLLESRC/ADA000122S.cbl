      *     - ADPAYREML0, a printed remittance advice per supplier             *
      *       listing the supplier's own invoice references.                   *
      *                                                                        *
      *  A CIS subcontractor (ADSUPMSTL0 CIS status) paid in sterling by       *
      *    a sterling company is paid net of the CIS deduction: the            *
      *    lines coded to an ADCISLABL0 labour analysis code are labour,       *
      *    the rest materials, and the deduction is taken off the labour       *
      *    at the rate for the supplier's status. Its remittance advice        *
      *    carries the CIS payment and deduction statement, and the            *
      *    payment is added to the ADCISDEDL0 ledger the ADA000145S            *
      *    monthly return is built from.                                       *
      *                                                                        *
      *  Every invoice carried into a payable (net DR) proposal is             *
      *    marked on the header (gaadPayPrp = 'P', and gaadPayDte = the        *
      *    payment date), so the next proposal run does not pick it up         *
      *    twice. A supplier whose net is zero or a credit is reported         *
      *    on the proposal but left unmarked - the rows carry forward          *
      *    until the position turns payable.                                   *
      *                                                                        *
      *  Author: D.Rowan 2026-09-02                                            *
      *                                                                        *
      *                            payables net and pay separately, so       *
      *                            the cashier never pays Irish invoices     *
      *                            out of the UK run                          *
      *  IPN26451 2026/10/05 DR001 Proposal layout moved to the ADPAYPRPL0   *
      *                            copybook it now shares with the           *
      *                            ADA000133S BACS/SEPA payment run          *
      *  IPN26452 2026/10/06 DR001 Reversed invoices never proposed - an     *
      *                            invoice backed out on the ADA000134S      *
      *                            screen is not owed                        *
      *  IPN26464 2026/10/15 DR001 CIS subcontractors paid net of the          *
      *                            deduction on their labour lines, with the   *
      *                            CIS statement on the remittance advice and  *
      *                            each payment added to the ADCISDEDL0 ledger *
      *  IPN26465 2026/10/15 DR001 Each invoice the proposal takes is stamped  *
      *                            with the payment date (gaadPayDte) as well  *
      *                            as the P flag, for the ADA000146S payment   *
      *                            practices report                            *
      *  IPN26469 2026/10/15 DR001 Runs of the EXPENSES claims feed taken with *
      *                            the ADOS runs - both post to the interface  *
      *                            files                                       *
      **************************************************************************

       ENVIRONMENT DIVISION.
                         RECORD KEY    IS SUPM-Key
                         FILE STATUS   IS ST-SUPMAST.

      * Posted interface details - the labour lines of a CIS
      *   subcontractor's invoice
           SELECT IFDTL    ASSIGN      TO DATABASE-ADIFCDTLL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS gbadKey
                         FILE STATUS   IS ST-IFDTL.

      * CIS labour analysis codes - a line on one of these is labour
           SELECT CISLAB   ASSIGN      TO DATABASE-ADCISLABL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS CLB-Anal-Code
                         FILE STATUS   IS ST-CISLAB.

      * Entity master - the paying company on the CIS statement
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

      * CIS payment and deduction ledger - added to
           SELECT CISDED   ASSIGN      TO DATABASE-ADCISDEDL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-CISDED.

      * Payment proposal file for the cashier
           SELECT PAYPRP   ASSIGN      TO DATABASE-ADPAYPRPL0
                         ORGANIZATION  IS SEQUENTIAL
          01 SUPMAST-REC.
             COPY ADSUPMSTL0.

         FD IFDTL.
          01 IFDTL-REC.
             COPY ADIFCDTLL0.

         FD CISLAB.
          01 CISLAB-REC.
             COPY ADCISLABL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

         FD CISDED.
          01 CISDED-REC.
             COPY ADCISDEDL0.

         FD PAYPRP.
          01 PAYPRP-REC.
             COPY ADPAYPRPL0.

         FD REMADV.
          01 REMADV-REC                PIC X(80).
        01  ST-RUNREG   PIC X(2).
        01  ST-RUNARC   PIC X(2).
        01  ST-SUPMAST  PIC X(2).
        01  ST-IFDTL    PIC X(2).
        01  ST-CISLAB   PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-CISDED   PIC X(2).
        01  ST-PAYPRP   PIC X(2).
        01  ST-REMADV   PIC X(2).
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-RUNREG    PIC 9 VALUE ZERO.
        01  O-RUNARC    PIC 9 VALUE ZERO.
        01  O-SUPMAST   PIC 9 VALUE ZERO.
        01  O-IFDTL     PIC 9 VALUE ZERO.
        01  O-CISLAB    PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-CISDED    PIC 9 VALUE ZERO.
        01  O-PAYPRP    PIC 9 VALUE ZERO.
        01  O-REMADV    PIC 9 VALUE ZERO.

              10 WS-DR-TOTAL   PIC S9(11)V99 COMP-3.
              10 WS-CR-TOTAL   PIC S9(11)V99 COMP-3.
              10 WS-INV-COUNT  PIC S9(5)     COMP-3.
      * CIS status when the deduction applies (blank otherwise) and
      *   the net labour of the invoices netted
              10 WS-CIS-STATUS PIC X(1).
              10 WS-LABOUR     PIC S9(11)V99 COMP-3.
        01 W-SUP-TAB-FULL   PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.
        01 W-TX             PIC 9(4).
           88 W-ARC-FULL            VALUE 1.
        01 W-AX             PIC 9(4).
        01 W-ARC-HIT        PIC 9.
        01 W-RUN-FOUND      PIC 9.
        01 W-ARC-DATE       PIC 9(8).

      * Second-pass working values for the supplier being advised
        01 W-NET-PAY        PIC S9(11)V99 COMP-3.
        01 W-NO-DATE-COUNT  PIC S9(7)     COMP-3 VALUE ZERO.

      * CIS deduction for the supplier being advised - statutory
      *   rates by CIS status
        01 W-CIS-GROSS      PIC S9(11)V99 COMP-3.
        01 W-CIS-LABOUR     PIC S9(11)V99 COMP-3.
        01 W-CIS-MATERIALS  PIC S9(11)V99 COMP-3.
        01 W-CIS-DEDUCTION  PIC S9(11)V99 COMP-3.
        01 W-CIS-RATE       PIC S9(3)V99  COMP-3.
        01 W-CIS-GROSS-RATE PIC S9(3)V99  COMP-3 VALUE ZERO.
        01 W-CIS-NET-RATE   PIC S9(3)V99  COMP-3 VALUE 20.
        01 W-CIS-UNVER-RATE PIC S9(3)V99  COMP-3 VALUE 30.
        01 W-CIS-SKIP-COUNT PIC S9(7)     COMP-3 VALUE ZERO.

      * Labour on the invoice being netted, off its detail lines
        01 W-INV-LABOUR     PIC S9(11)V99 COMP-3.
        01 W-DTL-EOF        PIC 9.

      * The tax month the payment date falls in - the 6th of one
      *   month to the 5th of the next, named by its last day
        01 W-PAY-DATE       PIC 9(8).
        01 W-PAY-DATE-R REDEFINES W-PAY-DATE.
           05 W-PAY-YEAR    PIC 9(4).
           05 W-PAY-MONTH   PIC 9(2).
           05 W-PAY-DAY     PIC 9(2).
        01 W-TAX-MONTH-END  PIC 9(8).
        01 W-TAX-MONTH-END-R REDEFINES W-TAX-MONTH-END.
           05 W-TME-YEAR    PIC 9(4).
           05 W-TME-MONTH   PIC 9(2).
           05 W-TME-DAY     PIC 9(2).

      * Print work fields
      * On during the netting pass only, so the register-miss count
      *   is not doubled by the marking pass re-running the test

        01 W-AMT-ED         PIC Z(9)9.99-.
        01 W-CNT-ED         PIC Z(4)9.
        01 W-PCT-ED         PIC Z9.
        01 W-LINE           PIC X(80).

       LINKAGE SECTION.

           PERFORM OPEN-FILES.
           PERFORM LOAD-ARCHIVED-RUNS.
           PERFORM SET-TAX-MONTH.

           PERFORM COLLECT-SUPPLIERS.
           PERFORM WRITE-PROPOSALS.
           END-IF.
           MOVE 1 TO O-SUPMAST.

           OPEN INPUT IFDTL.
           IF ST-IFDTL NOT = "00"
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-IFDTL.

           OPEN INPUT CISLAB.
           IF ST-CISLAB NOT = "00"
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-CISLAB.

           OPEN INPUT ENTMAST.
           IF ST-ENTMAST NOT = "00"
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-ENTMAST.

           OPEN EXTEND CISDED.
           IF ST-CISDED NOT = "00"
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-CISDED.

           OPEN OUTPUT PAYPRP.
           IF ST-PAYPRP NOT = "00"
             GO TO PGM-END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE RUNARC-REC TO RUNREG-REC
                 IF  RR-Interface-Run
                 AND RR-Run-Number NOT = ZERO
                   IF W-ARC-TAB-COUNT < W-ARC-TAB-MAX
                     ADD 1 TO W-ARC-TAB-COUNT
       LOAD-ARCHIVED-RUNS-E.
           EXIT.

      ******************************************************************
      * A payment on the 6th or later falls in the tax month ending on
      *   the 5th of the next calendar month; one on the 1st to the
      *   5th in the month ending on the 5th of this one.
       SET-TAX-MONTH SECTION.
       SET-TAX-MONTH-B.
           MOVE L-PAY-DATE  TO W-PAY-DATE.
           MOVE W-PAY-YEAR  TO W-TME-YEAR.
           MOVE W-PAY-MONTH TO W-TME-MONTH.
           MOVE 5           TO W-TME-DAY.
           IF W-PAY-DAY > 5
             IF W-PAY-MONTH = 12
               ADD 1 TO W-TME-YEAR
               MOVE 1 TO W-TME-MONTH
             ELSE
               ADD 1 TO W-TME-MONTH
             END-IF
           END-IF.

       SET-TAX-MONTH-E.
           EXIT.

      ******************************************************************
      * First pass over the live headers - net every eligible invoice
      *   into its supplier/currency entry.
             GO TO CHECK-ELIGIBLE-E
           END-IF.

      * A reversed invoice was posted in error and is not owed
           IF gaadRevSts = "R"
             GO TO CHECK-ELIGIBLE-E
           END-IF.

      * Only invoices the ADA000131S screen has fully approved are
      *   paid - queried, part-approved and untouched headers carry
      *   forward until they reach status A
             GO TO CHECK-ELIGIBLE-E
           END-IF.

      * The posting run is an ADOS run or, failing that, an expense
      *   feed run
           MOVE 1          TO W-RUN-FOUND.
           MOVE "ADOS"     TO RR-Application.
           MOVE gaadRunNbr TO RR-Run-Number.
           READ RUNREG
             INVALID KEY
               MOVE "EXPENSES" TO RR-Application
               READ RUNREG
                 INVALID KEY
                   MOVE 0 TO W-RUN-FOUND
               END-READ
           END-READ.
           IF W-RUN-FOUND = 0
             PERFORM LOOK-IN-ARCHIVE
             IF W-ARC-HIT = 0
               IF W-NETTING-PASS = 1
                 ADD 1 TO W-NO-DATE-COUNT
               END-IF
               GO TO CHECK-ELIGIBLE-E
             END-IF
             MOVE W-ARC-DATE TO RR-Start-Date
           END-IF.

           IF RR-Start-Date = ZERO
           OR RR-Start-Date > L-PAY-DATE
             MOVE ZERO TO WS-DR-TOTAL(W-THIS)
             MOVE ZERO TO WS-CR-TOTAL(W-THIS)
             MOVE ZERO TO WS-INV-COUNT(W-THIS)
             MOVE ZERO TO WS-LABOUR(W-THIS)
             PERFORM SET-CIS-STATUS
           END-IF.

           IF gaadDRCR = "DR"
           END-IF.
           ADD 1 TO WS-INV-COUNT(W-THIS).

      * A credit note's labour comes off the labour it credits
           IF WS-CIS-STATUS(W-THIS) NOT = SPACE
             PERFORM SUM-INVOICE-LABOUR
             IF gaadDRCR = "DR"
               ADD W-INV-LABOUR TO WS-LABOUR(W-THIS)
             ELSE
               SUBTRACT W-INV-LABOUR FROM WS-LABOUR(W-THIS)
             END-IF
           END-IF.

       TALLY-SUPPLIER-E.
           EXIT.

      ******************************************************************
      * The deduction applies to a CIS subcontractor paid in sterling
      *   by a company whose ledger is in sterling - CIS is a UK
      *   scheme. A subcontractor paid any other way is paid in full
      *   and counted for the proposal trailer.
       SET-CIS-STATUS SECTION.
       SET-CIS-STATUS-B.
           MOVE SPACE TO WS-CIS-STATUS(W-THIS).

           MOVE gaadSupLoc TO SUPM-Supplier-Loc.
           MOVE gaadSupAcc TO SUPM-Supplier-Acc.
           READ SUPMAST
             INVALID KEY
               GO TO SET-CIS-STATUS-E
           END-READ.
           IF NOT SUPM-CIS-Subcontractor
             GO TO SET-CIS-STATUS-E
           END-IF.

           MOVE W-ENT TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE SPACES TO ENT-Base-Ccy
           END-READ.
           IF ENT-Base-Ccy NOT = "GBP"
           OR gaadCurCde   NOT = "GBP"
             ADD 1 TO W-CIS-SKIP-COUNT
             GO TO SET-CIS-STATUS-E
           END-IF.

           MOVE SUPM-CIS-Status TO WS-CIS-STATUS(W-THIS).

       SET-CIS-STATUS-E.
           EXIT.

      ******************************************************************
      * The invoice's labour - its detail lines on a labour analysis
      *   code, net of VAT.
       SUM-INVOICE-LABOUR SECTION.
       SUM-INVOICE-LABOUR-B.
           MOVE ZERO TO W-INV-LABOUR.

           MOVE gaadInvNo TO gbadInvNo.
           MOVE ZERO      TO gbadLneNbr.
           START IFDTL KEY >= gbadKey
             INVALID KEY
               GO TO SUM-INVOICE-LABOUR-E
           END-START.

           MOVE 0 TO W-DTL-EOF.
           PERFORM UNTIL W-DTL-EOF = 1
             READ IFDTL NEXT
               AT END
                 MOVE 1 TO W-DTL-EOF
               NOT AT END
                 IF gbadInvNo NOT = gaadInvNo
                   MOVE 1 TO W-DTL-EOF
                 ELSE
                   MOVE gbadAccAnl TO CLB-Anal-Code
                   READ CISLAB
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       ADD gbadAmt TO W-INV-LABOUR
                   END-READ
                 END-IF
             END-READ
           END-PERFORM.

       SUM-INVOICE-LABOUR-E.
           EXIT.

      ******************************************************************
      * A header loaded before the entity code existed carries blank -
      *   it belongs to the UK company.

           COMPUTE W-NET-PAY = WS-DR-TOTAL(W-TX) - WS-CR-TOTAL(W-TX).

           MOVE ZERO TO W-CIS-LABOUR.
           MOVE ZERO TO W-CIS-DEDUCTION.
           IF  W-NET-PAY > ZERO
           AND WS-CIS-STATUS(W-TX) NOT = SPACE
             PERFORM CALCULATE-CIS
           END-IF.

           MOVE SPACES TO PAYPRP-REC.
           MOVE WS-LOC(W-TX)       TO PP-SUPPLIER-LOC.
           MOVE WS-ACC(W-TX)       TO PP-SUPPLIER-ACC.
           MOVE W-NET-PAY          TO PP-NET-PAY.
           MOVE WS-INV-COUNT(W-TX) TO PP-INVOICE-COUNT.
           MOVE L-PAY-DATE         TO PP-PAY-DATE.
           MOVE ZERO               TO PP-BANK-RUN.
           MOVE WS-CIS-STATUS(W-TX) TO PP-CIS-STATUS.
           MOVE W-CIS-LABOUR       TO PP-CIS-LABOUR.
           MOVE W-CIS-DEDUCTION    TO PP-CIS-DEDUCTION.
           IF W-NET-PAY > ZERO
             SET PP-PAYABLE TO TRUE
           ELSE
       PROPOSE-ONE-SUPPLIER-E.
           EXIT.

      ******************************************************************
      * The deduction on a payable subcontractor row. Labour can be no
      *   less than nothing and no more than the payment; the rest is
      *   materials. The deduction is taken to the penny below, and
      *   W-NET-PAY becomes what is left to pay.
       CALCULATE-CIS SECTION.
       CALCULATE-CIS-B.
           MOVE W-NET-PAY       TO W-CIS-GROSS.
           MOVE WS-LABOUR(W-TX) TO W-CIS-LABOUR.
           IF W-CIS-LABOUR < ZERO
             MOVE ZERO TO W-CIS-LABOUR
           END-IF.
           IF W-CIS-LABOUR > W-CIS-GROSS
             MOVE W-CIS-GROSS TO W-CIS-LABOUR
           END-IF.
           COMPUTE W-CIS-MATERIALS = W-CIS-GROSS - W-CIS-LABOUR.

           EVALUATE WS-CIS-STATUS(W-TX)
             WHEN "G"
               MOVE W-CIS-GROSS-RATE TO W-CIS-RATE
             WHEN "N"
               MOVE W-CIS-NET-RATE   TO W-CIS-RATE
             WHEN OTHER
               MOVE W-CIS-UNVER-RATE TO W-CIS-RATE
           END-EVALUATE.

           COMPUTE W-CIS-DEDUCTION = W-CIS-LABOUR * W-CIS-RATE / 100.
           SUBTRACT W-CIS-DEDUCTION FROM W-NET-PAY.

       CALCULATE-CIS-E.
           EXIT.

      ******************************************************************
      * Remittance advice for the supplier entry at W-TX, listing the
      *   supplier's own invoice references, and the proposal mark on
           MOVE W-LINE TO REMADV-REC.
           WRITE REMADV-REC.

           IF WS-CIS-STATUS(W-TX) NOT = SPACE
             PERFORM PRINT-CIS-STATEMENT
             PERFORM WRITE-CIS-LEDGER
           END-IF.

           MOVE SPACES TO REMADV-REC.
           WRITE REMADV-REC.

       ADVISE-AND-MARK-E.
           EXIT.

      ******************************************************************
      * The CIS payment and deduction statement the subcontractor is
      *   owed for the payment - contractor, subcontractor, tax month
      *   and the gross / materials / deduction / payable figures.
       PRINT-CIS-STATEMENT SECTION.
       PRINT-CIS-STATEMENT-B.
           MOVE WS-ENT(W-TX) TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE SPACES TO ENT-Entity-Name
               MOVE SPACES TO ENT-Employer-Ref
           END-READ.
           MOVE WS-LOC(W-TX) TO SUPM-Supplier-Loc.
           MOVE WS-ACC(W-TX) TO SUPM-Supplier-Acc.
           READ SUPMAST
             INVALID KEY
               MOVE SPACES TO SUPM-CIS-UTR
               MOVE SPACES TO SUPM-CIS-Verify-No
           END-READ.

           MOVE SPACES TO REMADV-REC.
           WRITE REMADV-REC.
           MOVE SPACES TO W-LINE.
           STRING "  CIS PAYMENT AND DEDUCTION STATEMENT - TAX MONTH"
                  " ENDING " W-TAX-MONTH-END
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO REMADV-REC.
           WRITE REMADV-REC.

           MOVE SPACES TO W-LINE.
           STRING "  CONTRACTOR    " ENT-Entity-Name
                  " EMPLOYER REF " ENT-Employer-Ref
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO REMADV-REC.
           WRITE REMADV-REC.

           MOVE SPACES TO W-LINE.
           STRING "  SUBCONTRACTOR " W-SUP-NAME
                  " UTR " SUPM-CIS-UTR
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO REMADV-REC.
           WRITE REMADV-REC.

           IF SUPM-CIS-Verify-No NOT = SPACES
             MOVE SPACES TO W-LINE
             STRING "  VERIFICATION NUMBER " SUPM-CIS-Verify-No
               DELIMITED BY SIZE INTO W-LINE
             END-STRING
             MOVE W-LINE TO REMADV-REC
             WRITE REMADV-REC
           END-IF.

           MOVE SPACES TO W-LINE.
           MOVE W-CIS-GROSS TO W-AMT-ED.
           STRING "  GROSS AMOUNT PAID (EXCL VAT) . . : " W-AMT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO REMADV-REC.
           WRITE REMADV-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-CIS-MATERIALS TO W-AMT-ED.
           STRING "  LESS COST OF MATERIALS . . . . . : " W-AMT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO REMADV-REC.
           WRITE REMADV-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-CIS-LABOUR TO W-AMT-ED.
           STRING "  AMOUNT LIABLE TO DEDUCTION . . . : " W-AMT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO REMADV-REC.
           WRITE REMADV-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-CIS-DEDUCTION TO W-AMT-ED.
           MOVE W-CIS-RATE TO W-PCT-ED.
           STRING "  AMOUNT DEDUCTED AT " W-PCT-ED "% . . . . . : "
                  W-AMT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO REMADV-REC.
           WRITE REMADV-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-NET-PAY TO W-AMT-ED.
           STRING "  AMOUNT PAYABLE . . . . . . . . . : " W-AMT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO REMADV-REC.
           WRITE REMADV-REC.

       PRINT-CIS-STATEMENT-E.
           EXIT.

      ******************************************************************
      * The payment onto the CIS ledger, as the statement printed it -
      *   PRINT-CIS-STATEMENT has just read the supplier's row.
       WRITE-CIS-LEDGER SECTION.
       WRITE-CIS-LEDGER-B.
           MOVE SPACES              TO CISDED-REC.
           MOVE WS-LOC(W-TX)        TO CIS-Supplier-Loc.
           MOVE WS-ACC(W-TX)        TO CIS-Supplier-Acc.
           MOVE W-SUP-NAME          TO CIS-Supplier-Name.
           MOVE SUPM-CIS-UTR        TO CIS-UTR.
           MOVE SUPM-CIS-Verify-No  TO CIS-Verify-No.
           MOVE WS-CIS-STATUS(W-TX) TO CIS-Status.
           MOVE WS-ENT(W-TX)        TO CIS-Entity-Code.
           MOVE L-PAY-DATE          TO CIS-Pay-Date.
           MOVE W-TAX-MONTH-END     TO CIS-Tax-Month-End.
           MOVE W-CIS-GROSS         TO CIS-Gross.
           MOVE W-CIS-MATERIALS     TO CIS-Materials.
           MOVE W-CIS-LABOUR        TO CIS-Labour.
           MOVE W-CIS-RATE          TO CIS-Rate.
           MOVE W-CIS-DEDUCTION     TO CIS-Deduction.
           MOVE W-NET-PAY           TO CIS-Net-Paid.
           WRITE CISDED-REC.

       WRITE-CIS-LEDGER-E.
           EXIT.

      ******************************************************************
       ADVISE-ONE-INVOICE SECTION.
       ADVISE-ONE-INVOICE-B.
           WRITE REMADV-REC.

           MOVE "P" TO gaadPayPrp.
           MOVE L-PAY-DATE TO gaadPayDte.
           REWRITE IFHDR-REC.
           ADD 1 TO L-PROPOSED-COUNT.

           MOVE W-LINE TO REMADV-REC.
           WRITE REMADV-REC.

           IF W-CIS-SKIP-COUNT > ZERO
             MOVE SPACES TO W-LINE
             MOVE W-CIS-SKIP-COUNT TO W-CNT-ED
             STRING "** CIS SUBCONTRACTORS NOT PAID IN STERLING - NO"
                    " DEDUCTION: " W-CNT-ED
               DELIMITED BY SIZE INTO W-LINE
             END-STRING
             MOVE W-LINE TO REMADV-REC
             WRITE REMADV-REC
           END-IF.

           IF W-ARC-FULL
             MOVE "** ARCHIVED-RUN TABLE OVERFLOWED - SOME PURGED"
               TO REMADV-REC
             MOVE 0 TO O-SUPMAST
           END-IF.

           IF O-IFDTL = 1
             CLOSE IFDTL
             MOVE 0 TO O-IFDTL
           END-IF.

           IF O-CISLAB = 1
             CLOSE CISLAB
             MOVE 0 TO O-CISLAB
           END-IF.

           IF O-ENTMAST = 1
             CLOSE ENTMAST
             MOVE 0 TO O-ENTMAST
           END-IF.

           IF O-CISDED = 1
             CLOSE CISDED
             MOVE 0 TO O-CISDED
           END-IF.

           IF O-PAYPRP = 1
             CLOSE PAYPRP
             MOVE 0 TO O-PAYPRP
