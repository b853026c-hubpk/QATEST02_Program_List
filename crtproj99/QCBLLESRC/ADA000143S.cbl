       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000143S.

      **************************************************************************
      *  Finance application. IPN26463                                         *
      *                                                                        *
      *  Month-end revaluation of open foreign-currency payables for one       *
      *    entity. An invoice sits on ADIFCHDRL0 at the gaadExcRat it          *
      *    posted at until it is paid, so at month end the supplier            *
      *    control account carries it at a stale rate. This run takes          *
      *    every open invoice of the entity - not reversed, not yet in         *
      *    a payment proposal - whose currency is not the entity's base        *
      *    currency on ADENTMSTL0, revalues it at the closing rate on          *
      *    ADEXRATL0 and writes the unrealised gain or loss as a GL            *
      *    journal in the ADGLJRNL0 format, one journal per entity the         *
      *    way the ADA000127S extract is run.                                  *
      *                                                                        *
      *  The amount revalued is what ADA000127S put on the supplier            *
      *    control account for the invoice: the header's base amount           *
      *    plus its lines' VAT at each line's own rate, against the            *
      *    currency amount plus the lines' currency VAT at the closing         *
      *    rate. The journal carries one control account line per              *
      *    currency and the net to the keyed unrealised FX account, so         *
      *    it balances by construction and is proved before handing            *
      *    over. Every record carries the first day of the ADPERCALL0          *
      *    period after the revaluation period as its auto-reverse             *
      *    date, the NVA001607S accrual rule, so next month's                  *
      *    revaluation starts again from the posted rates.                     *
      *                                                                        *
      *  The closing rate is the last rate held for the currency dated         *
      *    within the period (rates are not published at weekends), by         *
      *    the ADA000115S cross-rate rule for a non-GBP entity. A              *
      *    currency with no rate in the period stops the run: a                *
      *    severity-1 row goes to the shared audit log, the listing            *
      *    names the currency and no journal is written - an invoice is        *
      *    never revalued at zero.                                             *
      *                                                                        *
      *  The listing shows every invoice revalued with its original            *
      *    rate, closing rate and difference, by currency.                     *
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
      * Posted interface headers - the open invoices
           SELECT IFHDR    ASSIGN      TO DATABASE-ADIFCHDRL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS gaadInvNo
                         FILE STATUS   IS ST-IFHDR.

      * Posted interface details - each invoice's VAT
           SELECT IFDTL    ASSIGN      TO DATABASE-ADIFCDTLL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS gbadKey
                         FILE STATUS   IS ST-IFDTL.

      * Entity master - the entity's base currency
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

      * Daily exchange rates - the closing rates
           SELECT EXRAT    ASSIGN      TO DATABASE-ADEXRATL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS XRT-Key
                         FILE STATUS   IS ST-EXRAT.

      * Posting calendar - the revaluation period and the one after it
           SELECT PERCAL   ASSIGN      TO DATABASE-ADPERCALL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS PCL-Period
                         FILE STATUS   IS ST-PERCAL.

      * Journal number control - shared with ADA000127S
           SELECT JRNCTL   ASSIGN      TO DATABASE-ADJRNCTLL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS JCT-Record-Key
                         FILE STATUS   IS ST-JRNCTL.

      * The journal file the ledger side loads
           SELECT GLJRN    ASSIGN      TO DATABASE-ADGLJRNL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-GLJRN.

      * The revaluation listing for Finance
           SELECT FXRRPT   ASSIGN      TO DATABASE-ADFXRVRPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-FXRRPT.

       DATA DIVISION.
        FILE SECTION.
         FD IFHDR.
          01 IFHDR-REC.
             COPY ADIFCHDRL0.

         FD IFDTL.
          01 IFDTL-REC.
             COPY ADIFCDTLL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

         FD EXRAT.
          01 EXRAT-REC.
             COPY ADEXRATL0.

         FD PERCAL.
          01 PERCAL-REC.
             COPY ADPERCALL0.

         FD JRNCTL.
          01 JRNCTL-REC.
             05  JCT-Record-Key        PIC X(1).
             05  JCT-Last-Journal      PIC S9(7)      COMP-3.

         FD GLJRN.
          01 GLJRN-REC.
             COPY ADGLJRNL0.

         FD FXRRPT.
          01 FXRRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-IFHDR    PIC X(2).
        01  ST-IFDTL    PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-EXRAT    PIC X(2).
        01  ST-PERCAL   PIC X(2).
        01  ST-JRNCTL   PIC X(2).
        01  ST-GLJRN    PIC X(2).
        01  ST-FXRRPT   PIC X(2).
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-IFDTL     PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-EXRAT     PIC 9 VALUE ZERO.
        01  O-PERCAL    PIC 9 VALUE ZERO.
        01  O-JRNCTL    PIC 9 VALUE ZERO.
        01  O-GLJRN     PIC 9 VALUE ZERO.
        01  O-FXRRPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

        01 W-ENTITY         PIC X(3).
        01 W-BASE-CCY       PIC X(3).
        01 W-HDR-ENT        PIC X(3).

      * Every open foreign-currency invoice of the entity
        01 W-INV-TAB-MAX    PIC 9(5) VALUE 5000.
        01 W-INV-TAB-COUNT  PIC 9(5) VALUE ZERO.
        01 W-INV-TAB.
           05 W-INV-ENTRY OCCURS 5000.
              10 WV-INV      PIC X(7).
              10 WV-REF      PIC X(20).
              10 WV-DRCR     PIC X(2).
              10 WV-CX       PIC 9(3).
      * currency amount and booked base, both including VAT
              10 WV-CUR-AMT  PIC S9(11)V99 COMP-3.
              10 WV-BOOKED   PIC S9(11)V99 COMP-3.
              10 WV-ORIG-RATE
                             PIC S9(3)V9(6) COMP-3.
              10 WV-REVALUED PIC S9(11)V99 COMP-3.
      * revalued less booked, as the document stands
              10 WV-DIFF     PIC S9(11)V99 COMP-3.
        01 W-IX             PIC 9(5).

      * One row per currency met, with its closing rate and the net
      *   change it makes to the supplier control balance (+ = the
      *   payable went up, a loss)
        01 W-CCY-TAB-MAX    PIC 9(3) VALUE 50.
        01 W-CCY-TAB-COUNT  PIC 9(3) VALUE ZERO.
        01 W-CCY-TAB.
           05 W-CCY-ENTRY OCCURS 50.
              10 WC-CCY      PIC X(3).
              10 WC-RATE     PIC S9(3)V9(6) COMP-3.
              10 WC-RATE-FLAG
                             PIC 9.
                 88 WC-RATE-FOUND       VALUE 1.
              10 WC-CHANGE   PIC S9(11)V99 COMP-3.
              10 WC-COUNT    PIC 9(5).
              10 WC-LINE-NO  PIC S9(5) COMP-3.
        01 W-CX             PIC 9(3).
        01 W-THIS-CCY       PIC 9(3).

        01 W-TAB-FULL-FLAG  PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.

      * Closing-rate lookup - one currency against GBP
        01 W-RATE-CCY       PIC X(3).
        01 W-RATE-VALUE     PIC S9(3)V9(6) COMP-3.
        01 W-RATE-FLAG      PIC 9.
           88 W-RATE-FOUND          VALUE 1.
        01 W-RATE-NUM       PIC S9(3)V9(6) COMP-3.
        01 W-BASE-RATE      PIC S9(3)V9(6) COMP-3.
        01 W-BASE-RATE-FLAG PIC 9 VALUE ZERO.
        01 W-MISSING-COUNT  PIC 9(3) VALUE ZERO.
        01 W-CHANGED-COUNT  PIC 9(3) VALUE ZERO.

      * The revaluation period's first and last days
        01 W-PERIOD-START   PIC 9(8).
        01 W-PERIOD-END     PIC 9(8).
        01 W-PERIOD-YEAR    PIC 9(4).
        01 W-PERIOD-MONTH   PIC 9(2).
        01 W-LAST-DAY       PIC 9(2).
        01 W-QUOTIENT       PIC 9(4).
        01 W-REMAINDER      PIC 9(3).
        01 W-MONTH-DAYS-TAB.
           05 FILLER        PIC X(24) VALUE "312831303130313130313031".
        01 W-MONTH-DAYS-R REDEFINES W-MONTH-DAYS-TAB.
           05 W-MONTH-DAYS  PIC 9(2) OCCURS 12.

        01 W-NEXT-PERIOD    PIC 9(6) VALUE ZERO.
        01 W-REVERSE-DATE   PIC 9(8) VALUE ZERO.

        01 W-JOURNAL-NO     PIC 9(7) VALUE ZERO.
        01 W-LINE-NO        PIC S9(5) COMP-3 VALUE ZERO.

      * Invoice VAT gathered off the detail lines
        01 W-VAT-CUR        PIC S9(11)V99 COMP-3.
        01 W-VAT-BASE       PIC S9(11)V99 COMP-3.
        01 W-LINE-VAT-BASE  PIC S9(11)V99 COMP-3.
        01 W-DTL-EOF        PIC 9.

      * Balance proof and the control record's hash
        01 W-CHANGE-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-DR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-CR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-HASH-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
        01 W-BALANCE-DIFF   PIC S9(11)V99 COMP-3.

        01 W-AMT-ED         PIC Z(10)9.99-.
        01 W-AMT-ED-2       PIC Z(10)9.99-.
        01 W-AMT-ED-3       PIC Z(10)9.99-.
        01 W-AMT-ED-4       PIC Z(10)9.99-.
        01 W-RATE-ED        PIC ZZ9.999999.
        01 W-RATE-ED-2      PIC ZZ9.999999.
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LIN-ED         PIC ZZZ9.
        01 W-JRN-ED         PIC 9(7).
        01 W-LINE           PIC X(132).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000143S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       LINKAGE SECTION.
      * Output: 0 = journal written, N = nothing to revalue (no open
      *   foreign-currency invoice, or no currency moved), R = a closing
      *   rate is missing - severity 1 logged, no journal written,
      *   E = entity not on ADENTMSTL0 or closed, P = period not
      *   open on ADPERCALL0, V = no usable next period on
      *   ADPERCALL0 to reverse into, A = control or FX account not
      *   keyed, T = a table overflowed and no journal was written,
      *   B = journal out of balance, F = a file would not open
        01 L-RETURN          PIC X(1).

      * Input : the period being revalued (yyyymm)
        01 L-PERIOD          PIC 9(6).

      * Input : this run's job/run number, stamped on the journal
        01 L-RUN-NUMBER      PIC S9(7) COMP-3.

      * Input : the entity whose journal this is (blank = the UK
      *   company GBR)
        01 L-ENTITY-CODE     PIC X(3).

      * Input : the ledger's supplier control account
        01 L-CONTROL-ACCOUNT.
           05 L-CTL-LOC      PIC X(2).
           05 L-CTL-NO       PIC X(6).

      * Input : the ledger's unrealised FX gain/loss account
        01 L-FX-ACCOUNT.
           05 L-FX-LOC       PIC X(2).
           05 L-FX-NO        PIC X(6).

      * Output: the journal number allocated
        01 L-JOURNAL-NO      PIC 9(7).

      ***************************************************************
       PROCEDURE DIVISION USING L-RETURN L-PERIOD L-RUN-NUMBER
                                L-ENTITY-CODE L-CONTROL-ACCOUNT
                                L-FX-ACCOUNT L-JOURNAL-NO.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.
           MOVE ZERO TO L-JOURNAL-NO.
           MOVE L-RUN-NUMBER TO W-ALG-RUN.

           MOVE L-ENTITY-CODE TO W-ENTITY.
           IF W-ENTITY = SPACES
             MOVE "GBR" TO W-ENTITY
           END-IF.

           IF L-CTL-LOC = SPACES OR L-CTL-NO = SPACES
           OR L-FX-LOC  = SPACES OR L-FX-NO  = SPACES
             MOVE "A" TO L-RETURN
             GOBACK
           END-IF.

           PERFORM OPEN-FILES.

           PERFORM CHECK-ENTITY.
           IF L-RETURN NOT = "0"
             GO TO MAIN-E
           END-IF.

           PERFORM CHECK-PERIODS.
           IF L-RETURN NOT = "0"
             GO TO MAIN-E
           END-IF.

           PERFORM LOAD-INVOICES.
           IF W-TAB-FULL
             MOVE "T" TO L-RETURN
             PERFORM PRINT-HEADING
             MOVE "** INVOICE OR CURRENCY TABLE FULL - NO JOURNAL"
               TO FXRRPT-REC
             WRITE FXRRPT-REC
             GO TO MAIN-E
           END-IF.

           PERFORM GET-CLOSING-RATES.
           IF W-MISSING-COUNT > ZERO
             MOVE "R" TO L-RETURN
             PERFORM PRINT-HEADING
             PERFORM PRINT-MISSING-RATES
             GO TO MAIN-E
           END-IF.

           PERFORM REVALUE-INVOICES.

           IF W-CHANGED-COUNT = ZERO
             MOVE "N" TO L-RETURN
             PERFORM PRINT-HEADING
             PERFORM PRINT-INVOICES
             MOVE "** NOTHING TO REVALUE - NO JOURNAL WRITTEN"
               TO FXRRPT-REC
             WRITE FXRRPT-REC
             GO TO MAIN-E
           END-IF.

           PERFORM ALLOCATE-JOURNAL-NO.
           PERFORM WRITE-REVALUATION.
           PERFORM WRITE-CONTROL-RECORD.
           MOVE W-JOURNAL-NO TO L-JOURNAL-NO.

           PERFORM PRINT-HEADING.
           PERFORM PRINT-INVOICES.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN INPUT IFHDR.
           IF ST-IFHDR NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-IFHDR.

           OPEN INPUT IFDTL.
           IF ST-IFDTL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-IFDTL.

           OPEN INPUT ENTMAST.
           IF ST-ENTMAST NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-ENTMAST.

           OPEN INPUT EXRAT.
           IF ST-EXRAT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-EXRAT.

           OPEN INPUT PERCAL.
           IF ST-PERCAL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-PERCAL.

           OPEN I-O JRNCTL.
           IF ST-JRNCTL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-JRNCTL.

           OPEN OUTPUT GLJRN.
           IF ST-GLJRN NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-GLJRN.

           OPEN OUTPUT FXRRPT.
           IF ST-FXRRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-FXRRPT.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
       CHECK-ENTITY SECTION.
       CHECK-ENTITY-B.
           MOVE W-ENTITY TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "E" TO L-RETURN
               GO TO CHECK-ENTITY-E
           END-READ.

           IF ENT-Closed
             MOVE "E" TO L-RETURN
             GO TO CHECK-ENTITY-E
           END-IF.

           MOVE ENT-Base-Ccy TO W-BASE-CCY.

       CHECK-ENTITY-E.
           EXIT.

      ******************************************************************
      * The revaluation goes into an open period, and reverses on the
      *   first day of the period after it - which must be on the
      *   calendar and not already closed, or the reversal would have
      *   nowhere to post. The period's first and last days bound the
      *   closing-rate search.
       CHECK-PERIODS SECTION.
       CHECK-PERIODS-B.
           MOVE L-PERIOD TO PCL-Period.
           READ PERCAL
             INVALID KEY
               MOVE "P" TO L-RETURN
               GO TO CHECK-PERIODS-E
           END-READ.

           IF NOT PCL-Open
             MOVE "P" TO L-RETURN
             GO TO CHECK-PERIODS-E
           END-IF.

           MOVE L-PERIOD(1:4) TO W-PERIOD-YEAR.
           MOVE L-PERIOD(5:2) TO W-PERIOD-MONTH.
           IF W-PERIOD-MONTH < 1 OR W-PERIOD-MONTH > 12
             MOVE "P" TO L-RETURN
             GO TO CHECK-PERIODS-E
           END-IF.

           MOVE W-MONTH-DAYS(W-PERIOD-MONTH) TO W-LAST-DAY.
           IF W-PERIOD-MONTH = 2
             DIVIDE W-PERIOD-YEAR BY 4
               GIVING W-QUOTIENT REMAINDER W-REMAINDER
             IF W-REMAINDER = ZERO
               MOVE 29 TO W-LAST-DAY
               DIVIDE W-PERIOD-YEAR BY 100
                 GIVING W-QUOTIENT REMAINDER W-REMAINDER
               IF W-REMAINDER = ZERO
                 MOVE 28 TO W-LAST-DAY
                 DIVIDE W-PERIOD-YEAR BY 400
                   GIVING W-QUOTIENT REMAINDER W-REMAINDER
                 IF W-REMAINDER = ZERO
                   MOVE 29 TO W-LAST-DAY
                 END-IF
               END-IF
             END-IF
           END-IF.

           COMPUTE W-PERIOD-START = L-PERIOD * 100 + 1.
           COMPUTE W-PERIOD-END   = L-PERIOD * 100 + W-LAST-DAY.

           START PERCAL KEY > PCL-Period
             INVALID KEY
               MOVE "V" TO L-RETURN
               GO TO CHECK-PERIODS-E
           END-START.

           READ PERCAL NEXT
             AT END
               MOVE "V" TO L-RETURN
               GO TO CHECK-PERIODS-E
           END-READ.

           IF PCL-Closed
             MOVE "V" TO L-RETURN
             GO TO CHECK-PERIODS-E
           END-IF.

           MOVE PCL-Period TO W-NEXT-PERIOD.
           COMPUTE W-REVERSE-DATE = W-NEXT-PERIOD * 100 + 1.

       CHECK-PERIODS-E.
           EXIT.

      ******************************************************************
      * Every header of the entity still owed to the supplier - not
      *   reversed, not yet picked up by a payment proposal - in a
      *   currency other than the entity's base. A header with no
      *   entity is the UK company's, as on the journal extract.
       LOAD-INVOICES SECTION.
       LOAD-INVOICES-B.
           MOVE LOW-VALUES TO gaadInvNo.
           START IFHDR KEY >= gaadInvNo
             INVALID KEY
               GO TO LOAD-INVOICES-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1 OR W-TAB-FULL
             READ IFHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE gaadEntCde TO W-HDR-ENT
                 IF W-HDR-ENT = SPACES
                   MOVE "GBR" TO W-HDR-ENT
                 END-IF
                 IF  W-HDR-ENT  =     W-ENTITY
                 AND gaadCurCde NOT = W-BASE-CCY
                 AND gaadRevSts NOT = "R"
                 AND gaadPayPrp NOT = "P"
                   PERFORM NOTE-INVOICE
                 END-IF
             END-READ
           END-PERFORM.

       LOAD-INVOICES-E.
           EXIT.

      ******************************************************************
       NOTE-INVOICE SECTION.
       NOTE-INVOICE-B.
           IF W-INV-TAB-COUNT NOT < W-INV-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-INVOICE-E
           END-IF.

           PERFORM FIND-CURRENCY.
           IF W-THIS-CCY = ZERO
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-INVOICE-E
           END-IF.

           PERFORM GATHER-VAT.

           ADD 1 TO W-INV-TAB-COUNT.
           MOVE W-INV-TAB-COUNT TO W-IX.
           MOVE gaadInvNo       TO WV-INV(W-IX).
           MOVE gaadSppInv      TO WV-REF(W-IX).
           MOVE gaadDRCR        TO WV-DRCR(W-IX).
           MOVE W-THIS-CCY      TO WV-CX(W-IX).
           MOVE gaadExcRat      TO WV-ORIG-RATE(W-IX).
           COMPUTE WV-CUR-AMT(W-IX) = gaadSupAmt + W-VAT-CUR.
           COMPUTE WV-BOOKED(W-IX)  = gaadBasAmt + W-VAT-BASE.
           MOVE ZERO            TO WV-REVALUED(W-IX).
           MOVE ZERO            TO WV-DIFF(W-IX).
           ADD 1 TO WC-COUNT(W-THIS-CCY).

       NOTE-INVOICE-E.
           EXIT.

      ******************************************************************
      * The invoice's VAT in its own currency, and in base at each
      *   line's rate exactly as ADA000127S journalled it.
       GATHER-VAT SECTION.
       GATHER-VAT-B.
           MOVE ZERO TO W-VAT-CUR.
           MOVE ZERO TO W-VAT-BASE.

           MOVE gaadInvNo TO gbadInvNo.
           MOVE ZERO      TO gbadLneNbr.
           START IFDTL KEY >= gbadKey
             INVALID KEY
               GO TO GATHER-VAT-E
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
                   IF gbadVatAmt NOT = ZERO
                     ADD gbadVatAmt TO W-VAT-CUR
                     COMPUTE W-LINE-VAT-BASE ROUNDED
                       = gbadVatAmt * gbadExcRat
                     ADD W-LINE-VAT-BASE TO W-VAT-BASE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       GATHER-VAT-E.
           EXIT.

      ******************************************************************
      * Returns the currency row for the header just read in
      *   W-THIS-CCY, opening a new one if needed - zero if full.
       FIND-CURRENCY SECTION.
       FIND-CURRENCY-B.
           MOVE ZERO TO W-THIS-CCY.
           PERFORM VARYING W-CX FROM 1 BY 1
                   UNTIL W-CX > W-CCY-TAB-COUNT
                      OR W-THIS-CCY NOT = ZERO
             IF WC-CCY(W-CX) = gaadCurCde
               MOVE W-CX TO W-THIS-CCY
             END-IF
           END-PERFORM.

           IF W-THIS-CCY NOT = ZERO
             GO TO FIND-CURRENCY-E
           END-IF.

           IF W-CCY-TAB-COUNT NOT < W-CCY-TAB-MAX
             GO TO FIND-CURRENCY-E
           END-IF.

           ADD 1 TO W-CCY-TAB-COUNT.
           MOVE W-CCY-TAB-COUNT TO W-THIS-CCY.
           MOVE gaadCurCde TO WC-CCY(W-THIS-CCY).
           MOVE ZERO       TO WC-RATE(W-THIS-CCY).
           MOVE 0          TO WC-RATE-FLAG(W-THIS-CCY).
           MOVE ZERO       TO WC-CHANGE(W-THIS-CCY).
           MOVE ZERO       TO WC-COUNT(W-THIS-CCY).
           MOVE ZERO       TO WC-LINE-NO(W-THIS-CCY).

       FIND-CURRENCY-E.
           EXIT.

      ******************************************************************
      * The closing rate for each currency met, to the entity's base
      *   by the ADA000115S rule - the rate file holds each currency
      *   against GBP, so a non-GBP entity converts through the GBP
      *   cross rate: currency-to-GBP over base-to-GBP. Every
      *   currency without one is logged at severity 1.
       GET-CLOSING-RATES SECTION.
       GET-CLOSING-RATES-B.
           IF W-CCY-TAB-COUNT = ZERO
             GO TO GET-CLOSING-RATES-E
           END-IF.

           MOVE W-BASE-CCY TO W-RATE-CCY.
           PERFORM FIND-PERIOD-RATE.
           IF W-RATE-FOUND
             MOVE W-RATE-VALUE TO W-BASE-RATE
             MOVE 1 TO W-BASE-RATE-FLAG
           ELSE
             PERFORM LOG-MISSING-RATE
           END-IF.

           PERFORM VARYING W-CX FROM 1 BY 1
                   UNTIL W-CX > W-CCY-TAB-COUNT
             MOVE WC-CCY(W-CX) TO W-RATE-CCY
             PERFORM FIND-PERIOD-RATE
             IF W-RATE-FOUND
               MOVE W-RATE-VALUE TO W-RATE-NUM
               IF W-BASE-RATE-FLAG = 1
                 COMPUTE WC-RATE(W-CX) ROUNDED
                   = W-RATE-NUM / W-BASE-RATE
                 MOVE 1 TO WC-RATE-FLAG(W-CX)
               END-IF
             ELSE
               PERFORM LOG-MISSING-RATE
             END-IF
           END-PERFORM.

       GET-CLOSING-RATES-E.
           EXIT.

      ******************************************************************
      * The last rate for W-RATE-CCY dated within the period - GBP
      *   itself is not held on the file and is always 1.
       FIND-PERIOD-RATE SECTION.
       FIND-PERIOD-RATE-B.
           MOVE 0    TO W-RATE-FLAG.
           MOVE ZERO TO W-RATE-VALUE.

           IF W-RATE-CCY = "GBP"
             MOVE 1 TO W-RATE-VALUE
             MOVE 1 TO W-RATE-FLAG
             GO TO FIND-PERIOD-RATE-E
           END-IF.

           MOVE W-RATE-CCY     TO XRT-Currency-Code.
           MOVE W-PERIOD-START TO XRT-Rate-Date.
           START EXRAT KEY >= XRT-Key
             INVALID KEY
               GO TO FIND-PERIOD-RATE-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ EXRAT NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF XRT-Currency-Code NOT = W-RATE-CCY
                 OR XRT-Rate-Date > W-PERIOD-END
                   MOVE 1 TO W-EOF
                 ELSE
                   IF XRT-Rate NOT = ZERO
                     MOVE XRT-Rate TO W-RATE-VALUE
                     MOVE 1 TO W-RATE-FLAG
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       FIND-PERIOD-RATE-E.
           EXIT.

      ******************************************************************
       LOG-MISSING-RATE SECTION.
       LOG-MISSING-RATE-B.
           ADD 1 TO W-MISSING-COUNT.

           MOVE SPACES TO W-ALG-KEY.
           STRING W-ENTITY " " W-RATE-CCY
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           MOVE SPACES TO W-ALG-TEXT.
           STRING "NO CLOSING RATE FOR " W-RATE-CCY
                  " IN PERIOD " L-PERIOD
                  " - FX REVALUATION STOPPED"
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 1 TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       LOG-MISSING-RATE-E.
           EXIT.

      ******************************************************************
      * Each invoice at its currency's closing rate. The change to
      *   the supplier control balance is the difference on an
      *   invoice (DR header) and the difference reversed on a credit
      *   note (CR header).
       REVALUE-INVOICES SECTION.
       REVALUE-INVOICES-B.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-INV-TAB-COUNT
             MOVE WV-CX(W-IX) TO W-CX
             COMPUTE WV-REVALUED(W-IX) ROUNDED
               = WV-CUR-AMT(W-IX) * WC-RATE(W-CX)
             COMPUTE WV-DIFF(W-IX)
               = WV-REVALUED(W-IX) - WV-BOOKED(W-IX)
             IF WV-DRCR(W-IX) = "DR"
               ADD WV-DIFF(W-IX) TO WC-CHANGE(W-CX)
               ADD WV-DIFF(W-IX) TO W-CHANGE-TOTAL
             ELSE
               SUBTRACT WV-DIFF(W-IX) FROM WC-CHANGE(W-CX)
               SUBTRACT WV-DIFF(W-IX) FROM W-CHANGE-TOTAL
             END-IF
           END-PERFORM.

           PERFORM VARYING W-CX FROM 1 BY 1
                   UNTIL W-CX > W-CCY-TAB-COUNT
             IF WC-CHANGE(W-CX) NOT = ZERO
               ADD 1 TO W-CHANGED-COUNT
             END-IF
           END-PERFORM.

       REVALUE-INVOICES-E.
           EXIT.

      ******************************************************************
      * Next journal number off the control row - first call ever
      *   creates it, the ACFNTENBRC pattern.
       ALLOCATE-JOURNAL-NO SECTION.
       ALLOCATE-JOURNAL-NO-B.
           MOVE "0" TO JCT-Record-Key.
           READ JRNCTL
             INVALID KEY
               MOVE "0" TO JCT-Record-Key
               MOVE ZERO TO JCT-Last-Journal
               WRITE JRNCTL-REC
           END-READ.

           ADD 1 TO JCT-Last-Journal.
           REWRITE JRNCTL-REC.
           MOVE JCT-Last-Journal TO W-JOURNAL-NO.

       ALLOCATE-JOURNAL-NO-E.
           EXIT.

      ******************************************************************
      * One supplier control line per currency, on the side
      *   ADA000127S posts an invoice to the control account (the
      *   header's DR) where the payable went up and on the other
      *   side where it came down - then the net to the unrealised
      *   FX account on the opposite side, as the expense lines are.
       WRITE-REVALUATION SECTION.
       WRITE-REVALUATION-B.
           PERFORM VARYING W-CX FROM 1 BY 1
                   UNTIL W-CX > W-CCY-TAB-COUNT
             IF WC-CHANGE(W-CX) NOT = ZERO
               MOVE SPACES TO GLJRN-REC
               ADD 1 TO W-LINE-NO
               MOVE W-LINE-NO TO WC-LINE-NO(W-CX)
               MOVE L-CTL-LOC TO GJ-ACCOUNT-LOC
               MOVE L-CTL-NO  TO GJ-ACCOUNT-NO
               IF WC-CHANGE(W-CX) < ZERO
                 MOVE "CR" TO GJ-DR-CR
                 COMPUTE GJ-AMOUNT = 0 - WC-CHANGE(W-CX)
               ELSE
                 MOVE "DR" TO GJ-DR-CR
                 MOVE WC-CHANGE(W-CX) TO GJ-AMOUNT
               END-IF
               MOVE WC-COUNT(W-CX) TO W-CNT-ED
               STRING "UNREALISED FX " L-PERIOD " " WC-CCY(W-CX)
                      " -" W-CNT-ED " INVOICES"
                 DELIMITED BY SIZE INTO GJ-DESC
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
             END-IF
           END-PERFORM.

           MOVE SPACES TO GLJRN-REC.
           ADD 1 TO W-LINE-NO.
           MOVE L-FX-LOC TO GJ-ACCOUNT-LOC.
           MOVE L-FX-NO  TO GJ-ACCOUNT-NO.
           IF W-CHANGE-TOTAL < ZERO
             MOVE "DR" TO GJ-DR-CR
             COMPUTE GJ-AMOUNT = 0 - W-CHANGE-TOTAL
           ELSE
             MOVE "CR" TO GJ-DR-CR
             MOVE W-CHANGE-TOTAL TO GJ-AMOUNT
           END-IF.
           STRING "UNREALISED FX " L-PERIOD " - GAIN/LOSS ACCOUNT"
             DELIMITED BY SIZE INTO GJ-DESC
           END-STRING.
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-REVALUATION-E.
           EXIT.

      ******************************************************************
       WRITE-JOURNAL-LINE SECTION.
       WRITE-JOURNAL-LINE-B.
           MOVE W-JOURNAL-NO   TO GJ-JOURNAL-NO.
           MOVE W-LINE-NO      TO GJ-LINE-NO.
           MOVE "D"            TO GJ-RECORD-TYPE.
           MOVE L-RUN-NUMBER   TO GJ-RUN-NUMBER.
           MOVE W-ENTITY       TO GJ-ENTITY-CODE.
           MOVE W-REVERSE-DATE TO GJ-REVERSE-DATE.

           IF GJ-DR-CR = "DR"
             ADD GJ-AMOUNT TO W-DR-TOTAL
           ELSE
             ADD GJ-AMOUNT TO W-CR-TOTAL
           END-IF.
           ADD GJ-AMOUNT TO W-HASH-TOTAL.
           WRITE GLJRN-REC.

       WRITE-JOURNAL-LINE-E.
           EXIT.

      ******************************************************************
      * The control record the ledger side verifies: line count and
      *   amount hash, and the same reverse date as the lines. A
      *   journal that fails its own DR = CR proof is reported back,
      *   not handed over as good.
       WRITE-CONTROL-RECORD SECTION.
       WRITE-CONTROL-RECORD-B.
           MOVE SPACES TO GLJRN-REC.
           MOVE W-JOURNAL-NO   TO GJ-JOURNAL-NO.
           MOVE W-LINE-NO      TO GJ-LINE-NO.
           MOVE "C"            TO GJ-RECORD-TYPE.
           MOVE W-HASH-TOTAL   TO GJ-AMOUNT.
           MOVE "CONTROL - LINE COUNT AND AMOUNT HASH" TO GJ-DESC.
           MOVE L-RUN-NUMBER   TO GJ-RUN-NUMBER.
           MOVE W-ENTITY       TO GJ-ENTITY-CODE.
           MOVE W-REVERSE-DATE TO GJ-REVERSE-DATE.
           WRITE GLJRN-REC.

           COMPUTE W-BALANCE-DIFF = W-DR-TOTAL - W-CR-TOTAL.
           IF W-BALANCE-DIFF NOT = ZERO
             MOVE "B" TO L-RETURN
           END-IF.

       WRITE-CONTROL-RECORD-E.
           EXIT.

      ******************************************************************
       PRINT-HEADING SECTION.
       PRINT-HEADING-B.
           MOVE SPACES TO W-LINE.
           MOVE W-JOURNAL-NO TO W-JRN-ED.
           STRING "UNREALISED FX REVALUATION - ENTITY " W-ENTITY
                  " (" W-BASE-CCY ")  PERIOD " L-PERIOD
                  "  CLOSING " W-PERIOD-END
                  "  JOURNAL " W-JRN-ED
                  "  AUTO-REVERSES " W-REVERSE-DATE
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FXRRPT-REC.
           WRITE FXRRPT-REC.
           MOVE SPACES TO FXRRPT-REC.
           WRITE FXRRPT-REC.

       PRINT-HEADING-E.
           EXIT.

      ******************************************************************
      * Currency by currency: the invoices with their original and
      *   closing rates and the difference, then the currency's net
      *   change and the journal line that carries it.
       PRINT-INVOICES SECTION.
       PRINT-INVOICES-B.
           MOVE SPACES          TO W-LINE.
           MOVE "INVOICE"       TO W-LINE(1:7).
           MOVE "SUPPLIER REF"  TO W-LINE(10:12).
           MOVE "CCY"           TO W-LINE(32:3).
           MOVE "SIDE"          TO W-LINE(36:4).
           MOVE "CURRENCY AMT"  TO W-LINE(44:12).
           MOVE "ORIG RATE"     TO W-LINE(59:9).
           MOVE "BOOKED BASE"   TO W-LINE(74:11).
           MOVE "CLOSE RATE"    TO W-LINE(87:10).
           MOVE "REVALUED BASE" TO W-LINE(101:13).
           MOVE "DIFFERENCE"    TO W-LINE(121:10).
           MOVE W-LINE TO FXRRPT-REC.
           WRITE FXRRPT-REC.

           PERFORM VARYING W-CX FROM 1 BY 1
                   UNTIL W-CX > W-CCY-TAB-COUNT
             PERFORM VARYING W-IX FROM 1 BY 1
                     UNTIL W-IX > W-INV-TAB-COUNT
               IF WV-CX(W-IX) = W-CX
                 PERFORM PRINT-INVOICE
               END-IF
             END-PERFORM
             PERFORM PRINT-CURRENCY-TOTAL
           END-PERFORM.

           MOVE SPACES TO W-LINE.
           MOVE W-CHANGE-TOTAL TO W-AMT-ED.
           MOVE W-INV-TAB-COUNT TO W-CNT-ED.
           STRING "UNREALISED FX ACCOUNT " L-FX-LOC "-" L-FX-NO
                  "  " W-CNT-ED " INVOICES  NET LOSS (-GAIN) "
                  W-AMT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FXRRPT-REC.
           WRITE FXRRPT-REC.

       PRINT-INVOICES-E.
           EXIT.

      ******************************************************************
       PRINT-INVOICE SECTION.
       PRINT-INVOICE-B.
           MOVE SPACES TO W-LINE.
           MOVE WV-CUR-AMT(W-IX)   TO W-AMT-ED.
           MOVE WV-ORIG-RATE(W-IX) TO W-RATE-ED.
           MOVE WV-BOOKED(W-IX)    TO W-AMT-ED-2.
           MOVE WC-RATE(W-CX)      TO W-RATE-ED-2.
           MOVE WV-REVALUED(W-IX)  TO W-AMT-ED-3.
           MOVE WV-DIFF(W-IX)      TO W-AMT-ED-4.
           STRING WV-INV(W-IX)
                  "  " WV-REF(W-IX)
                  "  " WC-CCY(W-CX)
                  "  " WV-DRCR(W-IX)
                  "  " W-AMT-ED
                  "  " W-RATE-ED
                  "  " W-AMT-ED-2
                  "  " W-RATE-ED-2
                  "  " W-AMT-ED-3
                  "  " W-AMT-ED-4
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FXRRPT-REC.
           WRITE FXRRPT-REC.

       PRINT-INVOICE-E.
           EXIT.

      ******************************************************************
       PRINT-CURRENCY-TOTAL SECTION.
       PRINT-CURRENCY-TOTAL-B.
           MOVE SPACES TO W-LINE.
           MOVE WC-COUNT(W-CX)   TO W-CNT-ED.
           MOVE WC-RATE(W-CX)    TO W-RATE-ED.
           MOVE WC-CHANGE(W-CX)  TO W-AMT-ED.
           MOVE WC-LINE-NO(W-CX) TO W-LIN-ED.
           STRING "  " WC-CCY(W-CX) " TOTAL" W-CNT-ED " INVOICES"
                  "  CLOSING RATE " W-RATE-ED
                  "  PAYABLE UP (-DOWN) " W-AMT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           IF WC-LINE-NO(W-CX) NOT = ZERO
             MOVE "JOURNAL LINE" TO W-LINE(100:12)
             MOVE W-LIN-ED       TO W-LINE(113:4)
           END-IF.
           MOVE W-LINE TO FXRRPT-REC.
           WRITE FXRRPT-REC.
           MOVE SPACES TO FXRRPT-REC.
           WRITE FXRRPT-REC.

       PRINT-CURRENCY-TOTAL-E.
           EXIT.

      ******************************************************************
      * The run stopped - every currency needing a rate it lacks.
       PRINT-MISSING-RATES SECTION.
       PRINT-MISSING-RATES-B.
           MOVE SPACES TO W-LINE.
           STRING "** NO CLOSING RATE ON ADEXRATL0 BETWEEN "
                  W-PERIOD-START " AND " W-PERIOD-END
                  " - RUN STOPPED, NO JOURNAL WRITTEN"
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FXRRPT-REC.
           WRITE FXRRPT-REC.

           IF W-BASE-RATE-FLAG = 0
             MOVE SPACES TO W-LINE
             STRING "      " W-BASE-CCY " - ENTITY BASE CURRENCY"
               DELIMITED BY SIZE INTO W-LINE
             END-STRING
             MOVE W-LINE TO FXRRPT-REC
             WRITE FXRRPT-REC
           END-IF.

           PERFORM VARYING W-CX FROM 1 BY 1
                   UNTIL W-CX > W-CCY-TAB-COUNT
             IF NOT WC-RATE-FOUND(W-CX)
               MOVE SPACES TO W-LINE
               MOVE WC-COUNT(W-CX) TO W-CNT-ED
               STRING "      " WC-CCY(W-CX) " -" W-CNT-ED
                      " OPEN INVOICES"
                 DELIMITED BY SIZE INTO W-LINE
               END-STRING
               MOVE W-LINE TO FXRRPT-REC
               WRITE FXRRPT-REC
             END-IF
           END-PERFORM.

       PRINT-MISSING-RATES-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-IFHDR = 1
             CLOSE IFHDR
             MOVE 0 TO O-IFHDR
           END-IF.

           IF O-IFDTL = 1
             CLOSE IFDTL
             MOVE 0 TO O-IFDTL
           END-IF.

           IF O-ENTMAST = 1
             CLOSE ENTMAST
             MOVE 0 TO O-ENTMAST
           END-IF.

           IF O-EXRAT = 1
             CLOSE EXRAT
             MOVE 0 TO O-EXRAT
           END-IF.

           IF O-PERCAL = 1
             CLOSE PERCAL
             MOVE 0 TO O-PERCAL
           END-IF.

           IF O-JRNCTL = 1
             CLOSE JRNCTL
             MOVE 0 TO O-JRNCTL
           END-IF.

           IF O-GLJRN = 1
             CLOSE GLJRN
             MOVE 0 TO O-GLJRN
           END-IF.

           IF O-FXRRPT = 1
             CLOSE FXRRPT
             MOVE 0 TO O-FXRRPT
           END-IF.

           GOBACK.
