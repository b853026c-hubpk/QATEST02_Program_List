       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000149S.

      **************************************************************************
      *  Finance application. IPN26467                                         *
      *                                                                        *
      *  Monthly intercompany reconciliation. Recharges between the            *
      *    companies of the group arrive through the ADOS interface as         *
      *    ordinary supplier invoices and credit notes on each side, on        *
      *    the supplier accounts the ADA000148S screen flags with the          *
      *    entity they stand for (SUPM-IC-Entity). This run takes every        *
      *    header on a flagged account - ADIFCHDRL0 and the ADIFCHDRH0         *
      *    history, reversed invoices left out - and checks that the two       *
      *    companies of each pair have booked the same documents for the       *
      *    same amounts, so the group consolidation eliminates.                *
      *                                                                        *
      *  A pair is shown from one side: the entity first in code order         *
      *    owing the other. On the first entity's ledger an invoice (DR        *
      *    header) adds to what it owes and a credit note takes off; on        *
      *    the other entity's ledger it is the other way round. A              *
      *    document booked on both ledgers therefore carries the same          *
      *    signed amount on each side, and each side's headers are             *
      *    paired one for one on the supplier's invoice reference              *
      *    (gaadSppInv / HH-Supplier-Invoice).                                 *
      *                                                                        *
      *  Each header is dated by the start date of the ADOS run that           *
      *    posted it (ADRUNREGL0, or the ADRUNRGAL0 archive once the run       *
      *    has been purged); headers posted after the period end are           *
      *    left out. Every amount is converted from its own currency to        *
      *    the keyed reporting currency at the period-end rate - the           *
      *    last ADEXRATL0 rate dated inside the period, through GBP as         *
      *    the ADA000143S revaluation does. A currency with no rate in         *
      *    the period stops the run with a severity-1 audit row.               *
      *                                                                        *
      *  For each pair the report lists:                                       *
      *     - every header up to the period end not matched on the other       *
      *       side, earlier periods' included, until it is matched;            *
      *     - each pair completed in the period (its later side posted         *
      *       in the period) whose sides differ by more than the keyed         *
      *       tolerance;                                                       *
      *     - the net position per ledger - brought forward, the               *
      *       period's movement and carried forward - and the difference       *
      *       between the ledgers.                                             *
      *                                                                        *
      *  Author: D.Rowan 2026-10-15                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26469 2026/10/15 DR001 Runs of the EXPENSES claims feed taken with *
      *                            the ADOS runs - both post to the interface  *
      *                            files                                       *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Central run register - each run's start date
           SELECT RUNREG   ASSIGN      TO DATABASE-ADRUNREGL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS RR-Key
                         FILE STATUS   IS ST-RUNREG.

      * Register archive - rows the OPS000605S purge moved off the
      *   live register; a purged run must still resolve here
           SELECT RUNARC   ASSIGN      TO DATABASE-ADRUNRGAL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-RUNARC.

      * Posted interface headers
           SELECT IFHDR    ASSIGN      TO DATABASE-ADIFCHDRL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS gaadInvNo
                         FILE STATUS   IS ST-IFHDR.

      * Header history - invoices swept by ADA000120S
           SELECT HSTHDR   ASSIGN      TO DATABASE-ADIFCHDRH0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS HH-Invoice-No
                         FILE STATUS   IS ST-HSTHDR.

      * Supplier master - the intercompany accounts
           SELECT SUPMAST  ASSIGN      TO DATABASE-ADSUPMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS SUPM-Key
                         FILE STATUS   IS ST-SUPMAST.

      * Entity master - the entities' names
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

      * Daily exchange rates - the period-end rates
           SELECT EXRAT    ASSIGN      TO DATABASE-ADEXRATL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS XRT-Key
                         FILE STATUS   IS ST-EXRAT.

      * The reconciliation report
           SELECT ICRRPT   ASSIGN      TO DATABASE-ADICRECRL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-ICRRPT.

       DATA DIVISION.
        FILE SECTION.
         FD RUNREG.
          01 RUNREG-REC.
             COPY RUNREGL0.

      * Archived rows are byte images of the register record - the
      *   55 bytes RUNREGL0 describes - unpacked through the RUNREG
      *   record area
         FD RUNARC.
          01 RUNARC-REC                PIC X(55).

         FD IFHDR.
          01 IFHDR-REC.
             COPY ADIFCHDRL0.

         FD HSTHDR.
          01 HSTHDR-REC.
             COPY ADIFCHDRH0.

         FD SUPMAST.
          01 SUPMAST-REC.
             COPY ADSUPMSTL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

         FD EXRAT.
          01 EXRAT-REC.
             COPY ADEXRATL0.

         FD ICRRPT.
          01 ICRRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-RUNREG   PIC X(2).
        01  ST-RUNARC   PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HSTHDR   PIC X(2).
        01  ST-SUPMAST  PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-EXRAT    PIC X(2).
        01  ST-ICRRPT   PIC X(2).
        01  O-RUNREG    PIC 9 VALUE ZERO.
        01  O-RUNARC    PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HSTHDR    PIC 9 VALUE ZERO.
        01  O-SUPMAST   PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-EXRAT     PIC 9 VALUE ZERO.
        01  O-ICRRPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

      * The supplier accounts flagged as another entity of the group
        01 W-ACC-TAB-MAX    PIC 9(3) VALUE 500.
        01 W-ACC-TAB-COUNT  PIC 9(3) VALUE ZERO.
        01 W-ACC-TAB.
           05 W-ACC-ENTRY OCCURS 500.
              10 WA-LOC       PIC X(2).
              10 WA-ACC       PIC X(6).
              10 WA-ENT       PIC X(3).
        01 W-AX             PIC 9(3).
        01 W-THIS-ACC       PIC 9(3).

      * The runs the intercompany headers came from, with their start
      *   dates - zero until resolved
        01 W-RUN-TAB-MAX    PIC 9(4) VALUE 2000.
        01 W-RUN-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-RUN-TAB.
           05 W-RUN-ENTRY OCCURS 2000.
              10 WR-RUN       PIC S9(7)     COMP-3.
              10 WR-DATE      PIC 9(8).
        01 W-RX             PIC 9(4).
        01 W-THIS-RUN       PIC 9(4).
        01 W-LINE-RUN       PIC S9(7)     COMP-3.

      * The header being noted, from whichever file it is on (L =
      *   live, H = history)
        01 W-HDR.
           05 WH-SOURCE     PIC X(1).
           05 WH-INVNO      PIC X(7).
           05 WH-REF        PIC X(20).
           05 WH-ENT        PIC X(3).
           05 WH-LOC        PIC X(2).
           05 WH-ACC        PIC X(6).
           05 WH-DRCR       PIC X(2).
           05 WH-CCY        PIC X(3).
           05 WH-AMT        PIC S9(11)V99 COMP-3.
           05 WH-RUN        PIC S9(7)     COMP-3.
           05 WH-REVERSED   PIC X(1).

      * Every intercompany header. WT-STATE: blank = in the
      *   reconciliation, A = posted after the period end, U = run
      *   start date not found. WT-SIDE: F = on the first entity's
      *   ledger of the pair, S = on the second's. WT-CONV is the
      *   signed amount in the reporting currency, as the first
      *   entity owing the second.
        01 W-ITM-TAB-MAX    PIC 9(5) VALUE 5000.
        01 W-ITM-TAB-COUNT  PIC 9(5) VALUE ZERO.
        01 W-ITM-TAB.
           05 W-ITM-ENTRY OCCURS 5000.
              10 WT-SOURCE    PIC X(1).
              10 WT-INVNO     PIC X(7).
              10 WT-REF       PIC X(20).
              10 WT-ENT       PIC X(3).
              10 WT-DRCR      PIC X(2).
              10 WT-CCY       PIC X(3).
              10 WT-AMT       PIC S9(11)V99 COMP-3.
              10 WT-RUN       PIC S9(7)     COMP-3.
              10 WT-DATE      PIC 9(8).
              10 WT-STATE     PIC X(1).
              10 WT-PX        PIC 9(2).
              10 WT-SIDE      PIC X(1).
              10 WT-CONV      PIC S9(11)V99 COMP-3.
              10 WT-MATCH     PIC 9(5).
        01 W-IX             PIC 9(5).
        01 W-JX             PIC 9(5).
        01 W-FOUND-AT       PIC 9(5).

      * Entity pairs, first entity in code order first, with each
      *   ledger's position brought forward and movement in the period
        01 W-PAIR-TAB-MAX   PIC 9(2) VALUE 20.
        01 W-PAIR-TAB-COUNT PIC 9(2) VALUE ZERO.
        01 W-PAIR-TAB.
           05 W-PAIR-ENTRY OCCURS 20.
              10 WP-FIRST     PIC X(3).
              10 WP-SECOND    PIC X(3).
              10 WP-BF-FIRST  PIC S9(11)V99 COMP-3.
              10 WP-BF-SECOND PIC S9(11)V99 COMP-3.
              10 WP-MV-FIRST  PIC S9(11)V99 COMP-3.
              10 WP-MV-SECOND PIC S9(11)V99 COMP-3.
              10 WP-MATCHED   PIC S9(7)     COMP-3.
              10 WP-AGREED    PIC S9(7)     COMP-3.
              10 WP-DIFFERED  PIC S9(7)     COMP-3.
              10 WP-UNMATCHED PIC S9(7)     COMP-3.
        01 W-PX             PIC 9(2).
        01 W-THIS-PAIR      PIC 9(2).
        01 W-PAIR-FIRST     PIC X(3).
        01 W-PAIR-SECOND    PIC X(3).

      * One row per currency met, with its period-end rate to GBP
        01 W-CCY-TAB-MAX    PIC 9(3) VALUE 50.
        01 W-CCY-TAB-COUNT  PIC 9(3) VALUE ZERO.
        01 W-CCY-TAB.
           05 W-CCY-ENTRY OCCURS 50.
              10 WC-CCY      PIC X(3).
              10 WC-RATE     PIC S9(3)V9(6) COMP-3.
              10 WC-RATE-FLAG
                             PIC 9.
                 88 WC-RATE-FOUND       VALUE 1.
        01 W-CX             PIC 9(3).
        01 W-THIS-CCY       PIC 9(3).

        01 W-TAB-FULL-FLAG  PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.

      * Period-end rate lookup - one currency against GBP
        01 W-RATE-CCY       PIC X(3).
        01 W-RATE-VALUE     PIC S9(3)V9(6) COMP-3.
        01 W-RATE-FLAG      PIC 9.
           88 W-RATE-FOUND          VALUE 1.
        01 W-REPORT-CCY     PIC X(3).
        01 W-REPORT-RATE    PIC S9(3)V9(6) COMP-3.
        01 W-MISSING-COUNT  PIC 9(3) VALUE ZERO.

      * The period's first and last days
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

        01 W-HDR-ENT        PIC X(3).
        01 W-TOLERANCE      PIC S9(9)V99 COMP-3.
        01 W-DIFF           PIC S9(11)V99 COMP-3.
        01 W-ABS-DIFF       PIC S9(11)V99 COMP-3.
        01 W-LATER-DATE     PIC 9(8).
        01 W-FIRST-AT       PIC 9(5).
        01 W-SECOND-AT      PIC 9(5).

        01 W-LIVE-COUNT     PIC 9(7) VALUE ZERO.
        01 W-HIST-COUNT     PIC 9(7) VALUE ZERO.
        01 W-LATER-COUNT    PIC 9(7) VALUE ZERO.
        01 W-UNRESOLVED     PIC 9(7) VALUE ZERO.
        01 W-SAME-ENT-COUNT PIC 9(7) VALUE ZERO.
        01 W-EXCEPTIONS     PIC 9(7) VALUE ZERO.

        01 W-ENT-NAME-1     PIC X(30).
        01 W-ENT-NAME-2     PIC X(30).
        01 W-WHEN           PIC X(9).
        01 W-AMT-ED         PIC Z(10)9.99-.
        01 W-AMT-ED-2       PIC Z(10)9.99-.
        01 W-AMT-ED-3       PIC Z(10)9.99-.
        01 W-TOL-ED         PIC Z(8)9.99.
        01 W-CNT-ED         PIC Z(6)9.
        01 W-LINE           PIC X(132).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000149S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       LINKAGE SECTION.
      * Input : the period (yyyymm), the reporting currency (blank =
      *   GBP) and the tolerance in it - a matched document whose two
      *   sides differ by more is reported
        01 L-PERIOD          PIC 9(6).
        01 L-REPORT-CCY      PIC X(3).
        01 L-TOLERANCE       PIC S9(9)V99 COMP-3.

      * Output: 0 = the ledgers agree, X = unmatched items or
      *   differences reported, U = some headers' run start dates were
      *   not found (left out and counted), R = a currency had no rate
      *   in the period (nothing reconciled), T = a table overflowed
      *   (report incomplete), N = no intercompany accounts or
      *   headers, P = the period or tolerance is not valid, F = a
      *   file would not open
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-PERIOD L-REPORT-CCY L-TOLERANCE
                                L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.

           MOVE L-REPORT-CCY TO W-REPORT-CCY.
           IF W-REPORT-CCY = SPACES
             MOVE "GBP" TO W-REPORT-CCY
           END-IF.
           MOVE L-TOLERANCE TO W-TOLERANCE.
           IF W-TOLERANCE < ZERO
             MOVE "P" TO L-RETURN
             GO TO PGM-END
           END-IF.

           PERFORM SET-PERIOD-DATES.
           IF L-RETURN NOT = "0"
             GO TO PGM-END
           END-IF.

           PERFORM OPEN-FILES.
           PERFORM LOAD-IC-ACCOUNTS.
           IF W-ACC-TAB-COUNT = ZERO
             MOVE "N" TO L-RETURN
             MOVE "NO SUPPLIER ACCOUNT IS FLAGGED AS INTERCOMPANY"
               TO ICRRPT-REC
             WRITE ICRRPT-REC
             GO TO MAIN-E
           END-IF.

           PERFORM COLLECT-LIVE.
           PERFORM COLLECT-HISTORY.
           IF W-ITM-TAB-COUNT = ZERO
             MOVE "N" TO L-RETURN
             MOVE "NO INTERCOMPANY INVOICES ON FILE - NOTHING TO REPORT"
               TO ICRRPT-REC
             WRITE ICRRPT-REC
             GO TO MAIN-E
           END-IF.

           PERFORM RESOLVE-RUNS.
           PERFORM RESOLVE-ARCHIVED-RUNS.
           PERFORM DATE-ITEMS.

           PERFORM GET-PERIOD-RATES.
           IF W-MISSING-COUNT > ZERO
             MOVE "R" TO L-RETURN
             MOVE SPACES TO ICRRPT-REC
             WRITE ICRRPT-REC
             MOVE "** NOTHING RECONCILED - A RATE IS MISSING"
               TO ICRRPT-REC
             WRITE ICRRPT-REC
             GO TO MAIN-E
           END-IF.

           PERFORM CONVERT-ITEMS.
           PERFORM MATCH-ITEMS.
           PERFORM PRINT-REPORT.

           IF W-EXCEPTIONS > ZERO
             MOVE "X" TO L-RETURN
           END-IF.
           IF W-UNRESOLVED > ZERO
             MOVE "U" TO L-RETURN
           END-IF.
           IF W-TAB-FULL
             MOVE "T" TO L-RETURN
           END-IF.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
      * The period's first and last days - the last is the rate date
      *   and the cut-off for what is reconciled.
       SET-PERIOD-DATES SECTION.
       SET-PERIOD-DATES-B.
           MOVE L-PERIOD(1:4) TO W-PERIOD-YEAR.
           MOVE L-PERIOD(5:2) TO W-PERIOD-MONTH.
           IF W-PERIOD-YEAR = ZERO
           OR W-PERIOD-MONTH < 1 OR W-PERIOD-MONTH > 12
             MOVE "P" TO L-RETURN
             GO TO SET-PERIOD-DATES-E
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

       SET-PERIOD-DATES-E.
           EXIT.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN INPUT RUNREG.
           IF ST-RUNREG NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-RUNREG.

      * No archive yet just means nothing has been purged
           OPEN INPUT RUNARC.
           IF ST-RUNARC = "00"
             MOVE 1 TO O-RUNARC
           END-IF.

           OPEN INPUT IFHDR.
           IF ST-IFHDR NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-IFHDR.

      * No history yet just means nothing has been swept
           OPEN INPUT HSTHDR.
           IF ST-HSTHDR = "00"
             MOVE 1 TO O-HSTHDR
           END-IF.

           OPEN INPUT SUPMAST.
           IF ST-SUPMAST NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-SUPMAST.

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

           OPEN OUTPUT ICRRPT.
           IF ST-ICRRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-ICRRPT.

           MOVE W-TOLERANCE TO W-TOL-ED.
           MOVE SPACES TO ICRRPT-REC.
           STRING "INTERCOMPANY RECONCILIATION - PERIOD " L-PERIOD
                  " (" W-PERIOD-START " TO " W-PERIOD-END ")"
                  "  AMOUNTS IN " W-REPORT-CCY
                  " AT PERIOD-END RATES  TOLERANCE " W-TOL-ED
             DELIMITED BY SIZE INTO ICRRPT-REC
           END-STRING.
           WRITE ICRRPT-REC.
           MOVE SPACES TO ICRRPT-REC.
           WRITE ICRRPT-REC.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * Every supplier account flagged with the entity it stands for.
       LOAD-IC-ACCOUNTS SECTION.
       LOAD-IC-ACCOUNTS-B.
           MOVE LOW-VALUES TO SUPM-Key.
           START SUPMAST KEY >= SUPM-Key
             INVALID KEY
               GO TO LOAD-IC-ACCOUNTS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ SUPMAST NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF SUPM-IC-Entity NOT = SPACES
                   IF W-ACC-TAB-COUNT >= W-ACC-TAB-MAX
                     SET W-TAB-FULL TO TRUE
                   ELSE
                     ADD 1 TO W-ACC-TAB-COUNT
                     MOVE SUPM-Supplier-Loc
                       TO WA-LOC(W-ACC-TAB-COUNT)
                     MOVE SUPM-Supplier-Acc
                       TO WA-ACC(W-ACC-TAB-COUNT)
                     MOVE SUPM-IC-Entity
                       TO WA-ENT(W-ACC-TAB-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       LOAD-IC-ACCOUNTS-E.
           EXIT.

      ******************************************************************
      * Live headers on an intercompany account.
       COLLECT-LIVE SECTION.
       COLLECT-LIVE-B.
           MOVE LOW-VALUES TO gaadInvNo.
           START IFHDR KEY >= gaadInvNo
             INVALID KEY
               GO TO COLLECT-LIVE-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ IFHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE "L"         TO WH-SOURCE
                 MOVE gaadInvNo   TO WH-INVNO
                 MOVE gaadSppInv  TO WH-REF
                 MOVE gaadEntCde  TO WH-ENT
                 MOVE gaadSupLoc  TO WH-LOC
                 MOVE gaadSupAcc  TO WH-ACC
                 MOVE gaadDRCR    TO WH-DRCR
                 MOVE gaadCurCde  TO WH-CCY
                 MOVE gaadSupAmt  TO WH-AMT
                 MOVE gaadRunNbr  TO WH-RUN
                 MOVE gaadRevSts  TO WH-REVERSED
                 PERFORM NOTE-ITEM
             END-READ
           END-PERFORM.

       COLLECT-LIVE-E.
           EXIT.

      ******************************************************************
      * History headers on an intercompany account.
       COLLECT-HISTORY SECTION.
       COLLECT-HISTORY-B.
           IF O-HSTHDR = 0
             GO TO COLLECT-HISTORY-E
           END-IF.

           MOVE LOW-VALUES TO HH-Invoice-No.
           START HSTHDR KEY >= HH-Invoice-No
             INVALID KEY
               GO TO COLLECT-HISTORY-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ HSTHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE "H"                 TO WH-SOURCE
                 MOVE HH-Invoice-No       TO WH-INVNO
                 MOVE HH-Supplier-Invoice TO WH-REF
                 MOVE HH-Entity-Code      TO WH-ENT
                 MOVE HH-Supplier-Loc     TO WH-LOC
                 MOVE HH-Supplier-Acc     TO WH-ACC
                 MOVE HH-DR-CR            TO WH-DRCR
                 MOVE HH-Currency-Code    TO WH-CCY
                 MOVE HH-Amount           TO WH-AMT
                 MOVE HH-Run-Number       TO WH-RUN
                 MOVE HH-Reversed         TO WH-REVERSED
                 PERFORM NOTE-ITEM
             END-READ
           END-PERFORM.

       COLLECT-HISTORY-E.
           EXIT.

      ******************************************************************
      * Keeps the header in W-HDR if it is on an intercompany account
      *   and not reversed. A header with no entity is the UK
      *   company's. An account flagged as the entity whose own
      *   ledger it is on is not intercompany for that ledger - such
      *   headers are counted and left out.
       NOTE-ITEM SECTION.
       NOTE-ITEM-B.
           IF WH-REVERSED = "R"
             GO TO NOTE-ITEM-E
           END-IF.

           MOVE 0 TO W-THIS-ACC.
           PERFORM VARYING W-AX FROM 1 BY 1
                   UNTIL W-AX > W-ACC-TAB-COUNT
                      OR W-THIS-ACC > 0
             IF  WA-LOC(W-AX) = WH-LOC
             AND WA-ACC(W-AX) = WH-ACC
               MOVE W-AX TO W-THIS-ACC
             END-IF
           END-PERFORM.
           IF W-THIS-ACC = 0
             GO TO NOTE-ITEM-E
           END-IF.

           MOVE WH-ENT TO W-HDR-ENT.
           IF W-HDR-ENT = SPACES
             MOVE "GBR" TO W-HDR-ENT
           END-IF.
           IF W-HDR-ENT = WA-ENT(W-THIS-ACC)
             ADD 1 TO W-SAME-ENT-COUNT
             GO TO NOTE-ITEM-E
           END-IF.

           IF W-ITM-TAB-COUNT >= W-ITM-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-ITEM-E
           END-IF.

      * The pair, first entity in code order first
           IF W-HDR-ENT < WA-ENT(W-THIS-ACC)
             MOVE W-HDR-ENT          TO W-PAIR-FIRST
             MOVE WA-ENT(W-THIS-ACC) TO W-PAIR-SECOND
           ELSE
             MOVE WA-ENT(W-THIS-ACC) TO W-PAIR-FIRST
             MOVE W-HDR-ENT          TO W-PAIR-SECOND
           END-IF.
           PERFORM FIND-PAIR.
           IF W-THIS-PAIR = 0
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-ITEM-E
           END-IF.

           MOVE WH-RUN TO W-LINE-RUN.
           PERFORM NOTE-RUN.

           ADD 1 TO W-ITM-TAB-COUNT.
           MOVE W-ITM-TAB-COUNT TO W-IX.
           MOVE WH-SOURCE   TO WT-SOURCE(W-IX).
           MOVE WH-INVNO    TO WT-INVNO(W-IX).
           MOVE WH-REF      TO WT-REF(W-IX).
           MOVE W-HDR-ENT   TO WT-ENT(W-IX).
           MOVE WH-DRCR     TO WT-DRCR(W-IX).
           MOVE WH-CCY      TO WT-CCY(W-IX).
           MOVE WH-AMT      TO WT-AMT(W-IX).
           MOVE WH-RUN      TO WT-RUN(W-IX).
           MOVE ZERO        TO WT-DATE(W-IX).
           MOVE SPACE       TO WT-STATE(W-IX).
           MOVE W-THIS-PAIR TO WT-PX(W-IX).
           IF W-HDR-ENT = W-PAIR-FIRST
             MOVE "F"       TO WT-SIDE(W-IX)
           ELSE
             MOVE "S"       TO WT-SIDE(W-IX)
           END-IF.
           MOVE ZERO        TO WT-CONV(W-IX).
           MOVE ZERO        TO WT-MATCH(W-IX).

           IF WH-SOURCE = "L"
             ADD 1 TO W-LIVE-COUNT
           ELSE
             ADD 1 TO W-HIST-COUNT
           END-IF.

       NOTE-ITEM-E.
           EXIT.

      ******************************************************************
      * Returns the pair W-PAIR-FIRST / W-PAIR-SECOND in W-THIS-PAIR,
      *   opening a new one if needed - zero if full.
       FIND-PAIR SECTION.
       FIND-PAIR-B.
           MOVE 0 TO W-THIS-PAIR.
           PERFORM VARYING W-PX FROM 1 BY 1
                   UNTIL W-PX > W-PAIR-TAB-COUNT
                      OR W-THIS-PAIR > 0
             IF  WP-FIRST(W-PX)  = W-PAIR-FIRST
             AND WP-SECOND(W-PX) = W-PAIR-SECOND
               MOVE W-PX TO W-THIS-PAIR
             END-IF
           END-PERFORM.

           IF W-THIS-PAIR > 0
             GO TO FIND-PAIR-E
           END-IF.

           IF W-PAIR-TAB-COUNT >= W-PAIR-TAB-MAX
             GO TO FIND-PAIR-E
           END-IF.

           ADD 1 TO W-PAIR-TAB-COUNT.
           MOVE W-PAIR-TAB-COUNT TO W-THIS-PAIR.
           MOVE W-PAIR-FIRST  TO WP-FIRST(W-THIS-PAIR).
           MOVE W-PAIR-SECOND TO WP-SECOND(W-THIS-PAIR).
           MOVE ZERO TO WP-BF-FIRST(W-THIS-PAIR)
                        WP-BF-SECOND(W-THIS-PAIR)
                        WP-MV-FIRST(W-THIS-PAIR)
                        WP-MV-SECOND(W-THIS-PAIR)
                        WP-MATCHED(W-THIS-PAIR)
                        WP-AGREED(W-THIS-PAIR)
                        WP-DIFFERED(W-THIS-PAIR)
                        WP-UNMATCHED(W-THIS-PAIR).

       FIND-PAIR-E.
           EXIT.

      ******************************************************************
       NOTE-RUN SECTION.
       NOTE-RUN-B.
           PERFORM FIND-RUN-ENTRY.
           IF W-THIS-RUN > 0
             GO TO NOTE-RUN-E
           END-IF.

           IF W-RUN-TAB-COUNT >= W-RUN-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-RUN-E
           END-IF.
           ADD 1 TO W-RUN-TAB-COUNT.
           MOVE W-LINE-RUN TO WR-RUN(W-RUN-TAB-COUNT).
           MOVE ZERO       TO WR-DATE(W-RUN-TAB-COUNT).

       NOTE-RUN-E.
           EXIT.

      ******************************************************************
       FIND-RUN-ENTRY SECTION.
       FIND-RUN-ENTRY-B.
           MOVE 0 TO W-THIS-RUN.
           PERFORM VARYING W-RX FROM 1 BY 1
                   UNTIL W-RX > W-RUN-TAB-COUNT
                      OR W-THIS-RUN > 0
             IF WR-RUN(W-RX) = W-LINE-RUN
               MOVE W-RX TO W-THIS-RUN
             END-IF
           END-PERFORM.

       FIND-RUN-ENTRY-E.
           EXIT.

      ******************************************************************
      * Each run, looked up on the live register by key - an ADOS run,
      *   or failing that an expense feed run.
       RESOLVE-RUNS SECTION.
       RESOLVE-RUNS-B.
           PERFORM VARYING W-RX FROM 1 BY 1
                   UNTIL W-RX > W-RUN-TAB-COUNT
             MOVE "ADOS"       TO RR-Application
             MOVE WR-RUN(W-RX) TO RR-Run-Number
             READ RUNREG
               INVALID KEY
                 MOVE "EXPENSES" TO RR-Application
                 READ RUNREG
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE RR-Start-Date TO WR-DATE(W-RX)
                 END-READ
               NOT INVALID KEY
                 MOVE RR-Start-Date TO WR-DATE(W-RX)
             END-READ
           END-PERFORM.

       RESOLVE-RUNS-E.
           EXIT.

      ******************************************************************
      * Runs the OPS000605S purge moved to the ADRUNRGAL0 archive,
      *   unpacked through the RUNREG record area (its lookups have
      *   already finished).
       RESOLVE-ARCHIVED-RUNS SECTION.
       RESOLVE-ARCHIVED-RUNS-B.
           IF O-RUNARC = 0
             GO TO RESOLVE-ARCHIVED-RUNS-E
           END-IF.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ RUNARC NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE RUNARC-REC TO RUNREG-REC
                 IF  RR-Interface-Run
                 AND RR-Run-Number NOT = ZERO
                   MOVE RR-Run-Number TO W-LINE-RUN
                   PERFORM FIND-RUN-ENTRY
                   IF  W-THIS-RUN > 0
                   AND WR-DATE(W-THIS-RUN) = ZERO
                     MOVE RR-Start-Date TO WR-DATE(W-THIS-RUN)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       RESOLVE-ARCHIVED-RUNS-E.
           EXIT.

      ******************************************************************
      * Dates each header by its run, and sets aside those posted after
      *   the period end or whose run cannot be found.
       DATE-ITEMS SECTION.
       DATE-ITEMS-B.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-ITM-TAB-COUNT
             MOVE WT-RUN(W-IX) TO W-LINE-RUN
             PERFORM FIND-RUN-ENTRY
             IF W-THIS-RUN > 0
               MOVE WR-DATE(W-THIS-RUN) TO WT-DATE(W-IX)
             END-IF
             EVALUATE TRUE
               WHEN WT-DATE(W-IX) = ZERO
                 MOVE "U" TO WT-STATE(W-IX)
                 ADD 1 TO W-UNRESOLVED
               WHEN WT-DATE(W-IX) > W-PERIOD-END
                 MOVE "A" TO WT-STATE(W-IX)
                 ADD 1 TO W-LATER-COUNT
               WHEN OTHER
                 PERFORM NOTE-CURRENCY
             END-EVALUATE
           END-PERFORM.

       DATE-ITEMS-E.
           EXIT.

      ******************************************************************
      * Adds the header's currency to the currency table if it is not
      *   there already.
       NOTE-CURRENCY SECTION.
       NOTE-CURRENCY-B.
           MOVE WT-CCY(W-IX) TO W-RATE-CCY.
           PERFORM FIND-CURRENCY.
           IF W-THIS-CCY > 0
             GO TO NOTE-CURRENCY-E
           END-IF.

           IF W-CCY-TAB-COUNT >= W-CCY-TAB-MAX
             SET W-TAB-FULL TO TRUE
             MOVE "A" TO WT-STATE(W-IX)
             GO TO NOTE-CURRENCY-E
           END-IF.

           ADD 1 TO W-CCY-TAB-COUNT.
           MOVE W-RATE-CCY TO WC-CCY(W-CCY-TAB-COUNT).
           MOVE ZERO       TO WC-RATE(W-CCY-TAB-COUNT).
           MOVE 0          TO WC-RATE-FLAG(W-CCY-TAB-COUNT).

       NOTE-CURRENCY-E.
           EXIT.

      ******************************************************************
       FIND-CURRENCY SECTION.
       FIND-CURRENCY-B.
           MOVE 0 TO W-THIS-CCY.
           PERFORM VARYING W-CX FROM 1 BY 1
                   UNTIL W-CX > W-CCY-TAB-COUNT
                      OR W-THIS-CCY > 0
             IF WC-CCY(W-CX) = W-RATE-CCY
               MOVE W-CX TO W-THIS-CCY
             END-IF
           END-PERFORM.

       FIND-CURRENCY-E.
           EXIT.

      ******************************************************************
      * The period-end rate of the reporting currency and of every
      *   currency met, each against GBP. Every one missing is logged
      *   at severity 1 and listed.
       GET-PERIOD-RATES SECTION.
       GET-PERIOD-RATES-B.
           MOVE W-REPORT-CCY TO W-RATE-CCY.
           PERFORM FIND-PERIOD-RATE.
           IF W-RATE-FOUND
             MOVE W-RATE-VALUE TO W-REPORT-RATE
           ELSE
             PERFORM LOG-MISSING-RATE
           END-IF.

           PERFORM VARYING W-CX FROM 1 BY 1
                   UNTIL W-CX > W-CCY-TAB-COUNT
             MOVE WC-CCY(W-CX) TO W-RATE-CCY
             PERFORM FIND-PERIOD-RATE
             IF W-RATE-FOUND
               MOVE W-RATE-VALUE TO WC-RATE(W-CX)
               MOVE 1 TO WC-RATE-FLAG(W-CX)
             ELSE
               PERFORM LOG-MISSING-RATE
             END-IF
           END-PERFORM.

       GET-PERIOD-RATES-E.
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
           STRING "INTERCO " W-RATE-CCY
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           MOVE SPACES TO W-ALG-TEXT.
           STRING "NO RATE FOR " W-RATE-CCY
                  " IN PERIOD " L-PERIOD
                  " - INTERCO RECON STOPPED"
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 1 TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

           MOVE SPACES TO ICRRPT-REC.
           STRING "** NO RATE FOR " W-RATE-CCY
                  " DATED " W-PERIOD-START " TO " W-PERIOD-END
             DELIMITED BY SIZE INTO ICRRPT-REC
           END-STRING.
           WRITE ICRRPT-REC.

       LOG-MISSING-RATE-E.
           EXIT.

      ******************************************************************
      * Each header in the reporting currency, signed as the pair's
      *   first entity owing the second, and added to its ledger's
      *   position - brought forward if posted before the period.
       CONVERT-ITEMS SECTION.
       CONVERT-ITEMS-B.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-ITM-TAB-COUNT
             IF WT-STATE(W-IX) = SPACE
               MOVE WT-CCY(W-IX) TO W-RATE-CCY
               PERFORM FIND-CURRENCY
               COMPUTE WT-CONV(W-IX) ROUNDED
                 = WT-AMT(W-IX) * WC-RATE(W-THIS-CCY) / W-REPORT-RATE
               IF WT-SIDE(W-IX) = "F" AND WT-DRCR(W-IX) NOT = "DR"
               OR WT-SIDE(W-IX) = "S" AND WT-DRCR(W-IX) = "DR"
                 COMPUTE WT-CONV(W-IX) = 0 - WT-CONV(W-IX)
               END-IF
               MOVE WT-PX(W-IX) TO W-PX
               IF WT-DATE(W-IX) < W-PERIOD-START
                 IF WT-SIDE(W-IX) = "F"
                   ADD WT-CONV(W-IX) TO WP-BF-FIRST(W-PX)
                 ELSE
                   ADD WT-CONV(W-IX) TO WP-BF-SECOND(W-PX)
                 END-IF
               ELSE
                 IF WT-SIDE(W-IX) = "F"
                   ADD WT-CONV(W-IX) TO WP-MV-FIRST(W-PX)
                 ELSE
                   ADD WT-CONV(W-IX) TO WP-MV-SECOND(W-PX)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       CONVERT-ITEMS-E.
           EXIT.

      ******************************************************************
      * Pairs each first-side header with the first unmatched header
      *   of the same pair on the other side carrying the same supplier
      *   reference. A blank reference is never matched.
       MATCH-ITEMS SECTION.
       MATCH-ITEMS-B.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-ITM-TAB-COUNT
             IF  WT-STATE(W-IX) = SPACE
             AND WT-SIDE(W-IX)  = "F"
             AND WT-REF(W-IX)   NOT = SPACES
               MOVE 0 TO W-FOUND-AT
               PERFORM VARYING W-JX FROM 1 BY 1
                       UNTIL W-JX > W-ITM-TAB-COUNT
                          OR W-FOUND-AT > 0
                 IF  WT-STATE(W-JX) = SPACE
                 AND WT-SIDE(W-JX)  = "S"
                 AND WT-MATCH(W-JX) = ZERO
                 AND WT-PX(W-JX)    = WT-PX(W-IX)
                 AND WT-REF(W-JX)   = WT-REF(W-IX)
                   MOVE W-JX TO W-FOUND-AT
                 END-IF
               END-PERFORM
               IF W-FOUND-AT > 0
                 MOVE W-FOUND-AT TO WT-MATCH(W-IX)
                 MOVE W-IX       TO WT-MATCH(W-FOUND-AT)
               END-IF
             END-IF
           END-PERFORM.

       MATCH-ITEMS-E.
           EXIT.

      ******************************************************************
       PRINT-REPORT SECTION.
       PRINT-REPORT-B.
           PERFORM VARYING W-PX FROM 1 BY 1
                   UNTIL W-PX > W-PAIR-TAB-COUNT
             PERFORM PRINT-PAIR
           END-PERFORM.

           IF W-TAB-FULL
             MOVE "** A TABLE OVERFLOWED - REPORT INCOMPLETE"
               TO ICRRPT-REC
             WRITE ICRRPT-REC
             MOVE SPACES TO ICRRPT-REC
             WRITE ICRRPT-REC
           END-IF.

           MOVE SPACES TO W-LINE.
           MOVE W-LIVE-COUNT TO W-CNT-ED.
           STRING "INTERCOMPANY HEADERS - LIVE FILE  . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-HIST-COUNT TO W-CNT-ED.
           STRING "INTERCOMPANY HEADERS - HISTORY  . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-LATER-COUNT TO W-CNT-ED.
           STRING "POSTED AFTER THE PERIOD - LEFT OUT  . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-UNRESOLVED TO W-CNT-ED.
           STRING "RUN START DATE NOT FOUND - LEFT OUT . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-SAME-ENT-COUNT TO W-CNT-ED.
           STRING "ACCOUNT FLAGGED AS ITS OWN LEDGER'S   : " W-CNT-ED
                  "  (LEFT OUT - CHECK THE FLAG ON ADA000148S)"
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

       PRINT-REPORT-E.
           EXIT.

      ******************************************************************
      * One pair: its unmatched headers, its differences over the
      *   tolerance, then the net position on each ledger.
       PRINT-PAIR SECTION.
       PRINT-PAIR-B.
           MOVE WP-FIRST(W-PX) TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "*** NOT ON ENTITY MASTER ***" TO ENT-Entity-Name
           END-READ.
           MOVE ENT-Entity-Name TO W-ENT-NAME-1.
           MOVE WP-SECOND(W-PX) TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "*** NOT ON ENTITY MASTER ***" TO ENT-Entity-Name
           END-READ.
           MOVE ENT-Entity-Name TO W-ENT-NAME-2.

           MOVE SPACES TO W-LINE.
           STRING WP-FIRST(W-PX) " " W-ENT-NAME-1
                  " / " WP-SECOND(W-PX) " " W-ENT-NAME-2
                  "  - SHOWN AS " WP-FIRST(W-PX)
                  " OWING " WP-SECOND(W-PX)
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.
           MOVE SPACES TO ICRRPT-REC.
           WRITE ICRRPT-REC.

           PERFORM PRINT-UNMATCHED.
           PERFORM PRINT-DIFFERENCES.
           PERFORM PRINT-POSITION.

       PRINT-PAIR-E.
           EXIT.

      ******************************************************************
      * Every header of the pair up to the period end with nothing
      *   matching it on the other ledger.
       PRINT-UNMATCHED SECTION.
       PRINT-UNMATCHED-B.
           MOVE "  UNMATCHED - ON ONE LEDGER ONLY" TO ICRRPT-REC.
           WRITE ICRRPT-REC.
           MOVE SPACES TO W-LINE.
           MOVE "  ENT  INVOICE  SUPPLIER REF"  TO W-LINE(1:40).
           MOVE "RUN DATE  TYPE CCY"            TO W-LINE(41:18).
           MOVE "         AMOUNT"               TO W-LINE(61:15).
           MOVE "     IN "                      TO W-LINE(77:8).
           MOVE W-REPORT-CCY                    TO W-LINE(85:3).
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-ITM-TAB-COUNT
             IF  WT-PX(W-IX)    = W-PX
             AND WT-STATE(W-IX) = SPACE
             AND WT-MATCH(W-IX) = ZERO
               ADD 1 TO WP-UNMATCHED(W-PX)
               ADD 1 TO W-EXCEPTIONS
               IF WT-DATE(W-IX) < W-PERIOD-START
                 MOVE "EARLIER"   TO W-WHEN
               ELSE
                 MOVE "IN PERIOD" TO W-WHEN
               END-IF
               MOVE WT-AMT(W-IX)  TO W-AMT-ED
               MOVE WT-CONV(W-IX) TO W-AMT-ED-2
               MOVE SPACES TO W-LINE
               STRING "  " WT-ENT(W-IX)
                      "  " WT-INVNO(W-IX)
                      "  " WT-REF(W-IX)
                 DELIMITED BY SIZE INTO W-LINE
               END-STRING
               MOVE WT-DATE(W-IX) TO W-LINE(41:8)
               MOVE WT-DRCR(W-IX) TO W-LINE(51:2)
               MOVE WT-CCY(W-IX)  TO W-LINE(56:3)
               MOVE W-AMT-ED      TO W-LINE(61:15)
               MOVE W-AMT-ED-2    TO W-LINE(77:15)
               MOVE W-WHEN        TO W-LINE(94:9)
               MOVE W-LINE TO ICRRPT-REC
               WRITE ICRRPT-REC
             END-IF
           END-PERFORM.

           MOVE SPACES TO ICRRPT-REC.
           WRITE ICRRPT-REC.

       PRINT-UNMATCHED-E.
           EXIT.

      ******************************************************************
      * Documents of the pair completed in the period - the later of
      *   the two postings inside it - whose ledgers differ by more
      *   than the tolerance. Earlier periods' differences were
      *   reported in their own month and stay in the position.
       PRINT-DIFFERENCES SECTION.
       PRINT-DIFFERENCES-B.
           MOVE SPACES TO ICRRPT-REC.
           STRING "  MATCHED IN THE PERIOD - DIFFERING BY MORE THAN "
                  W-TOL-ED
             DELIMITED BY SIZE INTO ICRRPT-REC
           END-STRING.
           WRITE ICRRPT-REC.
           MOVE SPACES TO W-LINE.
           MOVE "  SUPPLIER REF"                TO W-LINE(1:24).
           MOVE WP-FIRST(W-PX)                  TO W-LINE(25:3).
           MOVE " INVOICE"                      TO W-LINE(28:8).
           MOVE WP-FIRST(W-PX)                  TO W-LINE(42:3).
           MOVE " AMOUNT"                       TO W-LINE(45:7).
           MOVE WP-SECOND(W-PX)                 TO W-LINE(54:3).
           MOVE " INVOICE"                      TO W-LINE(57:8).
           MOVE WP-SECOND(W-PX)                 TO W-LINE(71:3).
           MOVE " AMOUNT"                       TO W-LINE(74:7).
           MOVE "     DIFFERENCE"               TO W-LINE(85:15).
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-ITM-TAB-COUNT
             IF  WT-PX(W-IX)    = W-PX
             AND WT-STATE(W-IX) = SPACE
             AND WT-SIDE(W-IX)  = "F"
             AND WT-MATCH(W-IX) > ZERO
               MOVE W-IX           TO W-FIRST-AT
               MOVE WT-MATCH(W-IX) TO W-SECOND-AT
               PERFORM CHECK-MATCHED-PAIR
             END-IF
           END-PERFORM.

           MOVE SPACES TO ICRRPT-REC.
           WRITE ICRRPT-REC.

       PRINT-DIFFERENCES-E.
           EXIT.

      ******************************************************************
       CHECK-MATCHED-PAIR SECTION.
       CHECK-MATCHED-PAIR-B.
           MOVE WT-DATE(W-FIRST-AT) TO W-LATER-DATE.
           IF WT-DATE(W-SECOND-AT) > W-LATER-DATE
             MOVE WT-DATE(W-SECOND-AT) TO W-LATER-DATE
           END-IF.
           IF W-LATER-DATE < W-PERIOD-START
             GO TO CHECK-MATCHED-PAIR-E
           END-IF.

           ADD 1 TO WP-MATCHED(W-PX).
           COMPUTE W-DIFF = WT-CONV(W-FIRST-AT) - WT-CONV(W-SECOND-AT).
           MOVE W-DIFF TO W-ABS-DIFF.
           IF W-ABS-DIFF < ZERO
             COMPUTE W-ABS-DIFF = 0 - W-ABS-DIFF
           END-IF.
           IF W-ABS-DIFF NOT > W-TOLERANCE
             ADD 1 TO WP-AGREED(W-PX)
             GO TO CHECK-MATCHED-PAIR-E
           END-IF.

           ADD 1 TO WP-DIFFERED(W-PX).
           ADD 1 TO W-EXCEPTIONS.
           MOVE WT-CONV(W-FIRST-AT)  TO W-AMT-ED.
           MOVE WT-CONV(W-SECOND-AT) TO W-AMT-ED-2.
           MOVE W-DIFF               TO W-AMT-ED-3.
           MOVE SPACES TO W-LINE.
           STRING "  " WT-REF(W-FIRST-AT)
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE WT-INVNO(W-FIRST-AT)  TO W-LINE(26:7).
           MOVE W-AMT-ED              TO W-LINE(37:15).
           MOVE WT-INVNO(W-SECOND-AT) TO W-LINE(55:7).
           MOVE W-AMT-ED-2            TO W-LINE(66:15).
           MOVE W-AMT-ED-3            TO W-LINE(85:15).
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

       CHECK-MATCHED-PAIR-E.
           EXIT.

      ******************************************************************
      * The net position as each ledger has it, and the gap between
      *   them, then the pair's counts.
       PRINT-POSITION SECTION.
       PRINT-POSITION-B.
           MOVE SPACES TO ICRRPT-REC.
           STRING "  NET POSITION - " WP-FIRST(W-PX)
                  " OWING " WP-SECOND(W-PX) " IN " W-REPORT-CCY
             DELIMITED BY SIZE INTO ICRRPT-REC
           END-STRING.
           WRITE ICRRPT-REC.
           MOVE SPACES TO W-LINE.
           MOVE "BROUGHT FORWARD"  TO W-LINE(37:15).
           MOVE "PERIOD MOVEMENT"  TO W-LINE(54:15).
           MOVE "CARRIED FORWARD"  TO W-LINE(71:15).
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

           MOVE WP-BF-FIRST(W-PX) TO W-AMT-ED.
           MOVE WP-MV-FIRST(W-PX) TO W-AMT-ED-2.
           COMPUTE W-DIFF = WP-BF-FIRST(W-PX) + WP-MV-FIRST(W-PX).
           MOVE W-DIFF            TO W-AMT-ED-3.
           MOVE SPACES TO W-LINE.
           STRING "    PER " WP-FIRST(W-PX) " LEDGER"
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-AMT-ED   TO W-LINE(37:15).
           MOVE W-AMT-ED-2 TO W-LINE(54:15).
           MOVE W-AMT-ED-3 TO W-LINE(71:15).
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

           MOVE WP-BF-SECOND(W-PX) TO W-AMT-ED.
           MOVE WP-MV-SECOND(W-PX) TO W-AMT-ED-2.
           COMPUTE W-DIFF = WP-BF-SECOND(W-PX) + WP-MV-SECOND(W-PX).
           MOVE W-DIFF             TO W-AMT-ED-3.
           MOVE SPACES TO W-LINE.
           STRING "    PER " WP-SECOND(W-PX) " LEDGER"
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-AMT-ED   TO W-LINE(37:15).
           MOVE W-AMT-ED-2 TO W-LINE(54:15).
           MOVE W-AMT-ED-3 TO W-LINE(71:15).
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

           COMPUTE W-DIFF = WP-BF-FIRST(W-PX) - WP-BF-SECOND(W-PX).
           MOVE W-DIFF TO W-AMT-ED.
           COMPUTE W-DIFF = WP-MV-FIRST(W-PX) - WP-MV-SECOND(W-PX).
           MOVE W-DIFF TO W-AMT-ED-2.
           COMPUTE W-DIFF = WP-BF-FIRST(W-PX) + WP-MV-FIRST(W-PX)
                          - WP-BF-SECOND(W-PX) - WP-MV-SECOND(W-PX).
           MOVE W-DIFF TO W-AMT-ED-3.
           MOVE SPACES TO W-LINE.
           MOVE "    DIFFERENCE BETWEEN LEDGERS" TO W-LINE(1:30).
           MOVE W-AMT-ED   TO W-LINE(37:15).
           MOVE W-AMT-ED-2 TO W-LINE(54:15).
           MOVE W-AMT-ED-3 TO W-LINE(71:15).
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.

           MOVE SPACES TO ICRRPT-REC.
           WRITE ICRRPT-REC.
           MOVE SPACES TO W-LINE.
           MOVE WP-MATCHED(W-PX) TO W-CNT-ED.
           STRING "  MATCHED IN PERIOD " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE WP-AGREED(W-PX) TO W-CNT-ED.
           STRING "  AGREED " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE(28:20)
           END-STRING.
           MOVE WP-DIFFERED(W-PX) TO W-CNT-ED.
           STRING "  OVER TOLERANCE " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE(48:30)
           END-STRING.
           MOVE WP-UNMATCHED(W-PX) TO W-CNT-ED.
           STRING "  UNMATCHED " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE(76:25)
           END-STRING.
           MOVE W-LINE TO ICRRPT-REC.
           WRITE ICRRPT-REC.
           MOVE SPACES TO ICRRPT-REC.
           WRITE ICRRPT-REC.

       PRINT-POSITION-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-RUNREG = 1
             CLOSE RUNREG
             MOVE 0 TO O-RUNREG
           END-IF.

           IF O-RUNARC = 1
             CLOSE RUNARC
             MOVE 0 TO O-RUNARC
           END-IF.

           IF O-IFHDR = 1
             CLOSE IFHDR
             MOVE 0 TO O-IFHDR
           END-IF.

           IF O-HSTHDR = 1
             CLOSE HSTHDR
             MOVE 0 TO O-HSTHDR
           END-IF.

           IF O-SUPMAST = 1
             CLOSE SUPMAST
             MOVE 0 TO O-SUPMAST
           END-IF.

           IF O-ENTMAST = 1
             CLOSE ENTMAST
             MOVE 0 TO O-ENTMAST
           END-IF.

           IF O-EXRAT = 1
             CLOSE EXRAT
             MOVE 0 TO O-EXRAT
           END-IF.

           IF O-ICRRPT = 1
             CLOSE ICRRPT
             MOVE 0 TO O-ICRRPT
           END-IF.

           GOBACK.
