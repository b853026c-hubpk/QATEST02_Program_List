       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000146S.

      **************************************************************************
      *  Finance application. IPN26465                                         *
      *                                                                        *
      *  Payment practices report - the half-yearly days-to-pay figures        *
      *    the company publishes under the statutory payment practices         *
      *    reporting duty, over the keyed reporting period.                    *
      *                                                                        *
      *  Every supplier invoice (DR header, not reversed) that an              *
      *    ADA000122S payment proposal took with a payment date inside         *
      *    the period is measured, on ADIFCHDRL0 and on the ADIFCHDRH0         *
      *    history the ADA000120S sweep moves old invoices to. Days to         *
      *    pay run from receipt - the start date of the ADOS run that          *
      *    posted the invoice (ADRUNREGL0, or the ADRUNRGAL0 archive           *
      *    once the run has been purged) - to the proposal's payment           *
      *    date (gaadPayDte / HH-Pay-Date), and each invoice falls in          *
      *    one of three bands:                                                 *
      *                                                                        *
      *       WITHIN 30 DAYS, 31-60 DAYS, OVER 60 DAYS                         *
      *                                                                        *
      *  For each entity, and each supplier within it: the number of           *
      *    invoices paid, the average days to pay, the percentage of           *
      *    invoices paid in each band and the value paid in the                *
      *    entity's own base currency (gaadBasAmt). The entity figures         *
      *    are followed by the count and value in each band, and the           *
      *    report closes with the figures across all entities (counts          *
      *    only - the entities' currencies differ) and the slowest-paid        *
      *    invoices, longest first, so each can be explained.                 *
      *                                                                        *
      *  Credit notes are not payments and are left out. An invoice            *
      *    whose run start date cannot be found is left out of the             *
      *    figures and counted on the report.                                  *
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

      * Supplier master - the supplier's name
           SELECT SUPMAST  ASSIGN      TO DATABASE-ADSUPMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS SUPM-Key
                         FILE STATUS   IS ST-SUPMAST.

      * Entity master - the entity's base currency and name
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

      * The payment practices report
           SELECT PPRRPT   ASSIGN      TO DATABASE-ADPAYPPRL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-PPRRPT.

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

         FD PPRRPT.
          01 PPRRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-RUNREG   PIC X(2).
        01  ST-RUNARC   PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HSTHDR   PIC X(2).
        01  ST-SUPMAST  PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-PPRRPT   PIC X(2).
        01  O-RUNREG    PIC 9 VALUE ZERO.
        01  O-RUNARC    PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HSTHDR    PIC 9 VALUE ZERO.
        01  O-SUPMAST   PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-PPRRPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

      * The runs the period's invoices came from, with their start
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

      * The invoice being measured, from whichever header file it is
      *   on (L = live, H = history)
        01 W-INV.
           05 WI-SOURCE     PIC X(1).
           05 WI-INVNO      PIC X(7).
           05 WI-REF        PIC X(20).
           05 WI-ENT        PIC X(3).
           05 WI-LOC        PIC X(2).
           05 WI-ACC        PIC X(6).
           05 WI-RUN        PIC S9(7)     COMP-3.
           05 WI-AMT        PIC S9(11)V99 COMP-3.
           05 WI-PAY-DATE   PIC 9(8).
           05 WI-RCV-DATE   PIC 9(8).
           05 WI-DAYS       PIC S9(5)     COMP-3.

      * Suppliers per entity, kept in entity + location + account
      *   order as they are added, with their band counts and values
        01 W-SUP-TAB-MAX    PIC 9(4) VALUE 2000.
        01 W-SUP-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-SUP-TAB.
           05 W-SUP-ENTRY OCCURS 2000.
              10 WU-KEY.
                 15 WU-ENT       PIC X(3).
                 15 WU-LOC       PIC X(2).
                 15 WU-ACC       PIC X(6).
              10 WU-BAND-CNT  PIC S9(7)     COMP-3 OCCURS 3.
              10 WU-BAND-AMT  PIC S9(11)V99 COMP-3 OCCURS 3.
              10 WU-COUNT     PIC S9(7)     COMP-3.
              10 WU-DAYS      PIC S9(11)    COMP-3.
              10 WU-TOTAL     PIC S9(11)V99 COMP-3.
        01 W-UX             PIC 9(4).
        01 W-THIS-SUP       PIC 9(4).
        01 W-INS-AT         PIC 9(4).
        01 W-NEW-KEY.
           05 W-NEW-ENT        PIC X(3).
           05 W-NEW-LOC        PIC X(2).
           05 W-NEW-ACC        PIC X(6).

      * Entities, with the same figures
        01 W-ENT-TAB-MAX    PIC 9(2) VALUE 20.
        01 W-ENT-TAB-COUNT  PIC 9(2) VALUE ZERO.
        01 W-ENT-TAB.
           05 W-ENT-ENTRY OCCURS 20.
              10 WE-ENT       PIC X(3).
              10 WE-NAME      PIC X(30).
              10 WE-CCY       PIC X(3).
              10 WE-BAND-CNT  PIC S9(7)     COMP-3 OCCURS 3.
              10 WE-BAND-AMT  PIC S9(11)V99 COMP-3 OCCURS 3.
              10 WE-COUNT     PIC S9(7)     COMP-3.
              10 WE-DAYS      PIC S9(11)    COMP-3.
              10 WE-TOTAL     PIC S9(11)V99 COMP-3.
        01 W-EX             PIC 9(2).
        01 W-THIS-ENT       PIC 9(2).
        01 W-BX             PIC 9(1).

      * All entities together - counts and days only
        01 W-ALL-BANDS.
           05 W-ALL-BAND-CNT   PIC S9(7)     COMP-3 OCCURS 3.
        01 W-ALL-COUNT      PIC S9(7)     COMP-3 VALUE ZERO.
        01 W-ALL-DAYS       PIC S9(11)    COMP-3 VALUE ZERO.

      * The slowest-paid invoices, longest first
        01 W-SLOW-TAB-MAX   PIC 9(2) VALUE 25.
        01 W-SLOW-TAB-COUNT PIC 9(2) VALUE ZERO.
        01 W-SLOW-TAB.
           05 W-SLOW-ENTRY OCCURS 25.
              10 WL-SOURCE    PIC X(1).
              10 WL-INVNO     PIC X(7).
              10 WL-REF       PIC X(20).
              10 WL-ENT       PIC X(3).
              10 WL-LOC       PIC X(2).
              10 WL-ACC       PIC X(6).
              10 WL-AMT       PIC S9(11)V99 COMP-3.
              10 WL-PAY-DATE  PIC 9(8).
              10 WL-RCV-DATE  PIC 9(8).
              10 WL-DAYS      PIC S9(5)     COMP-3.
        01 W-SX             PIC 9(2).
        01 W-SLOW-AT        PIC 9(2).

        01 W-TAB-FULL-FLAG  PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.

        01 W-FROM-DATE      PIC 9(8).
        01 W-TO-DATE        PIC 9(8).
        01 W-HDR-ENT        PIC X(3).

        01 W-LIVE-COUNT     PIC 9(7) VALUE ZERO.
        01 W-HIST-COUNT     PIC 9(7) VALUE ZERO.
        01 W-UNRESOLVED     PIC 9(7) VALUE ZERO.

      * Figures being laid out on a line
        01 W-FIG-COUNT      PIC S9(7)     COMP-3.
        01 W-FIG-DAYS       PIC S9(11)    COMP-3.
        01 W-FIG-BANDS.
           05 W-FIG-BAND-CNT   PIC S9(7)     COMP-3 OCCURS 3.
        01 W-FIG-TOTAL      PIC S9(11)V99 COMP-3.
        01 W-FIG-AVG        PIC S9(5)V9   COMP-3.
        01 W-FIG-PCT        PIC S9(3)V9   COMP-3.

        01 W-BAND-LABEL     PIC X(20).
        01 W-AMT-ED         PIC Z(8)9.99-.
        01 W-CNT-ED         PIC Z(6)9.
        01 W-AVG-ED         PIC Z(4)9.9.
        01 W-PCT-ED         PIC ZZ9.9.
        01 W-DAYS-ED        PIC Z(4)9.
        01 W-LINE           PIC X(132).

       LINKAGE SECTION.
      * Input : the reporting period, first and last payment dates
      *   (yyyymmdd) - both required
        01 L-FROM-DATE       PIC 9(8).
        01 L-TO-DATE         PIC 9(8).

      * Output: 0 = report produced, U = some invoices' run start
      *   dates were not found (left out of the figures and counted),
      *   T = a table overflowed (report incomplete), N = nothing paid
      *   in the period, D = the period is missing or back to front,
      *   F = a file would not open
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-FROM-DATE L-TO-DATE L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.

           MOVE L-FROM-DATE TO W-FROM-DATE.
           MOVE L-TO-DATE   TO W-TO-DATE.
           IF W-FROM-DATE = ZERO
           OR W-TO-DATE   = ZERO
           OR W-FROM-DATE > W-TO-DATE
             MOVE "D" TO L-RETURN
             GO TO PGM-END
           END-IF.

           INITIALIZE W-ALL-BANDS.

           PERFORM OPEN-FILES.
           PERFORM COLLECT-RUNS.
           PERFORM COLLECT-HISTORY-RUNS.

           IF W-RUN-TAB-COUNT = ZERO
             MOVE "N" TO L-RETURN
             MOVE "NO INVOICES PAID IN THE PERIOD - NOTHING TO REPORT"
               TO PPRRPT-REC
             WRITE PPRRPT-REC
             GO TO MAIN-E
           END-IF.

           PERFORM RESOLVE-RUNS.
           PERFORM RESOLVE-ARCHIVED-RUNS.
           PERFORM MEASURE-LIVE.
           PERFORM MEASURE-HISTORY.
           PERFORM PRINT-REPORT.

           IF W-UNRESOLVED > ZERO
             MOVE "U" TO L-RETURN
           END-IF.
           IF W-TAB-FULL
             MOVE "T" TO L-RETURN
           END-IF.

       MAIN-E.
           GO TO PGM-END.

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

           OPEN OUTPUT PPRRPT.
           IF ST-PPRRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-PPRRPT.

           MOVE SPACES TO PPRRPT-REC.
           STRING "PAYMENT PRACTICES - INVOICES PAID " W-FROM-DATE
                  " TO " W-TO-DATE
                  "  (DAYS FROM THE POSTING RUN'S START DATE)"
             DELIMITED BY SIZE INTO PPRRPT-REC
           END-STRING.
           WRITE PPRRPT-REC.
           MOVE SPACES TO PPRRPT-REC.
           WRITE PPRRPT-REC.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * First pass, live headers: the runs the period's paid invoices
      *   came from, so each run is looked up once.
       COLLECT-RUNS SECTION.
       COLLECT-RUNS-B.
           MOVE LOW-VALUES TO gaadInvNo.
           START IFHDR KEY >= gaadInvNo
             INVALID KEY
               GO TO COLLECT-RUNS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ IFHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  gaadDRCR   =  "DR"
                 AND gaadRevSts NOT = "R"
                 AND gaadPayPrp =  "P"
                 AND gaadPayDte >= W-FROM-DATE
                 AND gaadPayDte <= W-TO-DATE
                   MOVE gaadRunNbr TO W-LINE-RUN
                   PERFORM NOTE-RUN
                 END-IF
             END-READ
           END-PERFORM.

       COLLECT-RUNS-E.
           EXIT.

      ******************************************************************
      * First pass, history headers.
       COLLECT-HISTORY-RUNS SECTION.
       COLLECT-HISTORY-RUNS-B.
           IF O-HSTHDR = 0
             GO TO COLLECT-HISTORY-RUNS-E
           END-IF.

           MOVE LOW-VALUES TO HH-Invoice-No.
           START HSTHDR KEY >= HH-Invoice-No
             INVALID KEY
               GO TO COLLECT-HISTORY-RUNS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ HSTHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  HH-DR-CR    =  "DR"
                 AND HH-Reversed NOT = "R"
                 AND HH-Pay-Date >= W-FROM-DATE
                 AND HH-Pay-Date <= W-TO-DATE
                   MOVE HH-Run-Number TO W-LINE-RUN
                   PERFORM NOTE-RUN
                 END-IF
             END-READ
           END-PERFORM.

       COLLECT-HISTORY-RUNS-E.
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
      * Runs the OPS000605S purge moved to the ADRUNRGAL0 archive - an
      *   invoice paid long after it was posted may well have its run
      *   there. The archive rows are register-record images,
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
      * Second pass, live headers: measure each invoice paid in the
      *   period.
       MEASURE-LIVE SECTION.
       MEASURE-LIVE-B.
           MOVE LOW-VALUES TO gaadInvNo.
           START IFHDR KEY >= gaadInvNo
             INVALID KEY
               GO TO MEASURE-LIVE-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ IFHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  gaadDRCR   =  "DR"
                 AND gaadRevSts NOT = "R"
                 AND gaadPayPrp =  "P"
                 AND gaadPayDte >= W-FROM-DATE
                 AND gaadPayDte <= W-TO-DATE
                   MOVE "L"         TO WI-SOURCE
                   MOVE gaadInvNo   TO WI-INVNO
                   MOVE gaadSppInv  TO WI-REF
                   MOVE gaadEntCde  TO WI-ENT
                   MOVE gaadSupLoc  TO WI-LOC
                   MOVE gaadSupAcc  TO WI-ACC
                   MOVE gaadRunNbr  TO WI-RUN
                   MOVE gaadBasAmt  TO WI-AMT
                   MOVE gaadPayDte  TO WI-PAY-DATE
                   PERFORM MEASURE-ONE-INVOICE
                 END-IF
             END-READ
           END-PERFORM.

       MEASURE-LIVE-E.
           EXIT.

      ******************************************************************
      * Second pass, history headers.
       MEASURE-HISTORY SECTION.
       MEASURE-HISTORY-B.
           IF O-HSTHDR = 0
             GO TO MEASURE-HISTORY-E
           END-IF.

           MOVE LOW-VALUES TO HH-Invoice-No.
           START HSTHDR KEY >= HH-Invoice-No
             INVALID KEY
               GO TO MEASURE-HISTORY-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ HSTHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  HH-DR-CR    =  "DR"
                 AND HH-Reversed NOT = "R"
                 AND HH-Pay-Date >= W-FROM-DATE
                 AND HH-Pay-Date <= W-TO-DATE
                   MOVE "H"                 TO WI-SOURCE
                   MOVE HH-Invoice-No       TO WI-INVNO
                   MOVE HH-Supplier-Invoice TO WI-REF
                   MOVE HH-Entity-Code      TO WI-ENT
                   MOVE HH-Supplier-Loc     TO WI-LOC
                   MOVE HH-Supplier-Acc     TO WI-ACC
                   MOVE HH-Run-Number       TO WI-RUN
                   MOVE HH-Base-Amount      TO WI-AMT
                   MOVE HH-Pay-Date         TO WI-PAY-DATE
                   PERFORM MEASURE-ONE-INVOICE
                 END-IF
             END-READ
           END-PERFORM.

       MEASURE-HISTORY-E.
           EXIT.

      ******************************************************************
      * Days to pay for the invoice in W-INV, added to its band for its
      *   entity, its supplier and all entities, and offered to the
      *   slowest-paid list. A payment date before the run start date
      *   (a proposal keyed back-dated) counts as paid on receipt.
       MEASURE-ONE-INVOICE SECTION.
       MEASURE-ONE-INVOICE-B.
           IF WI-ENT = SPACES
             MOVE "GBR" TO WI-ENT
           END-IF.

           MOVE WI-RUN TO W-LINE-RUN.
           PERFORM FIND-RUN-ENTRY.
           IF W-THIS-RUN = 0
             ADD 1 TO W-UNRESOLVED
             GO TO MEASURE-ONE-INVOICE-E
           END-IF.
           IF WR-DATE(W-THIS-RUN) = ZERO
             ADD 1 TO W-UNRESOLVED
             GO TO MEASURE-ONE-INVOICE-E
           END-IF.

           MOVE WR-DATE(W-THIS-RUN) TO WI-RCV-DATE.
           COMPUTE WI-DAYS = FUNCTION INTEGER-OF-DATE(WI-PAY-DATE)
                           - FUNCTION INTEGER-OF-DATE(WI-RCV-DATE).
           IF WI-DAYS < ZERO
             MOVE ZERO TO WI-DAYS
           END-IF.

           EVALUATE TRUE
             WHEN WI-DAYS <= 30
               MOVE 1 TO W-BX
             WHEN WI-DAYS <= 60
               MOVE 2 TO W-BX
             WHEN OTHER
               MOVE 3 TO W-BX
           END-EVALUATE.

           IF WI-SOURCE = "L"
             ADD 1 TO W-LIVE-COUNT
           ELSE
             ADD 1 TO W-HIST-COUNT
           END-IF.

           ADD 1       TO W-ALL-BAND-CNT(W-BX).
           ADD 1       TO W-ALL-COUNT.
           ADD WI-DAYS TO W-ALL-DAYS.

           PERFORM NOTE-SLOW-INVOICE.

           PERFORM FIND-ENTITY.
           IF W-THIS-ENT = 0
             GO TO MEASURE-ONE-INVOICE-E
           END-IF.
           ADD 1       TO WE-BAND-CNT(W-THIS-ENT, W-BX).
           ADD WI-AMT  TO WE-BAND-AMT(W-THIS-ENT, W-BX).
           ADD 1       TO WE-COUNT(W-THIS-ENT).
           ADD WI-DAYS TO WE-DAYS(W-THIS-ENT).
           ADD WI-AMT  TO WE-TOTAL(W-THIS-ENT).

           MOVE WI-ENT TO W-NEW-ENT.
           MOVE WI-LOC TO W-NEW-LOC.
           MOVE WI-ACC TO W-NEW-ACC.
           PERFORM FIND-SUPPLIER.
           IF W-THIS-SUP = 0
             GO TO MEASURE-ONE-INVOICE-E
           END-IF.
           ADD 1       TO WU-BAND-CNT(W-THIS-SUP, W-BX).
           ADD WI-AMT  TO WU-BAND-AMT(W-THIS-SUP, W-BX).
           ADD 1       TO WU-COUNT(W-THIS-SUP).
           ADD WI-DAYS TO WU-DAYS(W-THIS-SUP).
           ADD WI-AMT  TO WU-TOTAL(W-THIS-SUP).

       MEASURE-ONE-INVOICE-E.
           EXIT.

      ******************************************************************
      * Keeps the longest W-SLOW-TAB-MAX days to pay, longest first -
      *   the new invoice goes in ahead of the first entry it beats,
      *   and the shortest drops off the end once the list is full.
       NOTE-SLOW-INVOICE SECTION.
       NOTE-SLOW-INVOICE-B.
           MOVE 0 TO W-SLOW-AT.
           PERFORM VARYING W-SX FROM 1 BY 1
                   UNTIL W-SX > W-SLOW-TAB-COUNT
                      OR W-SLOW-AT > 0
             IF WI-DAYS > WL-DAYS(W-SX)
               MOVE W-SX TO W-SLOW-AT
             END-IF
           END-PERFORM.

           IF W-SLOW-AT = 0
             IF W-SLOW-TAB-COUNT >= W-SLOW-TAB-MAX
               GO TO NOTE-SLOW-INVOICE-E
             END-IF
             ADD 1 TO W-SLOW-TAB-COUNT
             MOVE W-SLOW-TAB-COUNT TO W-SLOW-AT
           ELSE
             IF W-SLOW-TAB-COUNT < W-SLOW-TAB-MAX
               ADD 1 TO W-SLOW-TAB-COUNT
             END-IF
             PERFORM VARYING W-SX FROM W-SLOW-TAB-COUNT BY -1
                     UNTIL W-SX <= W-SLOW-AT
               MOVE W-SLOW-ENTRY(W-SX - 1) TO W-SLOW-ENTRY(W-SX)
             END-PERFORM
           END-IF.

           MOVE WI-SOURCE   TO WL-SOURCE(W-SLOW-AT).
           MOVE WI-INVNO    TO WL-INVNO(W-SLOW-AT).
           MOVE WI-REF      TO WL-REF(W-SLOW-AT).
           MOVE WI-ENT      TO WL-ENT(W-SLOW-AT).
           MOVE WI-LOC      TO WL-LOC(W-SLOW-AT).
           MOVE WI-ACC      TO WL-ACC(W-SLOW-AT).
           MOVE WI-AMT      TO WL-AMT(W-SLOW-AT).
           MOVE WI-PAY-DATE TO WL-PAY-DATE(W-SLOW-AT).
           MOVE WI-RCV-DATE TO WL-RCV-DATE(W-SLOW-AT).
           MOVE WI-DAYS     TO WL-DAYS(W-SLOW-AT).

       NOTE-SLOW-INVOICE-E.
           EXIT.

      ******************************************************************
      * The invoice's entity, added on first sight with its name and
      *   base currency off ADENTMSTL0 - zero when the table is full.
       FIND-ENTITY SECTION.
       FIND-ENTITY-B.
           MOVE 0 TO W-THIS-ENT.
           PERFORM VARYING W-EX FROM 1 BY 1
                   UNTIL W-EX > W-ENT-TAB-COUNT
                      OR W-THIS-ENT > 0
             IF WE-ENT(W-EX) = WI-ENT
               MOVE W-EX TO W-THIS-ENT
             END-IF
           END-PERFORM.
           IF W-THIS-ENT > 0
             GO TO FIND-ENTITY-E
           END-IF.

           IF W-ENT-TAB-COUNT >= W-ENT-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO FIND-ENTITY-E
           END-IF.

           ADD 1 TO W-ENT-TAB-COUNT.
           MOVE W-ENT-TAB-COUNT TO W-THIS-ENT.
           INITIALIZE W-ENT-ENTRY(W-THIS-ENT).
           MOVE WI-ENT TO WE-ENT(W-THIS-ENT).
           MOVE WI-ENT TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "*** NOT ON ENTITY MASTER ***"
                 TO WE-NAME(W-THIS-ENT)
               MOVE "???" TO WE-CCY(W-THIS-ENT)
             NOT INVALID KEY
               MOVE ENT-Entity-Name TO WE-NAME(W-THIS-ENT)
               MOVE ENT-Base-Ccy    TO WE-CCY(W-THIS-ENT)
           END-READ.

       FIND-ENTITY-E.
           EXIT.

      ******************************************************************
      * The supplier entry for W-NEW-KEY, inserted in key order on
      *   first sight so the report prints in entity / supplier
      *   order - zero when the table is full.
       FIND-SUPPLIER SECTION.
       FIND-SUPPLIER-B.
           MOVE 0 TO W-THIS-SUP.
           MOVE 0 TO W-INS-AT.
           PERFORM VARYING W-UX FROM 1 BY 1
                   UNTIL W-UX > W-SUP-TAB-COUNT
                      OR W-THIS-SUP > 0
                      OR W-INS-AT > 0
             IF WU-KEY(W-UX) = W-NEW-KEY
               MOVE W-UX TO W-THIS-SUP
             ELSE
               IF WU-KEY(W-UX) > W-NEW-KEY
                 MOVE W-UX TO W-INS-AT
               END-IF
             END-IF
           END-PERFORM.
           IF W-THIS-SUP > 0
             GO TO FIND-SUPPLIER-E
           END-IF.

           IF W-SUP-TAB-COUNT >= W-SUP-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO FIND-SUPPLIER-E
           END-IF.

      * Open a gap at the first entry sorting after the new one, or
      *   add it on the end
           ADD 1 TO W-SUP-TAB-COUNT.
           IF W-INS-AT = 0
             MOVE W-SUP-TAB-COUNT TO W-INS-AT
           END-IF.
           PERFORM VARYING W-UX FROM W-SUP-TAB-COUNT BY -1
                   UNTIL W-UX <= W-INS-AT
             MOVE W-SUP-ENTRY(W-UX - 1) TO W-SUP-ENTRY(W-UX)
           END-PERFORM.

           MOVE W-INS-AT TO W-THIS-SUP.
           INITIALIZE W-SUP-ENTRY(W-THIS-SUP).
           MOVE W-NEW-KEY TO WU-KEY(W-THIS-SUP).

       FIND-SUPPLIER-E.
           EXIT.

      ******************************************************************
       PRINT-REPORT SECTION.
       PRINT-REPORT-B.
           PERFORM VARYING W-EX FROM 1 BY 1
                   UNTIL W-EX > W-ENT-TAB-COUNT
             PERFORM PRINT-ENTITY
           END-PERFORM.

           PERFORM PRINT-ALL-ENTITIES.
           PERFORM PRINT-SLOWEST.

           IF W-TAB-FULL
             MOVE "** A TABLE OVERFLOWED - REPORT INCOMPLETE"
               TO PPRRPT-REC
             WRITE PPRRPT-REC
             MOVE SPACES TO PPRRPT-REC
             WRITE PPRRPT-REC
           END-IF.

           MOVE SPACES TO W-LINE.
           MOVE W-LIVE-COUNT TO W-CNT-ED.
           STRING "INVOICES MEASURED - LIVE FILE  . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO PPRRPT-REC.
           WRITE PPRRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-HIST-COUNT TO W-CNT-ED.
           STRING "INVOICES MEASURED - HISTORY  . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO PPRRPT-REC.
           WRITE PPRRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-UNRESOLVED TO W-CNT-ED.
           STRING "RUN START DATE NOT FOUND - LEFT OUT: " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO PPRRPT-REC.
           WRITE PPRRPT-REC.

       PRINT-REPORT-E.
           EXIT.

      ******************************************************************
      * One entity: its suppliers, its total, then its count and value
      *   in each band.
       PRINT-ENTITY SECTION.
       PRINT-ENTITY-B.
           MOVE SPACES TO W-LINE.
           STRING "ENTITY " WE-ENT(W-EX) "  " WE-NAME(W-EX)
                  "  VALUES IN " WE-CCY(W-EX)
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO PPRRPT-REC.
           WRITE PPRRPT-REC.
           PERFORM PRINT-COLUMN-HEADS.

           PERFORM VARYING W-UX FROM 1 BY 1
                   UNTIL W-UX > W-SUP-TAB-COUNT
             IF WU-ENT(W-UX) = WE-ENT(W-EX)
               PERFORM PRINT-SUPPLIER
             END-IF
           END-PERFORM.

           MOVE WE-COUNT(W-EX) TO W-FIG-COUNT.
           MOVE WE-DAYS(W-EX)  TO W-FIG-DAYS.
           MOVE WE-TOTAL(W-EX) TO W-FIG-TOTAL.
           PERFORM VARYING W-BX FROM 1 BY 1 UNTIL W-BX > 3
             MOVE WE-BAND-CNT(W-EX, W-BX) TO W-FIG-BAND-CNT(W-BX)
           END-PERFORM.
           MOVE SPACES TO W-LINE.
           STRING "  ENTITY TOTAL " WE-ENT(W-EX)
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           PERFORM PRINT-FIGURES-LINE.

           MOVE SPACES TO PPRRPT-REC.
           WRITE PPRRPT-REC.
           MOVE SPACES TO W-LINE.
           MOVE "  PAID IN EACH BAND:" TO W-LINE(1:40).
           MOVE "INVOICES"             TO W-LINE(43:8).
           MOVE "    % OF INVOICES" TO W-LINE(53:17).
           MOVE "   VALUE PAID"     TO W-LINE(71:13).
           MOVE W-LINE TO PPRRPT-REC.
           WRITE PPRRPT-REC.
           PERFORM VARYING W-BX FROM 1 BY 1 UNTIL W-BX > 3
             EVALUATE W-BX
               WHEN 1
                 MOVE "WITHIN 30 DAYS" TO W-BAND-LABEL
               WHEN 2
                 MOVE "31-60 DAYS"     TO W-BAND-LABEL
               WHEN OTHER
                 MOVE "OVER 60 DAYS"   TO W-BAND-LABEL
             END-EVALUATE
             MOVE WE-BAND-CNT(W-EX, W-BX) TO W-CNT-ED
             MOVE WE-BAND-AMT(W-EX, W-BX) TO W-AMT-ED
             MOVE WE-BAND-CNT(W-EX, W-BX) TO W-FIG-BAND-CNT(W-BX)
             PERFORM CALCULATE-PERCENT
             MOVE SPACES TO W-LINE
             STRING "    " W-BAND-LABEL
               DELIMITED BY SIZE INTO W-LINE
             END-STRING
             MOVE W-CNT-ED TO W-LINE(44:7)
             MOVE W-PCT-ED TO W-LINE(64:5)
             MOVE W-AMT-ED TO W-LINE(71:13)
             MOVE W-LINE TO PPRRPT-REC
             WRITE PPRRPT-REC
           END-PERFORM.

           MOVE SPACES TO PPRRPT-REC.
           WRITE PPRRPT-REC.

       PRINT-ENTITY-E.
           EXIT.

      ******************************************************************
       PRINT-COLUMN-HEADS SECTION.
       PRINT-COLUMN-HEADS-B.
           MOVE SPACES TO W-LINE.
           MOVE "  SUPPLIER   NAME"    TO W-LINE(1:40).
           MOVE "INVOICES"             TO W-LINE(43:8).
           MOVE "AVG DAYS"             TO W-LINE(53:8).
           MOVE "   WITHIN 30"         TO W-LINE(63:12).
           MOVE "  31-60 DAYS"         TO W-LINE(77:12).
           MOVE "     OVER 60"         TO W-LINE(91:12).
           MOVE "   VALUE PAID"        TO W-LINE(105:13).
           MOVE W-LINE TO PPRRPT-REC.
           WRITE PPRRPT-REC.
           MOVE SPACES TO W-LINE.
           MOVE "% OF INVOICES"        TO W-LINE(76:13).
           MOVE W-LINE TO PPRRPT-REC.
           WRITE PPRRPT-REC.

       PRINT-COLUMN-HEADS-E.
           EXIT.

      ******************************************************************
       PRINT-SUPPLIER SECTION.
       PRINT-SUPPLIER-B.
           MOVE WU-LOC(W-UX) TO SUPM-Supplier-Loc.
           MOVE WU-ACC(W-UX) TO SUPM-Supplier-Acc.
           READ SUPMAST
             INVALID KEY
               MOVE "*** NOT ON SUPPLIER MASTER ***"
                 TO SUPM-Supplier-Name
           END-READ.

           MOVE WU-COUNT(W-UX) TO W-FIG-COUNT.
           MOVE WU-DAYS(W-UX)  TO W-FIG-DAYS.
           MOVE WU-TOTAL(W-UX) TO W-FIG-TOTAL.
           PERFORM VARYING W-BX FROM 1 BY 1 UNTIL W-BX > 3
             MOVE WU-BAND-CNT(W-UX, W-BX) TO W-FIG-BAND-CNT(W-BX)
           END-PERFORM.
           MOVE SPACES TO W-LINE.
           STRING "  " WU-LOC(W-UX) "/" WU-ACC(W-UX)
                  "  " SUPM-Supplier-Name
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           PERFORM PRINT-FIGURES-LINE.

       PRINT-SUPPLIER-E.
           EXIT.

      ******************************************************************
      * Lays the invoice count, average days, band percentages and
      *   value paid out under the column heads, after whatever label
      *   W-LINE already carries.
       PRINT-FIGURES-LINE SECTION.
       PRINT-FIGURES-LINE-B.
           MOVE W-FIG-COUNT TO W-CNT-ED.
           MOVE W-CNT-ED    TO W-LINE(44:7).
           PERFORM CALCULATE-AVERAGE.
           MOVE W-AVG-ED    TO W-LINE(54:7).

           MOVE 1 TO W-BX.
           PERFORM CALCULATE-PERCENT.
           MOVE W-PCT-ED    TO W-LINE(70:5).
           MOVE 2 TO W-BX.
           PERFORM CALCULATE-PERCENT.
           MOVE W-PCT-ED    TO W-LINE(84:5).
           MOVE 3 TO W-BX.
           PERFORM CALCULATE-PERCENT.
           MOVE W-PCT-ED    TO W-LINE(98:5).

           MOVE W-FIG-TOTAL TO W-AMT-ED.
           MOVE W-AMT-ED    TO W-LINE(105:13).
           MOVE W-LINE TO PPRRPT-REC.
           WRITE PPRRPT-REC.

       PRINT-FIGURES-LINE-E.
           EXIT.

      ******************************************************************
      * Mean days to pay over W-FIG-COUNT invoices, to one place.
       CALCULATE-AVERAGE SECTION.
       CALCULATE-AVERAGE-B.
           MOVE ZERO TO W-FIG-AVG.
           IF W-FIG-COUNT > ZERO
             COMPUTE W-FIG-AVG ROUNDED = W-FIG-DAYS / W-FIG-COUNT
           END-IF.
           MOVE W-FIG-AVG TO W-AVG-ED.

       CALCULATE-AVERAGE-E.
           EXIT.

      ******************************************************************
      * Band W-BX's share of W-FIG-COUNT invoices, as a percentage to
      *   one place.
       CALCULATE-PERCENT SECTION.
       CALCULATE-PERCENT-B.
           MOVE ZERO TO W-FIG-PCT.
           IF W-FIG-COUNT > ZERO
             COMPUTE W-FIG-PCT ROUNDED =
                     W-FIG-BAND-CNT(W-BX) * 100 / W-FIG-COUNT
           END-IF.
           MOVE W-FIG-PCT TO W-PCT-ED.

       CALCULATE-PERCENT-E.
           EXIT.

      ******************************************************************
      * The figures across every entity - the counts, average and
      *   percentages published; values are per entity only, their
      *   currencies differ.
       PRINT-ALL-ENTITIES SECTION.
       PRINT-ALL-ENTITIES-B.
           MOVE "ALL ENTITIES" TO PPRRPT-REC.
           WRITE PPRRPT-REC.
           MOVE SPACES TO W-LINE.
           MOVE "INVOICES"             TO W-LINE(43:8).
           MOVE "AVG DAYS"             TO W-LINE(53:8).
           MOVE "   WITHIN 30"         TO W-LINE(63:12).
           MOVE "  31-60 DAYS"         TO W-LINE(77:12).
           MOVE "     OVER 60"         TO W-LINE(91:12).
           MOVE W-LINE TO PPRRPT-REC.
           WRITE PPRRPT-REC.

           MOVE W-ALL-COUNT TO W-FIG-COUNT.
           MOVE W-ALL-DAYS  TO W-FIG-DAYS.
           PERFORM VARYING W-BX FROM 1 BY 1 UNTIL W-BX > 3
             MOVE W-ALL-BAND-CNT(W-BX) TO W-FIG-BAND-CNT(W-BX)
           END-PERFORM.

           MOVE SPACES TO W-LINE.
           MOVE "  INVOICES PAID IN THE PERIOD" TO W-LINE(1:40).
           MOVE W-FIG-COUNT TO W-CNT-ED.
           MOVE W-CNT-ED    TO W-LINE(44:7).
           PERFORM CALCULATE-AVERAGE.
           MOVE W-AVG-ED    TO W-LINE(54:7).
           MOVE 1 TO W-BX.
           PERFORM CALCULATE-PERCENT.
           MOVE W-PCT-ED    TO W-LINE(70:5).
           MOVE 2 TO W-BX.
           PERFORM CALCULATE-PERCENT.
           MOVE W-PCT-ED    TO W-LINE(84:5).
           MOVE 3 TO W-BX.
           PERFORM CALCULATE-PERCENT.
           MOVE W-PCT-ED    TO W-LINE(98:5).
           MOVE W-LINE TO PPRRPT-REC.
           WRITE PPRRPT-REC.

           MOVE SPACES TO PPRRPT-REC.
           WRITE PPRRPT-REC.

       PRINT-ALL-ENTITIES-E.
           EXIT.

      ******************************************************************
      * The slowest-paid invoices, longest first. L = still on the
      *   live header file, H = swept to history.
       PRINT-SLOWEST SECTION.
       PRINT-SLOWEST-B.
           MOVE SPACES TO PPRRPT-REC.
           STRING "SLOWEST-PAID INVOICES (LONGEST " W-SLOW-TAB-MAX
                  " FIRST)"
             DELIMITED BY SIZE INTO PPRRPT-REC
           END-STRING.
           WRITE PPRRPT-REC.
           MOVE SPACES TO W-LINE.
           MOVE "   INVOICE  ENT  SUPPLIER   SUPPLIER REF"
             TO W-LINE(1:40).
           MOVE "RECEIVED  PAID      DAYS" TO W-LINE(65:24).
           MOVE "   VALUE PAID"            TO W-LINE(91:13).
           MOVE W-LINE TO PPRRPT-REC.
           WRITE PPRRPT-REC.

           PERFORM VARYING W-SX FROM 1 BY 1
                   UNTIL W-SX > W-SLOW-TAB-COUNT
             MOVE WL-DAYS(W-SX) TO W-DAYS-ED
             MOVE WL-AMT(W-SX)  TO W-AMT-ED
             MOVE SPACES TO W-LINE
             STRING " " WL-SOURCE(W-SX)
                    " " WL-INVNO(W-SX)
                    "  " WL-ENT(W-SX)
                    "  " WL-LOC(W-SX) "/" WL-ACC(W-SX)
                    "  " WL-REF(W-SX)
               DELIMITED BY SIZE INTO W-LINE
             END-STRING
             MOVE WL-RCV-DATE(W-SX) TO W-LINE(65:8)
             MOVE WL-PAY-DATE(W-SX) TO W-LINE(75:8)
             MOVE W-DAYS-ED         TO W-LINE(84:5)
             MOVE W-AMT-ED          TO W-LINE(91:13)
             MOVE W-LINE TO PPRRPT-REC
             WRITE PPRRPT-REC
           END-PERFORM.

           MOVE SPACES TO PPRRPT-REC.
           WRITE PPRRPT-REC.

       PRINT-SLOWEST-E.
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

           IF O-PPRRPT = 1
             CLOSE PPRRPT
             MOVE 0 TO O-PPRRPT
           END-IF.

           GOBACK.
