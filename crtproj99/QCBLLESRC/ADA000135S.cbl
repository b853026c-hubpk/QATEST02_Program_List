       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000135S.

      **************************************************************************
      *  Finance application. IPN26453                                         *
      *                                                                        *
      *  Supplier statement reconciliation - replaces ticking a                *
      *    supplier's monthly statement off by hand against one                *
      *    ADA000119S lookup per invoice. The statement lines are              *
      *    imported to ADSUPSTML0 and reconciled, by supplier account          *
      *    and the supplier's own invoice reference, against what we           *
      *    posted for the same accounts: the live headers on ADIFCHDRL0        *
      *    and the ADIFCHDRH0 history the month-end sweep moves old            *
      *    invoices to. The report has three sections:                         *
      *                                                                        *
      *     1. on their statement but not posted by us - the invoice           *
      *        that never reached ADOS, or reached it under another            *
      *        reference;                                                      *
      *     2. posted by us in the statement period (runs started in           *
      *        the keyed date range) but not on their statement;               *
      *     3. on both, at a different amount.                                 *
      *                                                                        *
      *  Both sides are netted per reference, DR less CR. A credit the         *
      *    ADA000126S matching step linked to its original through             *
      *    gaadMtchInv is netted into that original rather than standing       *
      *    alone, so an invoice part-credited on our side compares with        *
      *    the supplier's net figure, and a fully credited invoice the         *
      *    supplier has dropped from the statement is not an exception.       *
      *    Reversed invoices are left out - they were never owed.              *
      *                                                                        *
      *  Author: D.Rowan 2026-10-07                                            *
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
      * The imported statement lines
           SELECT STMFILE  ASSIGN      TO DATABASE-ADSUPSTML0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-STMFILE.

      * Central run register - dates the posted side to the period
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

      * Header history - headers the month-end sweep moved
           SELECT HISTHDR  ASSIGN      TO DATABASE-ADIFCHDRH0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS HH-Invoice-No
                         FILE STATUS   IS ST-HISTHDR.

      * The reconciliation report
           SELECT RECRPT   ASSIGN      TO DATABASE-ADSTMRECL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-RECRPT.

       DATA DIVISION.
        FILE SECTION.
         FD STMFILE.
          01 STMFILE-REC.
             COPY ADSUPSTML0.

         FD RUNREG.
          01 RUNREG-REC.
             COPY RUNREGL0.

      * Archived rows are byte images of the register record - the
      *   55 bytes RUNREGL0 describes - so the copybook is not
      *   copied twice into one program (they are unpacked through
      *   the RUNREG record area)
         FD RUNARC.
          01 RUNARC-REC                PIC X(55).

         FD IFHDR.
          01 IFHDR-REC.
             COPY ADIFCHDRL0.

         FD HISTHDR.
          01 HISTHDR-REC.
             COPY ADIFCHDRH0.

         FD RECRPT.
          01 RECRPT-REC                PIC X(110).

       WORKING-STORAGE SECTION.
        01  ST-STMFILE  PIC X(2).
        01  ST-RUNREG   PIC X(2).
        01  ST-RUNARC   PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HISTHDR  PIC X(2).
        01  ST-RECRPT   PIC X(2).
        01  O-STMFILE   PIC 9 VALUE ZERO.
        01  O-RUNREG    PIC 9 VALUE ZERO.
        01  O-RUNARC    PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HISTHDR   PIC 9 VALUE ZERO.
        01  O-RECRPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

      * The supplier accounts the statement file covers - only their
      *   posted invoices are looked at
        01 W-SUP-TAB-MAX    PIC 9(4) VALUE 200.
        01 W-SUP-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-SUP-TAB.
           05 W-SUP-ENTRY OCCURS 200.
              10 WU-LOC       PIC X(2).
              10 WU-ACC       PIC X(6).
        01 W-UX             PIC 9(4).
        01 W-THIS-SUP       PIC 9(4).

      * Statement side, netted per supplier account + reference, with
      *   what we posted against the same reference
        01 W-STM-TAB-MAX    PIC 9(4) VALUE 2000.
        01 W-STM-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-STM-TAB.
           05 W-STM-ENTRY OCCURS 2000.
              10 WS-LOC       PIC X(2).
              10 WS-ACC       PIC X(6).
              10 WS-REF       PIC X(20).
              10 WS-DATE      PIC 9(8).
              10 WS-AMT       PIC S9(11)V99 COMP-3.
              10 WS-POSTED    PIC S9(11)V99 COMP-3.
              10 WS-FOUND     PIC 9(1).
        01 W-SX             PIC 9(4).
        01 W-THIS-STM       PIC 9(4).

      * Posted side, one entry per header for the statement's
      *   suppliers, live and history
        01 W-PST-TAB-MAX    PIC 9(4) VALUE 5000.
        01 W-PST-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-PST-TAB.
           05 W-PST-ENTRY OCCURS 5000.
              10 WP-INVNO     PIC X(7).
              10 WP-LOC       PIC X(2).
              10 WP-ACC       PIC X(6).
              10 WP-REF       PIC X(20).
              10 WP-AMT       PIC S9(11)V99 COMP-3.
              10 WP-MATCH     PIC X(7).
              10 WP-RUN       PIC S9(7)     COMP-3.
      * 1 = its run started in the statement period
              10 WP-IN-RANGE  PIC 9(1).
      * 1 = a matched credit netted into its original's entry
              10 WP-FOLDED    PIC 9(1).
              10 WP-ON-STM    PIC 9(1).
        01 W-PX             PIC 9(4).
        01 W-PY             PIC 9(4).

      * The ADOS runs started in the statement period
        01 W-RUN-TAB-MAX    PIC 9(4) VALUE 500.
        01 W-RUN-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-RUN-TAB.
           05 W-RUN-ENTRY OCCURS 500.
              10 WR-RUN       PIC S9(7)     COMP-3.
        01 W-RX             PIC 9(4).
        01 W-THIS-RUN       PIC 9(4).
        01 W-LINE-RUN       PIC S9(7)     COMP-3.

        01 W-TAB-FULL-FLAG  PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.

      * The header being noted, whichever file it came from
        01 W-HDR-INVNO      PIC X(7).
        01 W-HDR-LOC        PIC X(2).
        01 W-HDR-ACC        PIC X(6).
        01 W-HDR-REF        PIC X(20).
        01 W-HDR-AMT        PIC S9(11)V99 COMP-3.
        01 W-HDR-MATCH      PIC X(7).

        01 W-STM-COUNT      PIC 9(5) VALUE ZERO.
        01 W-NOT-POSTED     PIC 9(5) VALUE ZERO.
        01 W-NOT-ON-STM     PIC 9(5) VALUE ZERO.
        01 W-DIFF-COUNT     PIC 9(5) VALUE ZERO.
        01 W-DIFF           PIC S9(11)V99 COMP-3.

        01 W-AMT-ED         PIC Z(9)9.99-.
        01 W-AMT-ED2        PIC Z(9)9.99-.
        01 W-AMT-ED3        PIC Z(9)9.99-.
        01 W-RUN-ED         PIC 9(7).
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(110).

       LINKAGE SECTION.
      * Input : the statement period - our invoices posted in runs
      *   started in this range (both yyyymmdd, inclusive) are the
      *   ones expected on the statement
        01 L-DATE-FROM       PIC 9(8).
        01 L-DATE-TO         PIC 9(8).

      * Output: 0 = reconciled clean, X = differences reported,
      *   T = a table overflowed (report incomplete), N = the
      *   statement file is empty, F = a file would not open
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-DATE-FROM L-DATE-TO L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.

           PERFORM OPEN-FILES.
           PERFORM LOAD-STATEMENT.

           IF W-STM-COUNT = ZERO
             MOVE "N" TO L-RETURN
             MOVE "STATEMENT FILE IS EMPTY - NOTHING RECONCILED"
               TO RECRPT-REC
             WRITE RECRPT-REC
             GO TO MAIN-E
           END-IF.

           PERFORM RESOLVE-RUNS.
           PERFORM RESOLVE-ARCHIVED-RUNS.
           PERFORM SCAN-LIVE-HEADERS.
           PERFORM SCAN-HIST-HEADERS.
           PERFORM FOLD-MATCHED-CREDITS.
           PERFORM MATCH-TO-STATEMENT.
           PERFORM PRINT-REPORT.

           IF W-NOT-POSTED > 0 OR W-NOT-ON-STM > 0
           OR W-DIFF-COUNT > 0
             MOVE "X" TO L-RETURN
           END-IF.
           IF W-TAB-FULL
             MOVE "T" TO L-RETURN
           END-IF.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN INPUT STMFILE.
           IF ST-STMFILE NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-STMFILE.

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

           OPEN INPUT HISTHDR.
           IF ST-HISTHDR NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-HISTHDR.

           OPEN OUTPUT RECRPT.
           IF ST-RECRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-RECRPT.

           MOVE SPACES TO RECRPT-REC.
           STRING "SUPPLIER STATEMENT RECONCILIATION - PERIOD "
                  L-DATE-FROM " TO " L-DATE-TO
             DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING.
           WRITE RECRPT-REC.
           MOVE SPACES TO RECRPT-REC.
           WRITE RECRPT-REC.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * Each statement line nets into its reference's entry - a
      *   supplier showing an invoice and a part credit under the same
      *   reference is owed the difference.
       LOAD-STATEMENT SECTION.
       LOAD-STATEMENT-B.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ STMFILE NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 ADD 1 TO W-STM-COUNT
                 PERFORM NOTE-STATEMENT-LINE
             END-READ
           END-PERFORM.

       LOAD-STATEMENT-E.
           EXIT.

      ******************************************************************
       NOTE-STATEMENT-LINE SECTION.
       NOTE-STATEMENT-LINE-B.
           MOVE STM-Supplier-Loc TO W-HDR-LOC.
           MOVE STM-Supplier-Acc TO W-HDR-ACC.
           PERFORM FIND-SUPPLIER.
           IF W-THIS-SUP = 0
             IF W-SUP-TAB-COUNT >= W-SUP-TAB-MAX
               SET W-TAB-FULL TO TRUE
               GO TO NOTE-STATEMENT-LINE-E
             END-IF
             ADD 1 TO W-SUP-TAB-COUNT
             MOVE STM-Supplier-Loc TO WU-LOC(W-SUP-TAB-COUNT)
             MOVE STM-Supplier-Acc TO WU-ACC(W-SUP-TAB-COUNT)
           END-IF.

           MOVE 0 TO W-THIS-STM.
           PERFORM VARYING W-SX FROM 1 BY 1
                   UNTIL W-SX > W-STM-TAB-COUNT
                      OR W-THIS-STM > 0
             IF  WS-LOC(W-SX) = STM-Supplier-Loc
             AND WS-ACC(W-SX) = STM-Supplier-Acc
             AND WS-REF(W-SX) = STM-Supplier-Invoice
               MOVE W-SX TO W-THIS-STM
             END-IF
           END-PERFORM.

           IF W-THIS-STM = 0
             IF W-STM-TAB-COUNT >= W-STM-TAB-MAX
               SET W-TAB-FULL TO TRUE
               GO TO NOTE-STATEMENT-LINE-E
             END-IF
             ADD 1 TO W-STM-TAB-COUNT
             MOVE W-STM-TAB-COUNT TO W-THIS-STM
             MOVE STM-Supplier-Loc     TO WS-LOC(W-THIS-STM)
             MOVE STM-Supplier-Acc     TO WS-ACC(W-THIS-STM)
             MOVE STM-Supplier-Invoice TO WS-REF(W-THIS-STM)
             MOVE STM-Date             TO WS-DATE(W-THIS-STM)
             MOVE ZERO TO WS-AMT(W-THIS-STM)
             MOVE ZERO TO WS-POSTED(W-THIS-STM)
             MOVE 0    TO WS-FOUND(W-THIS-STM)
           END-IF.

           IF STM-DR-CR = "DR"
             ADD STM-Amount TO WS-AMT(W-THIS-STM)
           ELSE
             SUBTRACT STM-Amount FROM WS-AMT(W-THIS-STM)
           END-IF.

       NOTE-STATEMENT-LINE-E.
           EXIT.

      ******************************************************************
       FIND-SUPPLIER SECTION.
       FIND-SUPPLIER-B.
           MOVE 0 TO W-THIS-SUP.
           PERFORM VARYING W-UX FROM 1 BY 1
                   UNTIL W-UX > W-SUP-TAB-COUNT
                      OR W-THIS-SUP > 0
             IF  WU-LOC(W-UX) = W-HDR-LOC
             AND WU-ACC(W-UX) = W-HDR-ACC
               MOVE W-UX TO W-THIS-SUP
             END-IF
           END-PERFORM.

       FIND-SUPPLIER-E.
           EXIT.

      ******************************************************************
       RESOLVE-RUNS SECTION.
       RESOLVE-RUNS-B.
           MOVE LOW-VALUES TO RR-Key.
           START RUNREG KEY >= RR-Key
             INVALID KEY
               GO TO RESOLVE-RUNS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ RUNREG NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  RR-Interface-Run
                 AND RR-Run-Number NOT = ZERO
                 AND RR-Start-Date >= L-DATE-FROM
                 AND RR-Start-Date <= L-DATE-TO
                   IF W-RUN-TAB-COUNT < W-RUN-TAB-MAX
                     ADD 1 TO W-RUN-TAB-COUNT
                     MOVE RR-Run-Number
                       TO WR-RUN(W-RUN-TAB-COUNT)
                   ELSE
                     SET W-TAB-FULL TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       RESOLVE-RUNS-E.
           EXIT.

      ******************************************************************
      * Runs the OPS000605S purge moved to the ADRUNRGAL0 archive are
      *   archived, not lost - an invoice in a purged run is still in
      *   the period. The archive rows are register-record images,
      *   unpacked through the RUNREG record area (its own scan has
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
                 AND RR-Start-Date >= L-DATE-FROM
                 AND RR-Start-Date <= L-DATE-TO
                   PERFORM ADD-ARCHIVED-RUN
                 END-IF
             END-READ
           END-PERFORM.

       RESOLVE-ARCHIVED-RUNS-E.
           EXIT.

      ******************************************************************
      * An interrupted purge can leave a run on both files - the
      *   archived copy only joins the table when the live scan has
      *   not already put it there.
       ADD-ARCHIVED-RUN SECTION.
       ADD-ARCHIVED-RUN-B.
           MOVE RR-Run-Number TO W-LINE-RUN.
           PERFORM FIND-RUN-ENTRY.
           IF W-THIS-RUN > 0
             GO TO ADD-ARCHIVED-RUN-E
           END-IF.

           IF W-RUN-TAB-COUNT >= W-RUN-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO ADD-ARCHIVED-RUN-E
           END-IF.
           ADD 1 TO W-RUN-TAB-COUNT.
           MOVE RR-Run-Number TO WR-RUN(W-RUN-TAB-COUNT).

       ADD-ARCHIVED-RUN-E.
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
       SCAN-LIVE-HEADERS SECTION.
       SCAN-LIVE-HEADERS-B.
           MOVE LOW-VALUES TO gaadInvNo.
           START IFHDR KEY >= gaadInvNo
             INVALID KEY
               GO TO SCAN-LIVE-HEADERS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ IFHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF gaadRevSts NOT = "R"
                   MOVE gaadSupLoc TO W-HDR-LOC
                   MOVE gaadSupAcc TO W-HDR-ACC
                   PERFORM FIND-SUPPLIER
                   IF W-THIS-SUP > 0
                     MOVE gaadInvNo   TO W-HDR-INVNO
                     MOVE gaadSppInv  TO W-HDR-REF
                     MOVE gaadMtchInv TO W-HDR-MATCH
                     MOVE gaadRunNbr  TO W-LINE-RUN
                     IF gaadDRCR = "DR"
                       MOVE gaadSupAmt TO W-HDR-AMT
                     ELSE
                       COMPUTE W-HDR-AMT = 0 - gaadSupAmt
                     END-IF
                     PERFORM NOTE-POSTED
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       SCAN-LIVE-HEADERS-E.
           EXIT.

      ******************************************************************
       SCAN-HIST-HEADERS SECTION.
       SCAN-HIST-HEADERS-B.
           MOVE LOW-VALUES TO HH-Invoice-No.
           START HISTHDR KEY >= HH-Invoice-No
             INVALID KEY
               GO TO SCAN-HIST-HEADERS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ HISTHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF HH-Reversed NOT = "R"
                   MOVE HH-Supplier-Loc TO W-HDR-LOC
                   MOVE HH-Supplier-Acc TO W-HDR-ACC
                   PERFORM FIND-SUPPLIER
                   IF W-THIS-SUP > 0
                     MOVE HH-Invoice-No       TO W-HDR-INVNO
                     MOVE HH-Supplier-Invoice TO W-HDR-REF
                     MOVE HH-Match-Invoice    TO W-HDR-MATCH
                     MOVE HH-Run-Number       TO W-LINE-RUN
                     IF HH-DR-CR = "DR"
                       MOVE HH-Amount TO W-HDR-AMT
                     ELSE
                       COMPUTE W-HDR-AMT = 0 - HH-Amount
                     END-IF
                     PERFORM NOTE-POSTED
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       SCAN-HIST-HEADERS-E.
           EXIT.

      ******************************************************************
      * A half-finished sweep can leave an invoice on both files - the
      *   history copy is only noted when the live scan has not already
      *   taken it.
       NOTE-POSTED SECTION.
       NOTE-POSTED-B.
           MOVE 0 TO W-PY.
           PERFORM VARYING W-PX FROM 1 BY 1
                   UNTIL W-PX > W-PST-TAB-COUNT
                      OR W-PY > 0
             IF WP-INVNO(W-PX) = W-HDR-INVNO
               MOVE W-PX TO W-PY
             END-IF
           END-PERFORM.
           IF W-PY > 0
             GO TO NOTE-POSTED-E
           END-IF.

           IF W-PST-TAB-COUNT >= W-PST-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-POSTED-E
           END-IF.

           ADD 1 TO W-PST-TAB-COUNT.
           MOVE W-PST-TAB-COUNT TO W-PX.
           MOVE W-HDR-INVNO TO WP-INVNO(W-PX).
           MOVE W-HDR-LOC   TO WP-LOC(W-PX).
           MOVE W-HDR-ACC   TO WP-ACC(W-PX).
           MOVE W-HDR-REF   TO WP-REF(W-PX).
           MOVE W-HDR-AMT   TO WP-AMT(W-PX).
           MOVE W-HDR-MATCH TO WP-MATCH(W-PX).
           MOVE W-LINE-RUN  TO WP-RUN(W-PX).
           MOVE 0           TO WP-FOLDED(W-PX).
           MOVE 0           TO WP-ON-STM(W-PX).

           PERFORM FIND-RUN-ENTRY.
           IF W-THIS-RUN > 0
             MOVE 1 TO WP-IN-RANGE(W-PX)
           ELSE
             MOVE 0 TO WP-IN-RANGE(W-PX)
           END-IF.

       NOTE-POSTED-E.
           EXIT.

      ******************************************************************
      * A credit matched to its original through gaadMtchInv nets into
      *   the original's entry - the supplier states the invoice at
      *   what is left owing, not as two lines. A credit whose
      *   original is not among this supplier's posted invoices (it
      *   was reversed) stands on its own.
       FOLD-MATCHED-CREDITS SECTION.
       FOLD-MATCHED-CREDITS-B.
           PERFORM VARYING W-PX FROM 1 BY 1
                   UNTIL W-PX > W-PST-TAB-COUNT
             IF WP-MATCH(W-PX) NOT = SPACES
               PERFORM VARYING W-PY FROM 1 BY 1
                       UNTIL W-PY > W-PST-TAB-COUNT
                          OR WP-FOLDED(W-PX) = 1
                 IF  WP-INVNO(W-PY) = WP-MATCH(W-PX)
                 AND W-PY NOT = W-PX
                   ADD WP-AMT(W-PX) TO WP-AMT(W-PY)
                   MOVE 1 TO WP-FOLDED(W-PX)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       FOLD-MATCHED-CREDITS-E.
           EXIT.

      ******************************************************************
      * Every posted entry still standing is offered to the statement
      *   by supplier account and reference. The posted side is
      *   matched whatever its run date - an invoice the supplier
      *   still shows from an earlier period is on our books too.
       MATCH-TO-STATEMENT SECTION.
       MATCH-TO-STATEMENT-B.
           PERFORM VARYING W-PX FROM 1 BY 1
                   UNTIL W-PX > W-PST-TAB-COUNT
             IF WP-FOLDED(W-PX) = 0
               PERFORM VARYING W-SX FROM 1 BY 1
                       UNTIL W-SX > W-STM-TAB-COUNT
                 IF  WS-LOC(W-SX) = WP-LOC(W-PX)
                 AND WS-ACC(W-SX) = WP-ACC(W-PX)
                 AND WS-REF(W-SX) = WP-REF(W-PX)
                   ADD WP-AMT(W-PX) TO WS-POSTED(W-SX)
                   MOVE 1 TO WS-FOUND(W-SX)
                   MOVE 1 TO WP-ON-STM(W-PX)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       MATCH-TO-STATEMENT-E.
           EXIT.

      ******************************************************************
       PRINT-REPORT SECTION.
       PRINT-REPORT-B.
           MOVE "1. ON SUPPLIER STATEMENT - NOT POSTED BY US:"
             TO RECRPT-REC.
           WRITE RECRPT-REC.
           PERFORM VARYING W-SX FROM 1 BY 1
                   UNTIL W-SX > W-STM-TAB-COUNT
             IF WS-FOUND(W-SX) = 0
               ADD 1 TO W-NOT-POSTED
               MOVE WS-AMT(W-SX) TO W-AMT-ED
               MOVE SPACES TO W-LINE
               STRING "  SUPPLIER " WS-LOC(W-SX) "/" WS-ACC(W-SX)
                      " REF " WS-REF(W-SX)
                      " DATED " WS-DATE(W-SX)
                      " " W-AMT-ED
                 DELIMITED BY SIZE INTO W-LINE
               END-STRING
               MOVE W-LINE TO RECRPT-REC
               WRITE RECRPT-REC
             END-IF
           END-PERFORM.
           IF W-NOT-POSTED = ZERO
             MOVE "  NONE" TO RECRPT-REC
             WRITE RECRPT-REC
           END-IF.

           MOVE SPACES TO RECRPT-REC.
           WRITE RECRPT-REC.
           MOVE "2. POSTED BY US IN THE PERIOD - NOT ON STATEMENT:"
             TO RECRPT-REC.
           WRITE RECRPT-REC.
      * a fully credited invoice nets to nothing - the supplier
      *   leaving it off the statement is right
           PERFORM VARYING W-PX FROM 1 BY 1
                   UNTIL W-PX > W-PST-TAB-COUNT
             IF  WP-FOLDED(W-PX) = 0
             AND WP-ON-STM(W-PX) = 0
             AND WP-IN-RANGE(W-PX) = 1
             AND WP-AMT(W-PX) NOT = ZERO
               ADD 1 TO W-NOT-ON-STM
               MOVE WP-AMT(W-PX) TO W-AMT-ED
               MOVE WP-RUN(W-PX) TO W-RUN-ED
               MOVE SPACES TO W-LINE
               STRING "  SUPPLIER " WP-LOC(W-PX) "/" WP-ACC(W-PX)
                      " REF " WP-REF(W-PX)
                      " INV " WP-INVNO(W-PX)
                      " RUN " W-RUN-ED
                      " " W-AMT-ED
                 DELIMITED BY SIZE INTO W-LINE
               END-STRING
               MOVE W-LINE TO RECRPT-REC
               WRITE RECRPT-REC
             END-IF
           END-PERFORM.
           IF W-NOT-ON-STM = ZERO
             MOVE "  NONE" TO RECRPT-REC
             WRITE RECRPT-REC
           END-IF.

           MOVE SPACES TO RECRPT-REC.
           WRITE RECRPT-REC.
           MOVE "3. ON BOTH - DIFFERENT AMOUNT (THEIRS / OURS / DIFF):"
             TO RECRPT-REC.
           WRITE RECRPT-REC.
           PERFORM VARYING W-SX FROM 1 BY 1
                   UNTIL W-SX > W-STM-TAB-COUNT
             IF  WS-FOUND(W-SX) = 1
             AND WS-POSTED(W-SX) NOT = WS-AMT(W-SX)
               ADD 1 TO W-DIFF-COUNT
               COMPUTE W-DIFF = WS-AMT(W-SX) - WS-POSTED(W-SX)
               MOVE WS-AMT(W-SX)    TO W-AMT-ED
               MOVE WS-POSTED(W-SX) TO W-AMT-ED2
               MOVE W-DIFF          TO W-AMT-ED3
               MOVE SPACES TO W-LINE
               STRING "  SUPPLIER " WS-LOC(W-SX) "/" WS-ACC(W-SX)
                      " REF " WS-REF(W-SX)
                      " " W-AMT-ED " " W-AMT-ED2 " " W-AMT-ED3
                 DELIMITED BY SIZE INTO W-LINE
               END-STRING
               MOVE W-LINE TO RECRPT-REC
               WRITE RECRPT-REC
             END-IF
           END-PERFORM.
           IF W-DIFF-COUNT = ZERO
             MOVE "  NONE" TO RECRPT-REC
             WRITE RECRPT-REC
           END-IF.

           IF W-TAB-FULL
             MOVE SPACES TO RECRPT-REC
             WRITE RECRPT-REC
             MOVE "** A TABLE OVERFLOWED - RECONCILIATION INCOMPLETE"
               TO RECRPT-REC
             WRITE RECRPT-REC
           END-IF.

           MOVE SPACES TO RECRPT-REC.
           WRITE RECRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-STM-COUNT TO W-CNT-ED.
           STRING "STATEMENT LINES READ . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO RECRPT-REC.
           WRITE RECRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-NOT-POSTED TO W-CNT-ED.
           STRING "NOT POSTED BY US . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO RECRPT-REC.
           WRITE RECRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-NOT-ON-STM TO W-CNT-ED.
           STRING "NOT ON SUPPLIER STATEMENT  : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO RECRPT-REC.
           WRITE RECRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-DIFF-COUNT TO W-CNT-ED.
           STRING "AMOUNT DIFFERENCES . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO RECRPT-REC.
           WRITE RECRPT-REC.

       PRINT-REPORT-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-STMFILE = 1
             CLOSE STMFILE
             MOVE 0 TO O-STMFILE
           END-IF.

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

           IF O-HISTHDR = 1
             CLOSE HISTHDR
             MOVE 0 TO O-HISTHDR
           END-IF.

           IF O-RECRPT = 1
             CLOSE RECRPT
             MOVE 0 TO O-RECRPT
           END-IF.

           GOBACK.
