       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000136S.

      **************************************************************************
      *  Finance application. IPN26455                                         *
      *                                                                        *
      *  Aged creditors - every posted invoice on ADIFCHDRL0 that no           *
      *    payment proposal has taken yet (gaadPayPrp blank), aged as          *
      *    at the keyed date from the start date of the ADOS run that          *
      *    posted it (ADRUNREGL0, or the ADRUNRGAL0 archive once the           *
      *    run has been purged) into five bands:                               *
      *                                                                        *
      *       CURRENT 0-30 days, 31-60, 61-90, 91-120, OVER 120                *
      *                                                                        *
      *  Totals per supplier and per entity, in the entity's own base          *
      *    currency (gaadBasAmt), DR less CR. A credit the ADA000126S          *
      *    matching step linked to an original that is still open is          *
      *    netted into that original and aged with it; a credit whose          *
      *    original has already been proposed stands on its own.               *
      *    Reversed invoices are left out - they were never owed -             *
      *    and so is anything posted by a run that started after the           *
      *    as-at date.                                                         *
      *                                                                        *
      *  Each entity's open balance is also split by approval status           *
      *    (gaadAppSts): not yet looked at, first approval only,               *
      *    queried, and approved but not yet paid.                             *
      *                                                                        *
      *  Run at every month-end for the auditors and weekly for                *
      *    credit control.                                                     *
      *                                                                        *
      *  Author: D.Rowan 2026-10-09                                            *
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

      * The aged creditors report
           SELECT AGERPT   ASSIGN      TO DATABASE-ADAGDCRL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-AGERPT.

       DATA DIVISION.
        FILE SECTION.
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

         FD SUPMAST.
          01 SUPMAST-REC.
             COPY ADSUPMSTL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

         FD AGERPT.
          01 AGERPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-RUNREG   PIC X(2).
        01  ST-RUNARC   PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-SUPMAST  PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-AGERPT   PIC X(2).
        01  O-RUNREG    PIC 9 VALUE ZERO.
        01  O-RUNARC    PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-SUPMAST   PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-AGERPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

      * Every open header, signed, with the band it ages into
        01 W-OPN-TAB-MAX    PIC 9(4) VALUE 5000.
        01 W-OPN-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-OPN-TAB.
           05 W-OPN-ENTRY OCCURS 5000.
              10 WO-INVNO     PIC X(7).
              10 WO-ENT       PIC X(3).
              10 WO-LOC       PIC X(2).
              10 WO-ACC       PIC X(6).
              10 WO-RUN       PIC S9(7)     COMP-3.
              10 WO-AMT       PIC S9(11)V99 COMP-3.
              10 WO-MATCH     PIC X(7).
              10 WO-APPSTS    PIC X(1).
      * 1 = a matched credit netted into its original's entry
              10 WO-FOLDED    PIC 9(1).
              10 WO-BAND      PIC 9(1).
        01 W-OX             PIC 9(4).
        01 W-OY             PIC 9(4).

      * The runs the open headers came from, with their start dates -
      *   zero until resolved
        01 W-RUN-TAB-MAX    PIC 9(4) VALUE 1000.
        01 W-RUN-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-RUN-TAB.
           05 W-RUN-ENTRY OCCURS 1000.
              10 WR-RUN       PIC S9(7)     COMP-3.
              10 WR-DATE      PIC 9(8).
        01 W-RX             PIC 9(4).
        01 W-THIS-RUN       PIC 9(4).
        01 W-LINE-RUN       PIC S9(7)     COMP-3.
        01 W-UNRESOLVED     PIC 9(4) VALUE ZERO.

      * Suppliers per entity, kept in entity + location + account
      *   order as they are added, with their band totals
        01 W-SUP-TAB-MAX    PIC 9(4) VALUE 2000.
        01 W-SUP-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-SUP-TAB.
           05 W-SUP-ENTRY OCCURS 2000.
              10 WU-KEY.
                 15 WU-ENT       PIC X(3).
                 15 WU-LOC       PIC X(2).
                 15 WU-ACC       PIC X(6).
              10 WU-BAND-AMT  PIC S9(11)V99 COMP-3 OCCURS 5.
              10 WU-TOTAL     PIC S9(11)V99 COMP-3.
        01 W-UX             PIC 9(4).
        01 W-THIS-SUP       PIC 9(4).
        01 W-INS-AT         PIC 9(4).
        01 W-NEW-KEY.
           05 W-NEW-ENT        PIC X(3).
           05 W-NEW-LOC        PIC X(2).
           05 W-NEW-ACC        PIC X(6).

      * Entities, with band totals overall and per approval status
      *   (1 = not yet looked at, 2 = first approval only,
      *   3 = queried, 4 = approved not paid)
        01 W-ENT-TAB-MAX    PIC 9(2) VALUE 20.
        01 W-ENT-TAB-COUNT  PIC 9(2) VALUE ZERO.
        01 W-ENT-TAB.
           05 W-ENT-ENTRY OCCURS 20.
              10 WE-ENT       PIC X(3).
              10 WE-NAME      PIC X(30).
              10 WE-CCY       PIC X(3).
              10 WE-BAND-AMT  PIC S9(11)V99 COMP-3 OCCURS 5.
              10 WE-TOTAL     PIC S9(11)V99 COMP-3.
              10 WE-STATUS OCCURS 4.
                 15 WE-STS-BAND PIC S9(11)V99 COMP-3 OCCURS 5.
                 15 WE-STS-TOTAL PIC S9(11)V99 COMP-3.
        01 W-EX             PIC 9(2).
        01 W-THIS-ENT       PIC 9(2).
        01 W-SX             PIC 9(1).
        01 W-BX             PIC 9(1).

        01 W-TAB-FULL-FLAG  PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.

        01 W-AGE-DATE       PIC 9(8).
        01 W-AGE-INT        PIC S9(9) COMP-3.
        01 W-AGE-DAYS       PIC S9(9) COMP-3.
        01 W-HDR-ENT        PIC X(3).

        01 W-OPEN-COUNT     PIC 9(5) VALUE ZERO.
        01 W-FOLDED-COUNT   PIC 9(5) VALUE ZERO.
        01 W-LATER-COUNT    PIC 9(5) VALUE ZERO.

        01 W-STATUS-LABEL   PIC X(30).
        01 W-AMT-ED         PIC Z(8)9.99-.
        01 W-AMT-EDS.
           05 W-AMT-EDB     PIC Z(8)9.99- OCCURS 5.
        01 W-RUN-ED         PIC 9(7).
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(132).

       LINKAGE SECTION.
      * Input : the as-at date (yyyymmdd) - zero means today
        01 L-AGE-DATE        PIC 9(8).

      * Output: 0 = report produced, U = some runs' start dates were
      *   not found on the register or its archive (those invoices
      *   are listed and aged in the oldest band), T = a table
      *   overflowed (report incomplete), N = nothing open,
      *   F = a file would not open
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-AGE-DATE L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.

           MOVE L-AGE-DATE TO W-AGE-DATE.
           IF W-AGE-DATE = ZERO
             ACCEPT W-AGE-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE W-AGE-INT = FUNCTION INTEGER-OF-DATE(W-AGE-DATE).

           PERFORM OPEN-FILES.
           PERFORM LOAD-OPEN-INVOICES.

           IF W-OPN-TAB-COUNT = ZERO
             MOVE "N" TO L-RETURN
             MOVE "NO OPEN INVOICES - NOTHING TO AGE" TO AGERPT-REC
             WRITE AGERPT-REC
             GO TO MAIN-E
           END-IF.

           PERFORM RESOLVE-RUNS.
           PERFORM RESOLVE-ARCHIVED-RUNS.
           PERFORM FOLD-MATCHED-CREDITS.
           PERFORM AGE-INVOICES.
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

           OPEN OUTPUT AGERPT.
           IF ST-AGERPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-AGERPT.

           MOVE SPACES TO AGERPT-REC.
           STRING "AGED CREDITORS - AS AT " W-AGE-DATE
                  "  (AGED FROM THE POSTING RUN'S START DATE)"
             DELIMITED BY SIZE INTO AGERPT-REC
           END-STRING.
           WRITE AGERPT-REC.
           MOVE SPACES TO AGERPT-REC.
           WRITE AGERPT-REC.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * Open = posted, not reversed, not yet taken by a proposal.
       LOAD-OPEN-INVOICES SECTION.
       LOAD-OPEN-INVOICES-B.
           MOVE LOW-VALUES TO gaadInvNo.
           START IFHDR KEY >= gaadInvNo
             INVALID KEY
               GO TO LOAD-OPEN-INVOICES-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ IFHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  gaadRevSts NOT = "R"
                 AND gaadPayPrp = SPACE
                   PERFORM NOTE-OPEN-INVOICE
                 END-IF
             END-READ
           END-PERFORM.

       LOAD-OPEN-INVOICES-E.
           EXIT.

      ******************************************************************
       NOTE-OPEN-INVOICE SECTION.
       NOTE-OPEN-INVOICE-B.
           IF W-OPN-TAB-COUNT >= W-OPN-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-OPEN-INVOICE-E
           END-IF.

           MOVE gaadRunNbr TO W-LINE-RUN.
           PERFORM FIND-RUN-ENTRY.
           IF W-THIS-RUN = 0
             IF W-RUN-TAB-COUNT >= W-RUN-TAB-MAX
               SET W-TAB-FULL TO TRUE
               GO TO NOTE-OPEN-INVOICE-E
             END-IF
             ADD 1 TO W-RUN-TAB-COUNT
             MOVE gaadRunNbr TO WR-RUN(W-RUN-TAB-COUNT)
             MOVE ZERO       TO WR-DATE(W-RUN-TAB-COUNT)
           END-IF.

           MOVE gaadEntCde TO W-HDR-ENT.
           IF W-HDR-ENT = SPACES
             MOVE "GBR" TO W-HDR-ENT
           END-IF.

           ADD 1 TO W-OPN-TAB-COUNT.
           MOVE W-OPN-TAB-COUNT TO W-OX.
           MOVE gaadInvNo   TO WO-INVNO(W-OX).
           MOVE W-HDR-ENT   TO WO-ENT(W-OX).
           MOVE gaadSupLoc  TO WO-LOC(W-OX).
           MOVE gaadSupAcc  TO WO-ACC(W-OX).
           MOVE gaadRunNbr  TO WO-RUN(W-OX).
           MOVE gaadMtchInv TO WO-MATCH(W-OX).
           MOVE gaadAppSts  TO WO-APPSTS(W-OX).
           MOVE 0           TO WO-FOLDED(W-OX).
           MOVE 0           TO WO-BAND(W-OX).
           IF gaadDRCR = "DR"
             MOVE gaadBasAmt TO WO-AMT(W-OX)
           ELSE
             COMPUTE WO-AMT(W-OX) = 0 - gaadBasAmt
           END-IF.

       NOTE-OPEN-INVOICE-E.
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
      * Each run the open invoices came from, looked up on the live
      *   register by key - an ADOS run, or failing that an expense
      *   feed run.
       RESOLVE-RUNS SECTION.
       RESOLVE-RUNS-B.
           PERFORM VARYING W-RX FROM 1 BY 1
                   UNTIL W-RX > W-RUN-TAB-COUNT
             MOVE "ADOS"      TO RR-Application
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
      * Runs the OPS000605S purge moved to the ADRUNRGAL0 archive are
      *   archived, not lost - an old unpaid invoice's run may well
      *   be there. The archive rows are register-record images,
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
      * A credit matched to its original through gaadMtchInv nets into
      *   the original's entry when the original is still open - what
      *   is owed on that invoice is the difference, aged with the
      *   invoice. A credit whose original has gone to a proposal
      *   stands on its own.
       FOLD-MATCHED-CREDITS SECTION.
       FOLD-MATCHED-CREDITS-B.
           PERFORM VARYING W-OX FROM 1 BY 1
                   UNTIL W-OX > W-OPN-TAB-COUNT
             IF WO-MATCH(W-OX) NOT = SPACES
               PERFORM VARYING W-OY FROM 1 BY 1
                       UNTIL W-OY > W-OPN-TAB-COUNT
                          OR WO-FOLDED(W-OX) = 1
                 IF  WO-INVNO(W-OY) = WO-MATCH(W-OX)
                 AND W-OY NOT = W-OX
                   ADD WO-AMT(W-OX) TO WO-AMT(W-OY)
                   MOVE 1 TO WO-FOLDED(W-OX)
                   ADD 1 TO W-FOLDED-COUNT
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       FOLD-MATCHED-CREDITS-E.
           EXIT.

      ******************************************************************
      * Band each open entry and add it to its supplier and entity.
      *   An entry whose run date was never found goes in the oldest
      *   band - understating its age would hide it.
       AGE-INVOICES SECTION.
       AGE-INVOICES-B.
           PERFORM VARYING W-OX FROM 1 BY 1
                   UNTIL W-OX > W-OPN-TAB-COUNT
             IF WO-FOLDED(W-OX) = 0
               PERFORM AGE-ONE-INVOICE
             END-IF
           END-PERFORM.

       AGE-INVOICES-E.
           EXIT.

      ******************************************************************
       AGE-ONE-INVOICE SECTION.
       AGE-ONE-INVOICE-B.
           MOVE WO-RUN(W-OX) TO W-LINE-RUN.
           PERFORM FIND-RUN-ENTRY.

           IF WR-DATE(W-THIS-RUN) = ZERO
             ADD 1 TO W-UNRESOLVED
             MOVE 5 TO WO-BAND(W-OX)
           ELSE
             COMPUTE W-AGE-DAYS = W-AGE-INT
                     - FUNCTION INTEGER-OF-DATE(WR-DATE(W-THIS-RUN))
      * posted after the as-at date - not yet owed at that date
             IF W-AGE-DAYS < ZERO
               ADD 1 TO W-LATER-COUNT
               GO TO AGE-ONE-INVOICE-E
             END-IF
             EVALUATE TRUE
               WHEN W-AGE-DAYS <= 30
                 MOVE 1 TO WO-BAND(W-OX)
               WHEN W-AGE-DAYS <= 60
                 MOVE 2 TO WO-BAND(W-OX)
               WHEN W-AGE-DAYS <= 90
                 MOVE 3 TO WO-BAND(W-OX)
               WHEN W-AGE-DAYS <= 120
                 MOVE 4 TO WO-BAND(W-OX)
               WHEN OTHER
                 MOVE 5 TO WO-BAND(W-OX)
             END-EVALUATE
           END-IF.

           ADD 1 TO W-OPEN-COUNT.
           MOVE WO-BAND(W-OX) TO W-BX.

           PERFORM FIND-ENTITY.
           IF W-THIS-ENT = 0
             GO TO AGE-ONE-INVOICE-E
           END-IF.
           ADD WO-AMT(W-OX) TO WE-BAND-AMT(W-THIS-ENT, W-BX).
           ADD WO-AMT(W-OX) TO WE-TOTAL(W-THIS-ENT).

           EVALUATE WO-APPSTS(W-OX)
             WHEN "1"
               MOVE 2 TO W-SX
             WHEN "Q"
               MOVE 3 TO W-SX
             WHEN "A"
               MOVE 4 TO W-SX
             WHEN OTHER
               MOVE 1 TO W-SX
           END-EVALUATE.
           ADD WO-AMT(W-OX) TO WE-STS-BAND(W-THIS-ENT, W-SX, W-BX).
           ADD WO-AMT(W-OX) TO WE-STS-TOTAL(W-THIS-ENT, W-SX).

           MOVE WO-ENT(W-OX) TO W-NEW-ENT.
           MOVE WO-LOC(W-OX) TO W-NEW-LOC.
           MOVE WO-ACC(W-OX) TO W-NEW-ACC.
           PERFORM FIND-SUPPLIER.
           IF W-THIS-SUP = 0
             GO TO AGE-ONE-INVOICE-E
           END-IF.
           ADD WO-AMT(W-OX) TO WU-BAND-AMT(W-THIS-SUP, W-BX).
           ADD WO-AMT(W-OX) TO WU-TOTAL(W-THIS-SUP).

       AGE-ONE-INVOICE-E.
           EXIT.

      ******************************************************************
      * The open entry's entity, added on first sight with its base
      *   currency off ADENTMSTL0 - zero when the table is full.
       FIND-ENTITY SECTION.
       FIND-ENTITY-B.
           MOVE 0 TO W-THIS-ENT.
           PERFORM VARYING W-EX FROM 1 BY 1
                   UNTIL W-EX > W-ENT-TAB-COUNT
                      OR W-THIS-ENT > 0
             IF WE-ENT(W-EX) = WO-ENT(W-OX)
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
           MOVE WO-ENT(W-OX) TO WE-ENT(W-THIS-ENT).
           MOVE WO-ENT(W-OX) TO ENT-Entity-Code.
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

           IF W-UNRESOLVED > ZERO
             PERFORM PRINT-UNRESOLVED
           END-IF.

           IF W-TAB-FULL
             MOVE "** A TABLE OVERFLOWED - REPORT INCOMPLETE"
               TO AGERPT-REC
             WRITE AGERPT-REC
             MOVE SPACES TO AGERPT-REC
             WRITE AGERPT-REC
           END-IF.

           MOVE SPACES TO W-LINE.
           MOVE W-OPEN-COUNT TO W-CNT-ED.
           STRING "OPEN INVOICES AGED . . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO AGERPT-REC.
           WRITE AGERPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-FOLDED-COUNT TO W-CNT-ED.
           STRING "MATCHED CREDITS NETTED . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO AGERPT-REC.
           WRITE AGERPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-LATER-COUNT TO W-CNT-ED.
           STRING "POSTED AFTER THE AS-AT DATE  . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO AGERPT-REC.
           WRITE AGERPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-UNRESOLVED TO W-CNT-ED.
           STRING "RUN START DATE NOT FOUND . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO AGERPT-REC.
           WRITE AGERPT-REC.

       PRINT-REPORT-E.
           EXIT.

      ******************************************************************
      * One entity: its suppliers, its total, then its open balance
      *   by approval status.
       PRINT-ENTITY SECTION.
       PRINT-ENTITY-B.
           MOVE SPACES TO W-LINE.
           STRING "ENTITY " WE-ENT(W-EX) "  " WE-NAME(W-EX)
                  "  AMOUNTS IN " WE-CCY(W-EX)
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO AGERPT-REC.
           WRITE AGERPT-REC.
           PERFORM PRINT-COLUMN-HEADS.

           PERFORM VARYING W-UX FROM 1 BY 1
                   UNTIL W-UX > W-SUP-TAB-COUNT
             IF WU-ENT(W-UX) = WE-ENT(W-EX)
               PERFORM PRINT-SUPPLIER
             END-IF
           END-PERFORM.

           PERFORM VARYING W-BX FROM 1 BY 1 UNTIL W-BX > 5
             MOVE WE-BAND-AMT(W-EX, W-BX) TO W-AMT-EDB(W-BX)
           END-PERFORM.
           MOVE WE-TOTAL(W-EX) TO W-AMT-ED.
           MOVE SPACES TO W-LINE.
           STRING "  ENTITY TOTAL " WE-ENT(W-EX)
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           PERFORM PRINT-AMOUNT-LINE.

           MOVE SPACES TO AGERPT-REC.
           WRITE AGERPT-REC.
           MOVE "  OPEN BALANCE BY APPROVAL STATUS:" TO AGERPT-REC.
           WRITE AGERPT-REC.
           PERFORM VARYING W-SX FROM 1 BY 1 UNTIL W-SX > 4
             EVALUATE W-SX
               WHEN 1
                 MOVE "NOT YET APPROVED" TO W-STATUS-LABEL
               WHEN 2
                 MOVE "FIRST APPROVAL ONLY" TO W-STATUS-LABEL
               WHEN 3
                 MOVE "QUERIED" TO W-STATUS-LABEL
               WHEN OTHER
                 MOVE "APPROVED - NOT YET PAID" TO W-STATUS-LABEL
             END-EVALUATE
             PERFORM VARYING W-BX FROM 1 BY 1 UNTIL W-BX > 5
               MOVE WE-STS-BAND(W-EX, W-SX, W-BX) TO W-AMT-EDB(W-BX)
             END-PERFORM
             MOVE WE-STS-TOTAL(W-EX, W-SX) TO W-AMT-ED
             MOVE SPACES TO W-LINE
             STRING "    " W-STATUS-LABEL
               DELIMITED BY SIZE INTO W-LINE
             END-STRING
             PERFORM PRINT-AMOUNT-LINE
           END-PERFORM.

           MOVE SPACES TO AGERPT-REC.
           WRITE AGERPT-REC.

       PRINT-ENTITY-E.
           EXIT.

      ******************************************************************
       PRINT-COLUMN-HEADS SECTION.
       PRINT-COLUMN-HEADS-B.
           MOVE SPACES TO W-LINE.
           MOVE "  SUPPLIER   NAME"    TO W-LINE(1:40).
           MOVE "      CURRENT"        TO W-LINE(43:13).
           MOVE "   31-60 DAYS"        TO W-LINE(57:13).
           MOVE "   61-90 DAYS"        TO W-LINE(71:13).
           MOVE "  91-120 DAYS"        TO W-LINE(85:13).
           MOVE "     OVER 120"        TO W-LINE(99:13).
           MOVE "        TOTAL"        TO W-LINE(113:13).
           MOVE W-LINE TO AGERPT-REC.
           WRITE AGERPT-REC.

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

           PERFORM VARYING W-BX FROM 1 BY 1 UNTIL W-BX > 5
             MOVE WU-BAND-AMT(W-UX, W-BX) TO W-AMT-EDB(W-BX)
           END-PERFORM.
           MOVE WU-TOTAL(W-UX) TO W-AMT-ED.
           MOVE SPACES TO W-LINE.
           STRING "  " WU-LOC(W-UX) "/" WU-ACC(W-UX)
                  "  " SUPM-Supplier-Name
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           PERFORM PRINT-AMOUNT-LINE.

       PRINT-SUPPLIER-E.
           EXIT.

      ******************************************************************
      * Lays the five band amounts and the total out under the column
      *   heads, after whatever label W-LINE already carries.
       PRINT-AMOUNT-LINE SECTION.
       PRINT-AMOUNT-LINE-B.
           MOVE W-AMT-EDB(1) TO W-LINE(43:13).
           MOVE W-AMT-EDB(2) TO W-LINE(57:13).
           MOVE W-AMT-EDB(3) TO W-LINE(71:13).
           MOVE W-AMT-EDB(4) TO W-LINE(85:13).
           MOVE W-AMT-EDB(5) TO W-LINE(99:13).
           MOVE W-AMT-ED     TO W-LINE(113:13).
           MOVE W-LINE TO AGERPT-REC.
           WRITE AGERPT-REC.

       PRINT-AMOUNT-LINE-E.
           EXIT.

      ******************************************************************
      * The invoices aged in the oldest band for want of a run date.
       PRINT-UNRESOLVED SECTION.
       PRINT-UNRESOLVED-B.
           MOVE "RUN START DATE NOT FOUND - AGED AS OVER 120 DAYS:"
             TO AGERPT-REC.
           WRITE AGERPT-REC.
           PERFORM VARYING W-OX FROM 1 BY 1
                   UNTIL W-OX > W-OPN-TAB-COUNT
             IF WO-FOLDED(W-OX) = 0
               MOVE WO-RUN(W-OX) TO W-LINE-RUN
               PERFORM FIND-RUN-ENTRY
               IF WR-DATE(W-THIS-RUN) = ZERO
                 MOVE WO-AMT(W-OX) TO W-AMT-ED
                 MOVE WO-RUN(W-OX) TO W-RUN-ED
                 MOVE SPACES TO W-LINE
                 STRING "  INV " WO-INVNO(W-OX)
                        "  " WO-ENT(W-OX)
                        "  SUPPLIER " WO-LOC(W-OX) "/" WO-ACC(W-OX)
                        "  RUN " W-RUN-ED
                        "  " W-AMT-ED
                   DELIMITED BY SIZE INTO W-LINE
                 END-STRING
                 MOVE W-LINE TO AGERPT-REC
                 WRITE AGERPT-REC
               END-IF
             END-IF
           END-PERFORM.
           MOVE SPACES TO AGERPT-REC.
           WRITE AGERPT-REC.

       PRINT-UNRESOLVED-E.
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

           IF O-SUPMAST = 1
             CLOSE SUPMAST
             MOVE 0 TO O-SUPMAST
           END-IF.

           IF O-ENTMAST = 1
             CLOSE ENTMAST
             MOVE 0 TO O-ENTMAST
           END-IF.

           IF O-AGERPT = 1
             CLOSE AGERPT
             MOVE 0 TO O-AGERPT
           END-IF.

           GOBACK.
