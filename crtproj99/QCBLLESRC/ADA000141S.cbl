       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000141S.

      **************************************************************************
      *  Finance application. IPN26457                                         *
      *                                                                        *
      *  Monthly budget-versus-actual report per department. For one           *
      *    entity and period it sets each department's ADBUDGETL0 budget,      *
      *    GL account by GL account, against what was spent - for the          *
      *    period and for the year to date (periods yyyy01 up to the           *
      *    reported one) - with the variance, budget less actual, so an        *
      *    overspend shows negative and is starred. Spend on an account        *
      *    a department has no budget for is listed as unbudgeted rather       *
      *    than left out. One page per department, as ADA000130S.              *
      *                                                                        *
      *  The actuals are worked out afresh from the posted lines the way       *
      *    ADA000130S does it - ADOS runs mapped to periods by their           *
      *    ADRUNREGL0/ADRUNRGAL0 start date, live and history details,         *
      *    DR spends and CR refunds, reversed invoices left out - not          *
      *    taken from the running actual the ADA000115S load keeps. The        *
      *    reported period's budget rows are then restated to these            *
      *    figures, so a reversal or a budget loaded after the spend was       *
      *    posted is brought into line for the load's next overspend           *
      *    check. Run it outside the night stream.                             *
      *                                                                        *
      *  Author: D.Rowan 2026-10-11                                            *
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
      * Departmental budget file
           SELECT BUDGET   ASSIGN      TO DATABASE-ADBUDGETL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS BUD-Key
                         FILE STATUS   IS ST-BUDGET.

      * Central run register - maps each run to its period
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

      * Live interface details
           SELECT IFDTL    ASSIGN      TO DATABASE-ADIFCDTLL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS gbadKey
                         FILE STATUS   IS ST-IFDTL.

      * Detail history - lines the month-end sweep moved
           SELECT HISTDTL  ASSIGN      TO DATABASE-ADIFCDTLH0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS HD-Key
                         FILE STATUS   IS ST-HISTDTL.

      * Posted interface headers - the reversal mark
           SELECT IFHDR    ASSIGN      TO DATABASE-ADIFCHDRL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS gaadInvNo
                         FILE STATUS   IS ST-IFHDR.

      * Header history - the reversal mark once swept
           SELECT HISTHDR  ASSIGN      TO DATABASE-ADIFCHDRH0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS HH-Invoice-No
                         FILE STATUS   IS ST-HISTHDR.

      * Chart of accounts - descriptions for the account lines
           SELECT GLMAST   ASSIGN      TO DATABASE-ADGLMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS GLM-Key
                         FILE STATUS   IS ST-GLMAST.

      * The report - one page per department
           SELECT BVARPT   ASSIGN      TO DATABASE-ADBUDVARL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-BVARPT.

       DATA DIVISION.
        FILE SECTION.
         FD BUDGET.
          01 BUDGET-REC.
             COPY ADBUDGETL0.

         FD RUNREG.
          01 RUNREG-REC.
             COPY RUNREGL0.

      * Archived rows are byte images of the register record - the
      *   55 bytes RUNREGL0 describes - so the copybook is not
      *   copied twice into one program (they are unpacked through
      *   the RUNREG record area)
         FD RUNARC.
          01 RUNARC-REC                PIC X(55).

         FD IFDTL.
          01 IFDTL-REC.
             COPY ADIFCDTLL0.

         FD HISTDTL.
          01 HISTDTL-REC.
             COPY ADIFCDTLH0.

         FD IFHDR.
          01 IFHDR-REC.
             COPY ADIFCHDRL0.

         FD HISTHDR.
          01 HISTHDR-REC.
             COPY ADIFCHDRH0.

         FD GLMAST.
          01 GLMAST-REC.
             COPY ADGLMSTL0.

         FD BVARPT.
          01 BVARPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-BUDGET   PIC X(2).
        01  ST-RUNREG   PIC X(2).
        01  ST-RUNARC   PIC X(2).
        01  ST-IFDTL    PIC X(2).
        01  ST-HISTDTL  PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HISTHDR  PIC X(2).
        01  ST-GLMAST   PIC X(2).
        01  ST-BVARPT   PIC X(2).
        01  O-BUDGET    PIC 9 VALUE ZERO.
        01  O-RUNREG    PIC 9 VALUE ZERO.
        01  O-RUNARC    PIC 9 VALUE ZERO.
        01  O-IFDTL     PIC 9 VALUE ZERO.
        01  O-HISTDTL   PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HISTHDR   PIC 9 VALUE ZERO.
        01  O-GLMAST    PIC 9 VALUE ZERO.
        01  O-BVARPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

      * The year to date being reported - runs started from the first
      *   day of the year to the end of the reported period
        01 W-YEAR-START     PIC 9(6).
        01 W-DATE-FROM      PIC 9(8).
        01 W-DATE-TO        PIC 9(8).

      * The ADOS runs started in the year to date, with the period
      *   each one posted to
        01 W-RUN-TAB-MAX    PIC 9(4) VALUE 1000.
        01 W-RUN-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-RUN-TAB.
           05 W-RUN-ENTRY OCCURS 1000.
              10 WR-RUN       PIC S9(7) COMP-3.
              10 WR-PERIOD    PIC 9(6).
        01 W-RX             PIC 9(4).
        01 W-RUN-HIT        PIC 9(4).

      * Budget and spend by department and GL account, in the entity's
      *   base currency. DR spends, CR refunds - held net.
        01 W-BVA-TAB-MAX    PIC 9(4) VALUE 2000.
        01 W-BVA-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-BVA-TAB.
           05 W-BVA-ENTRY OCCURS 2000.
              10 WB-DEPT      PIC X(4).
              10 WB-ACC-LOC   PIC X(2).
              10 WB-ACC-NO    PIC X(6).
              10 WB-PER-BUD   PIC S9(11)V99 COMP-3.
              10 WB-PER-ACT   PIC S9(11)V99 COMP-3.
              10 WB-YTD-BUD   PIC S9(11)V99 COMP-3.
              10 WB-YTD-ACT   PIC S9(11)V99 COMP-3.
      * 1 = a budget row exists for the reported period (restated)
              10 WB-PER-ROW   PIC 9(1).
      * 1 = a budget row exists anywhere in the year to date
              10 WB-BUDGETED  PIC 9(1).
              10 WB-PRINTED   PIC 9(1).
        01 W-BX             PIC 9(4).
        01 W-BY             PIC 9(4).
        01 W-THIS           PIC 9(4).

        01 W-TAB-FULL-FLAG  PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.

      * The entity being reported, and each line's own entity
      *   normalised - rows loaded before the entity code existed
      *   are the UK company's
        01 W-ENTITY         PIC X(3).
        01 W-LINE-ENT       PIC X(3).

      * The line being accumulated, whichever file it came from
        01 W-LINE-RUN       PIC S9(7) COMP-3.
        01 W-LINE-PERIOD    PIC 9(6).
        01 W-LINE-DEPT      PIC X(4).
        01 W-LINE-ACC-LOC   PIC X(2).
        01 W-LINE-ACC-NO    PIC X(6).
        01 W-LINE-DRCR      PIC X(2).
        01 W-LINE-AMT       PIC S9(11)V99 COMP-3.

      * Reversal mark of the invoice the current line belongs to - the
      *   detail files are in invoice order, so the header is only
      *   read again when the invoice number changes
        01 W-REV-INVOICE    PIC X(7) VALUE SPACES.
        01 W-REV-FLAG       PIC 9 VALUE ZERO.
           88 W-INV-REVERSED        VALUE 1.

        01 W-THIS-DEPT      PIC X(4).
        01 W-DEPT-PER-BUD   PIC S9(13)V99 COMP-3.
        01 W-DEPT-PER-ACT   PIC S9(13)V99 COMP-3.
        01 W-DEPT-YTD-BUD   PIC S9(13)V99 COMP-3.
        01 W-DEPT-YTD-ACT   PIC S9(13)V99 COMP-3.
        01 W-ALL-PER-BUD    PIC S9(13)V99 COMP-3 VALUE ZERO.
        01 W-ALL-PER-ACT    PIC S9(13)V99 COMP-3 VALUE ZERO.
        01 W-ALL-YTD-BUD    PIC S9(13)V99 COMP-3 VALUE ZERO.
        01 W-ALL-YTD-ACT    PIC S9(13)V99 COMP-3 VALUE ZERO.
        01 W-VARIANCE       PIC S9(13)V99 COMP-3.

        01 W-DEPT-COUNT     PIC 9(5) VALUE ZERO.
        01 W-OVER-COUNT     PIC 9(5) VALUE ZERO.
        01 W-UNBUD-COUNT    PIC 9(5) VALUE ZERO.
        01 W-RESTATE-COUNT  PIC 9(5) VALUE ZERO.

      * Print work fields
        01 W-PER-BUD-ED     PIC Z(10)9.99-.
        01 W-PER-ACT-ED     PIC Z(10)9.99-.
        01 W-PER-VAR-ED     PIC Z(10)9.99-.
        01 W-YTD-BUD-ED     PIC Z(10)9.99-.
        01 W-YTD-ACT-ED     PIC Z(10)9.99-.
        01 W-YTD-VAR-ED     PIC Z(10)9.99-.
        01 W-FLAG-ED        PIC X(10).
        01 W-DESC           PIC X(20).
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(132).

       LINKAGE SECTION.
      * Input : the period reported (yyyymm) - the year to date runs
      *   from period yyyy01 up to it
        01 L-PERIOD          PIC 9(6).

      * Input : the entity (blank = the UK company GBR) - one report
      *   per entity, in its base currency
        01 L-ENTITY-CODE     PIC X(3).

      * Output: 0 = printed, O = printed with departments over budget
      *   year to date, N = no budget and no spend for the year,
      *   X = a table overflowed (report incomplete), F = a file would
      *   not open
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-PERIOD L-ENTITY-CODE L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.

           MOVE L-ENTITY-CODE TO W-ENTITY.
           IF W-ENTITY = SPACES
             MOVE "GBR" TO W-ENTITY
           END-IF.

           MOVE L-PERIOD        TO W-YEAR-START.
           MOVE "01"            TO W-YEAR-START(5:2).
           COMPUTE W-DATE-FROM  = W-YEAR-START * 100 + 1.
           COMPUTE W-DATE-TO    = L-PERIOD * 100 + 31.

           PERFORM OPEN-FILES.
           PERFORM LOAD-BUDGETS.
           PERFORM RESOLVE-RUNS.
           PERFORM RESOLVE-ARCHIVED-RUNS.
           PERFORM SCAN-LIVE-DETAILS.
           PERFORM SCAN-HIST-DETAILS.

           IF W-BVA-TAB-COUNT = ZERO
             MOVE "N" TO L-RETURN
             MOVE "NO BUDGET AND NO SPEND FOR THE YEAR TO DATE"
               TO BVARPT-REC
             WRITE BVARPT-REC
             GO TO MAIN-E
           END-IF.

           PERFORM PRINT-DEPARTMENTS.

      * A report cut short by a full table must not restate the
      *   actuals it only partly counted
           IF W-TAB-FULL
             MOVE "X" TO L-RETURN
             GO TO MAIN-E
           END-IF.

           PERFORM RESTATE-ACTUALS.

           IF W-OVER-COUNT > ZERO
             MOVE "O" TO L-RETURN
           END-IF.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN I-O BUDGET.
           IF ST-BUDGET NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-BUDGET.

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

           OPEN INPUT IFDTL.
           IF ST-IFDTL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-IFDTL.

           OPEN INPUT HISTDTL.
           IF ST-HISTDTL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-HISTDTL.

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

           OPEN INPUT GLMAST.
           IF ST-GLMAST NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-GLMAST.

           OPEN OUTPUT BVARPT.
           IF ST-BVARPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-BVARPT.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * The entity's budget rows are together on the file, department
      *   then account then period - every row of the year to date
      *   goes into its department/account entry.
       LOAD-BUDGETS SECTION.
       LOAD-BUDGETS-B.
           MOVE LOW-VALUES TO BUD-Key.
           MOVE W-ENTITY   TO BUD-Entity-Code.
           START BUDGET KEY >= BUD-Key
             INVALID KEY
               GO TO LOAD-BUDGETS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ BUDGET NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF BUD-Entity-Code NOT = W-ENTITY
                   MOVE 1 TO W-EOF
                 ELSE
                   IF  BUD-Period >= W-YEAR-START
                   AND BUD-Period <= L-PERIOD
                     PERFORM NOTE-BUDGET-ROW
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       LOAD-BUDGETS-E.
           EXIT.

      ******************************************************************
       NOTE-BUDGET-ROW SECTION.
       NOTE-BUDGET-ROW-B.
           MOVE BUD-Dept        TO W-LINE-DEPT.
           MOVE BUD-Account-Loc TO W-LINE-ACC-LOC.
           MOVE BUD-Account-No  TO W-LINE-ACC-NO.
           PERFORM FIND-BVA-ENTRY.
           IF W-THIS = 0
             GO TO NOTE-BUDGET-ROW-E
           END-IF.

           MOVE 1 TO WB-BUDGETED(W-THIS).
           ADD BUD-Amount TO WB-YTD-BUD(W-THIS).
           IF BUD-Period = L-PERIOD
             ADD BUD-Amount TO WB-PER-BUD(W-THIS)
             MOVE 1 TO WB-PER-ROW(W-THIS)
           END-IF.

       NOTE-BUDGET-ROW-E.
           EXIT.

      ******************************************************************
      * The entry for W-LINE-DEPT / account, added if new - W-THIS is
      *   left zero only when the table is full.
       FIND-BVA-ENTRY SECTION.
       FIND-BVA-ENTRY-B.
           MOVE 0 TO W-THIS.
           PERFORM VARYING W-BX FROM 1 BY 1
                   UNTIL W-BX > W-BVA-TAB-COUNT
                      OR W-THIS > 0
             IF  WB-DEPT(W-BX)    = W-LINE-DEPT
             AND WB-ACC-LOC(W-BX) = W-LINE-ACC-LOC
             AND WB-ACC-NO(W-BX)  = W-LINE-ACC-NO
               MOVE W-BX TO W-THIS
             END-IF
           END-PERFORM.
           IF W-THIS > 0
             GO TO FIND-BVA-ENTRY-E
           END-IF.

           IF W-BVA-TAB-COUNT >= W-BVA-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO FIND-BVA-ENTRY-E
           END-IF.
           ADD 1 TO W-BVA-TAB-COUNT.
           MOVE W-BVA-TAB-COUNT TO W-THIS.
           MOVE W-LINE-DEPT    TO WB-DEPT(W-THIS).
           MOVE W-LINE-ACC-LOC TO WB-ACC-LOC(W-THIS).
           MOVE W-LINE-ACC-NO  TO WB-ACC-NO(W-THIS).
           MOVE ZERO TO WB-PER-BUD(W-THIS) WB-PER-ACT(W-THIS)
                        WB-YTD-BUD(W-THIS) WB-YTD-ACT(W-THIS).
           MOVE 0    TO WB-PER-ROW(W-THIS) WB-BUDGETED(W-THIS)
                        WB-PRINTED(W-THIS).

       FIND-BVA-ENTRY-E.
           EXIT.

      ******************************************************************
      * A run's period is the one its start date falls in - the same
      *   run date the ADA000115S load charges the budget period by.
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
                 AND RR-Start-Date >= W-DATE-FROM
                 AND RR-Start-Date <= W-DATE-TO
                   PERFORM ADD-RUN
                 END-IF
             END-READ
           END-PERFORM.

       RESOLVE-RUNS-E.
           EXIT.

      ******************************************************************
      * Runs the OPS000605S purge moved to the ADRUNRGAL0 archive are
      *   archived, not lost - their swept detail lines are still on
      *   the history files. The archive rows are register-record
      *   images, unpacked through the RUNREG record area (its own
      *   scan has already finished).
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
                 AND RR-Start-Date >= W-DATE-FROM
                 AND RR-Start-Date <= W-DATE-TO
                   PERFORM ADD-RUN
                 END-IF
             END-READ
           END-PERFORM.

       RESOLVE-ARCHIVED-RUNS-E.
           EXIT.

      ******************************************************************
      * An interrupted purge can leave a run on both files - it only
      *   joins the table once.
       ADD-RUN SECTION.
       ADD-RUN-B.
           MOVE RR-Run-Number TO W-LINE-RUN.
           PERFORM FIND-RUN.
           IF W-RUN-HIT > 0
             GO TO ADD-RUN-E
           END-IF.

           IF W-RUN-TAB-COUNT >= W-RUN-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO ADD-RUN-E
           END-IF.
           ADD 1 TO W-RUN-TAB-COUNT.
           MOVE RR-Run-Number      TO WR-RUN(W-RUN-TAB-COUNT).
           MOVE RR-Start-Date(1:6) TO WR-PERIOD(W-RUN-TAB-COUNT).

       ADD-RUN-E.
           EXIT.

      ******************************************************************
       FIND-RUN SECTION.
       FIND-RUN-B.
           MOVE 0 TO W-RUN-HIT.
           PERFORM VARYING W-RX FROM 1 BY 1
                   UNTIL W-RX > W-RUN-TAB-COUNT
                      OR W-RUN-HIT > 0
             IF WR-RUN(W-RX) = W-LINE-RUN
               MOVE W-RX TO W-RUN-HIT
             END-IF
           END-PERFORM.

       FIND-RUN-E.
           EXIT.

      ******************************************************************
       SCAN-LIVE-DETAILS SECTION.
       SCAN-LIVE-DETAILS-B.
           MOVE LOW-VALUES TO gbadKey.
           START IFDTL KEY >= gbadKey
             INVALID KEY
               GO TO SCAN-LIVE-DETAILS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ IFDTL NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE gbadEntCde TO W-LINE-ENT
                 IF W-LINE-ENT = SPACES
                   MOVE "GBR" TO W-LINE-ENT
                 END-IF
                 MOVE gbadRunNbr TO W-LINE-RUN
                 PERFORM FIND-RUN
                 IF  W-RUN-HIT > 0
                 AND W-LINE-ENT = W-ENTITY
                   PERFORM CHECK-LIVE-REVERSED
                 END-IF
                 IF  W-RUN-HIT > 0
                 AND W-LINE-ENT = W-ENTITY
                 AND NOT W-INV-REVERSED
                   MOVE WR-PERIOD(W-RUN-HIT) TO W-LINE-PERIOD
                   MOVE gbadAccDpt TO W-LINE-DEPT
                   MOVE gbadAccLoc TO W-LINE-ACC-LOC
                   MOVE gbadAccNo  TO W-LINE-ACC-NO
                   MOVE gbadDRCR   TO W-LINE-DRCR
                   MOVE gbadBasAmt TO W-LINE-AMT
                   PERFORM TALLY-SPEND
                 END-IF
             END-READ
           END-PERFORM.

       SCAN-LIVE-DETAILS-E.
           EXIT.

      ******************************************************************
       SCAN-HIST-DETAILS SECTION.
       SCAN-HIST-DETAILS-B.
           MOVE SPACES TO W-REV-INVOICE.
           MOVE LOW-VALUES TO HD-Key.
           START HISTDTL KEY >= HD-Key
             INVALID KEY
               GO TO SCAN-HIST-DETAILS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ HISTDTL NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE HD-Entity-Code TO W-LINE-ENT
                 IF W-LINE-ENT = SPACES
                   MOVE "GBR" TO W-LINE-ENT
                 END-IF
                 MOVE HD-Run-Number TO W-LINE-RUN
                 PERFORM FIND-RUN
                 IF  W-RUN-HIT > 0
                 AND W-LINE-ENT = W-ENTITY
                   PERFORM CHECK-HIST-REVERSED
                 END-IF
                 IF  W-RUN-HIT > 0
                 AND W-LINE-ENT = W-ENTITY
                 AND NOT W-INV-REVERSED
                   MOVE WR-PERIOD(W-RUN-HIT) TO W-LINE-PERIOD
                   MOVE HD-Account-Dept TO W-LINE-DEPT
                   MOVE HD-Account-Loc  TO W-LINE-ACC-LOC
                   MOVE HD-Account-No   TO W-LINE-ACC-NO
                   MOVE HD-DR-CR        TO W-LINE-DRCR
                   MOVE HD-Base-Amount  TO W-LINE-AMT
                   PERFORM TALLY-SPEND
                 END-IF
             END-READ
           END-PERFORM.

       SCAN-HIST-DETAILS-E.
           EXIT.

      ******************************************************************
       CHECK-LIVE-REVERSED SECTION.
       CHECK-LIVE-REVERSED-B.
           IF gbadInvNo = W-REV-INVOICE
             GO TO CHECK-LIVE-REVERSED-E
           END-IF.
           MOVE gbadInvNo TO W-REV-INVOICE.
           MOVE 0 TO W-REV-FLAG.

           MOVE gbadInvNo TO gaadInvNo.
           READ IFHDR
             INVALID KEY
               GO TO CHECK-LIVE-REVERSED-E
           END-READ.
           IF gaadRevSts = "R"
             SET W-INV-REVERSED TO TRUE
           END-IF.

       CHECK-LIVE-REVERSED-E.
           EXIT.

      ******************************************************************
       CHECK-HIST-REVERSED SECTION.
       CHECK-HIST-REVERSED-B.
           IF HD-Invoice-No = W-REV-INVOICE
             GO TO CHECK-HIST-REVERSED-E
           END-IF.
           MOVE HD-Invoice-No TO W-REV-INVOICE.
           MOVE 0 TO W-REV-FLAG.

           MOVE HD-Invoice-No TO HH-Invoice-No.
           READ HISTHDR
             INVALID KEY
               GO TO CHECK-HIST-REVERSED-E
           END-READ.
           IF HH-Reversed = "R"
             SET W-INV-REVERSED TO TRUE
           END-IF.

       CHECK-HIST-REVERSED-E.
           EXIT.

      ******************************************************************
      * A department is charged by a DR line and refunded by a CR -
      *   the entry holds the net of the two, as the load's budget
      *   check does.
       TALLY-SPEND SECTION.
       TALLY-SPEND-B.
           PERFORM FIND-BVA-ENTRY.
           IF W-THIS = 0
             GO TO TALLY-SPEND-E
           END-IF.

           IF W-LINE-DRCR = "CR"
             SUBTRACT W-LINE-AMT FROM WB-YTD-ACT(W-THIS)
             IF W-LINE-PERIOD = L-PERIOD
               SUBTRACT W-LINE-AMT FROM WB-PER-ACT(W-THIS)
             END-IF
           ELSE
             ADD W-LINE-AMT TO WB-YTD-ACT(W-THIS)
             IF W-LINE-PERIOD = L-PERIOD
               ADD W-LINE-AMT TO WB-PER-ACT(W-THIS)
             END-IF
           END-IF.

       TALLY-SPEND-E.
           EXIT.

      ******************************************************************
      * One page per department: the next unprinted entry names the
      *   department, then every entry for it prints and is marked.
       PRINT-DEPARTMENTS SECTION.
       PRINT-DEPARTMENTS-B.
           PERFORM VARYING W-BX FROM 1 BY 1
                   UNTIL W-BX > W-BVA-TAB-COUNT
             IF WB-PRINTED(W-BX) = 0
               MOVE WB-DEPT(W-BX) TO W-THIS-DEPT
               PERFORM PRINT-ONE-DEPARTMENT
             END-IF
           END-PERFORM.

           MOVE SPACES TO BVARPT-REC.
           WRITE BVARPT-REC.

           MOVE W-ALL-PER-BUD TO W-PER-BUD-ED.
           MOVE W-ALL-PER-ACT TO W-PER-ACT-ED.
           COMPUTE W-VARIANCE = W-ALL-PER-BUD - W-ALL-PER-ACT.
           MOVE W-VARIANCE    TO W-PER-VAR-ED.
           MOVE W-ALL-YTD-BUD TO W-YTD-BUD-ED.
           MOVE W-ALL-YTD-ACT TO W-YTD-ACT-ED.
           COMPUTE W-VARIANCE = W-ALL-YTD-BUD - W-ALL-YTD-ACT.
           MOVE W-VARIANCE    TO W-YTD-VAR-ED.
           MOVE SPACES TO W-LINE.
           STRING "ALL DEPARTMENTS TOTAL  . . : "
                  W-PER-BUD-ED W-PER-ACT-ED W-PER-VAR-ED
                  W-YTD-BUD-ED W-YTD-ACT-ED W-YTD-VAR-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BVARPT-REC.
           WRITE BVARPT-REC.

           MOVE SPACES TO BVARPT-REC.
           WRITE BVARPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-DEPT-COUNT TO W-CNT-ED.
           STRING "DEPARTMENTS REPORTED . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BVARPT-REC.
           WRITE BVARPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-OVER-COUNT TO W-CNT-ED.
           STRING "ACCOUNTS OVER BUDGET YTD . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BVARPT-REC.
           WRITE BVARPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-UNBUD-COUNT TO W-CNT-ED.
           STRING "UNBUDGETED ACCOUNTS  . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BVARPT-REC.
           WRITE BVARPT-REC.

           IF W-TAB-FULL
             MOVE "** A TABLE OVERFLOWED - REPORT INCOMPLETE, ACTUALS NO
      -           "T RESTATED" TO BVARPT-REC
             WRITE BVARPT-REC
           END-IF.

       PRINT-DEPARTMENTS-E.
           EXIT.

      ******************************************************************
       PRINT-ONE-DEPARTMENT SECTION.
       PRINT-ONE-DEPARTMENT-B.
           ADD 1 TO W-DEPT-COUNT.
           MOVE ZERO TO W-DEPT-PER-BUD W-DEPT-PER-ACT
                        W-DEPT-YTD-BUD W-DEPT-YTD-ACT.

      * new sheet for the budget holder - a blank separator and the
      *   department banner, the way the sibling reports break their
      *   sections (no printer control bytes in these report files)
           MOVE SPACES TO BVARPT-REC.
           WRITE BVARPT-REC.

           MOVE SPACES TO W-LINE.
           STRING "DEPARTMENT " W-THIS-DEPT
                  " BUDGET V ACTUAL - ENTITY " W-ENTITY
                  " - PERIOD " L-PERIOD
                  " - YEAR TO DATE FROM " W-YEAR-START
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BVARPT-REC.
           WRITE BVARPT-REC.

           MOVE SPACES TO BVARPT-REC.
           WRITE BVARPT-REC.
           MOVE SPACES TO W-LINE.
           STRING "  ACCOUNT   DESCRIPTION         "
                  "     PER BUDGET     PER ACTUAL   PER VARIANCE"
                  "     YTD BUDGET     YTD ACTUAL   YTD VARIANCE"
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BVARPT-REC.
           WRITE BVARPT-REC.

           PERFORM VARYING W-BY FROM 1 BY 1
                   UNTIL W-BY > W-BVA-TAB-COUNT
             IF  WB-PRINTED(W-BY) = 0
             AND WB-DEPT(W-BY) = W-THIS-DEPT
               PERFORM PRINT-ONE-ACCOUNT
             END-IF
           END-PERFORM.

           MOVE W-DEPT-PER-BUD TO W-PER-BUD-ED.
           MOVE W-DEPT-PER-ACT TO W-PER-ACT-ED.
           COMPUTE W-VARIANCE = W-DEPT-PER-BUD - W-DEPT-PER-ACT.
           MOVE W-VARIANCE     TO W-PER-VAR-ED.
           MOVE W-DEPT-YTD-BUD TO W-YTD-BUD-ED.
           MOVE W-DEPT-YTD-ACT TO W-YTD-ACT-ED.
           COMPUTE W-VARIANCE = W-DEPT-YTD-BUD - W-DEPT-YTD-ACT.
           MOVE W-VARIANCE     TO W-YTD-VAR-ED.
           MOVE SPACES TO W-LINE.
           STRING "  DEPARTMENT " W-THIS-DEPT " TOTAL  . . : "
                  W-PER-BUD-ED W-PER-ACT-ED W-PER-VAR-ED
                  W-YTD-BUD-ED W-YTD-ACT-ED W-YTD-VAR-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BVARPT-REC.
           WRITE BVARPT-REC.

       PRINT-ONE-DEPARTMENT-E.
           EXIT.

      ******************************************************************
      * Over budget year to date is starred; an account with spend but
      *   no budget row all year is marked UNBUDGETED.
       PRINT-ONE-ACCOUNT SECTION.
       PRINT-ONE-ACCOUNT-B.
           MOVE WB-ACC-LOC(W-BY) TO GLM-Account-Loc.
           MOVE WB-ACC-NO(W-BY)  TO GLM-Account-No.
           READ GLMAST
             INVALID KEY
               MOVE "** NOT ON CHART **" TO GLM-Account-Desc
           END-READ.
           MOVE GLM-Account-Desc TO W-DESC.

           MOVE SPACES TO W-FLAG-ED.
           IF WB-BUDGETED(W-BY) = 0
             MOVE "UNBUDGETED" TO W-FLAG-ED
             ADD 1 TO W-UNBUD-COUNT
           ELSE
             IF WB-YTD-ACT(W-BY) > WB-YTD-BUD(W-BY)
               MOVE "*OVER*" TO W-FLAG-ED
               ADD 1 TO W-OVER-COUNT
             END-IF
           END-IF.

           MOVE WB-PER-BUD(W-BY) TO W-PER-BUD-ED.
           MOVE WB-PER-ACT(W-BY) TO W-PER-ACT-ED.
           COMPUTE W-VARIANCE = WB-PER-BUD(W-BY) - WB-PER-ACT(W-BY).
           MOVE W-VARIANCE       TO W-PER-VAR-ED.
           MOVE WB-YTD-BUD(W-BY) TO W-YTD-BUD-ED.
           MOVE WB-YTD-ACT(W-BY) TO W-YTD-ACT-ED.
           COMPUTE W-VARIANCE = WB-YTD-BUD(W-BY) - WB-YTD-ACT(W-BY).
           MOVE W-VARIANCE       TO W-YTD-VAR-ED.

           MOVE SPACES TO W-LINE.
           STRING "  " WB-ACC-LOC(W-BY) "/" WB-ACC-NO(W-BY)
                  " " W-DESC
                  W-PER-BUD-ED W-PER-ACT-ED W-PER-VAR-ED
                  W-YTD-BUD-ED W-YTD-ACT-ED W-YTD-VAR-ED
                  W-FLAG-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BVARPT-REC.
           WRITE BVARPT-REC.

           ADD WB-PER-BUD(W-BY) TO W-DEPT-PER-BUD W-ALL-PER-BUD.
           ADD WB-PER-ACT(W-BY) TO W-DEPT-PER-ACT W-ALL-PER-ACT.
           ADD WB-YTD-BUD(W-BY) TO W-DEPT-YTD-BUD W-ALL-YTD-BUD.
           ADD WB-YTD-ACT(W-BY) TO W-DEPT-YTD-ACT W-ALL-YTD-ACT.
           MOVE 1 TO WB-PRINTED(W-BY).

       PRINT-ONE-ACCOUNT-E.
           EXIT.

      ******************************************************************
      * The reported period's running actuals are set to the figures
      *   just counted. The alert level is left as it is - the load
      *   moves it on the next line it posts against the row.
       RESTATE-ACTUALS SECTION.
       RESTATE-ACTUALS-B.
           PERFORM VARYING W-BX FROM 1 BY 1
                   UNTIL W-BX > W-BVA-TAB-COUNT
             IF WB-PER-ROW(W-BX) = 1
               MOVE W-ENTITY         TO BUD-Entity-Code
               MOVE WB-DEPT(W-BX)    TO BUD-Dept
               MOVE WB-ACC-LOC(W-BX) TO BUD-Account-Loc
               MOVE WB-ACC-NO(W-BX)  TO BUD-Account-No
               MOVE L-PERIOD         TO BUD-Period
               READ BUDGET
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF BUD-Actual NOT = WB-PER-ACT(W-BX)
                     MOVE WB-PER-ACT(W-BX) TO BUD-Actual
                     REWRITE BUDGET-REC
                     ADD 1 TO W-RESTATE-COUNT
                   END-IF
               END-READ
             END-IF
           END-PERFORM.

           MOVE SPACES TO W-LINE.
           MOVE W-RESTATE-COUNT TO W-CNT-ED.
           STRING "BUDGET ACTUALS RESTATED  . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BVARPT-REC.
           WRITE BVARPT-REC.

       RESTATE-ACTUALS-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-BUDGET = 1
             CLOSE BUDGET
             MOVE 0 TO O-BUDGET
           END-IF.

           IF O-RUNREG = 1
             CLOSE RUNREG
             MOVE 0 TO O-RUNREG
           END-IF.

           IF O-RUNARC = 1
             CLOSE RUNARC
             MOVE 0 TO O-RUNARC
           END-IF.

           IF O-IFDTL = 1
             CLOSE IFDTL
             MOVE 0 TO O-IFDTL
           END-IF.

           IF O-HISTDTL = 1
             CLOSE HISTDTL
             MOVE 0 TO O-HISTDTL
           END-IF.

           IF O-IFHDR = 1
             CLOSE IFHDR
             MOVE 0 TO O-IFHDR
           END-IF.

           IF O-HISTHDR = 1
             CLOSE HISTHDR
             MOVE 0 TO O-HISTHDR
           END-IF.

           IF O-GLMAST = 1
             CLOSE GLMAST
             MOVE 0 TO O-GLMAST
           END-IF.

           IF O-BVARPT = 1
             CLOSE BVARPT
             MOVE 0 TO O-BVARPT
           END-IF.

           GOBACK.
