       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000150S.

      **************************************************************************
      *  Finance application. IPN26468                                         *
      *                                                                        *
      *  Period-close readiness check. Lists on ADPCLRPL0 everything that      *
      *    should stop the keyed accounting period (yyyymm) being closed       *
      *    on the ADPERCALL0 calendar, and returns the count. The              *
      *    ADA000128S calendar screen calls it before every close and          *
      *    refuses the close while anything is listed, unless a                *
      *    supervisor overrides; it can also be run on its own ahead of        *
      *    month end.                                                          *
      *                                                                        *
      *  The period's runs are the ADRUNREGL0 runs started on a day            *
      *    inside it. Blockers, in the order listed:                           *
      *     - ADOSREJL0 suspense rows still Open or Corrected for one of       *
      *       the period's ADOS runs;                                          *
      *     - ADIFCHDRL0 headers of the period's ADOS runs, not reversed,      *
      *       not at approval status A;                                        *
      *     - each entity with headers on one of the period's ADOS runs        *
      *       (live or swept) that has no ADA000127S journal on the            *
      *       ADJRNLOGL0 extract log for the run;                              *
      *     - the period's VOR runs whose newest VORCYCL0 cycle row is not     *
      *       Complete, or which have none;                                    *
      *     - severity-1 AUDITLOGL0 rows written in the period that no one     *
      *       has reviewed on NVA001602S;                                      *
      *     - runs of any application started in the period and still at       *
      *       status S on ADRUNREGL0.                                          *
      *                                                                        *
      *  Author: D.Rowan 2026-10-15                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26469 2026/10/15 DR001 Runs of the EXPENSES claims feed checked    *
      *                            with the ADOS runs                          *
      *  IPN26471 2026/10/15 DR001 Blocker count, run tables and table-full    *
      *                            flag cleared on every call - a second close *
      *                            attempt in the same session no longer adds  *
      *                            to the first                                *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Central run register - the period's runs and their status
           SELECT RUNREG   ASSIGN      TO DATABASE-ADRUNREGL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS RR-Key
                         FILE STATUS   IS ST-RUNREG.

      * ADOS load suspense rows
           SELECT REJFILE  ASSIGN      TO DATABASE-ADOSREJL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-REJFILE.

      * Posted interface headers - approval status and entity
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

      * Journal extract log written by ADA000127S
           SELECT JRNLOG   ASSIGN      TO DATABASE-ADJRNLOGL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS JLG-Key
                         FILE STATUS   IS ST-JRNLOG.

      * VOR extract cycle status written by VAX000602C
           SELECT VORCYC   ASSIGN      TO DATABASE-VORCYCL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-VORCYC.

      * Shared ADOS/VFS-UK/VOR batch audit/exception log
           SELECT AUDITLOG ASSIGN      TO DATABASE-AUDITLOGL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-AUDITLOG.

      * The readiness listing
           SELECT PCLRPT   ASSIGN      TO DATABASE-ADPCLRPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-PCLRPT.

       DATA DIVISION.
        FILE SECTION.
         FD RUNREG.
          01 RUNREG-REC.
             COPY RUNREGL0.

         FD REJFILE.
          01 REJECT-R.
             COPY ADOSREJL0.

         FD IFHDR.
          01 IFHDR-REC.
             COPY ADIFCHDRL0.

         FD HSTHDR.
          01 HSTHDR-REC.
             COPY ADIFCHDRH0.

         FD JRNLOG.
          01 JRNLOG-REC.
             COPY ADJRNLOGL0.

         FD VORCYC.
          01 VORCYC-REC.
             05  CY-RUN-NUMBER         PIC S9(7)      COMP-3.
             05  CY-STATUS             PIC X(1).
                 88  CY-COMPLETE           VALUE "C".
                 88  CY-FAILED             VALUE "F".
             05  CY-RECON-DATE         PIC 9(8).
             05  CY-RECON-TIME         PIC 9(8).

         FD AUDITLOG.
          01 AUDITLOG-REC.
             COPY AUDITLOGL0.

         FD PCLRPT.
          01 PCLRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-RUNREG   PIC X(2).
        01  ST-REJFILE  PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HSTHDR   PIC X(2).
        01  ST-JRNLOG   PIC X(2).
        01  ST-VORCYC   PIC X(2).
        01  ST-AUDITLOG PIC X(2).
        01  ST-PCLRPT   PIC X(2).
        01  O-RUNREG    PIC 9 VALUE ZERO.
        01  O-REJFILE   PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HSTHDR    PIC 9 VALUE ZERO.
        01  O-JRNLOG    PIC 9 VALUE ZERO.
        01  O-VORCYC    PIC 9 VALUE ZERO.
        01  O-AUDITLOG  PIC 9 VALUE ZERO.
        01  O-PCLRPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.
        01 W-JRN-FOUND  PIC 9.

      * The period's ADOS runs
        01 W-ADOS-TAB-MAX   PIC 9(3) VALUE 400.
        01 W-ADOS-TAB-COUNT PIC 9(3) VALUE ZERO.
        01 W-ADOS-TAB.
           05 W-ADOS-ENTRY OCCURS 400.
              10 WA-RUN       PIC S9(7)     COMP-3.
        01 W-AX             PIC 9(3).
        01 W-THIS-ADOS      PIC 9(3).

      * Each entity met on each of the period's ADOS runs
        01 W-RE-TAB-MAX     PIC 9(4) VALUE 2000.
        01 W-RE-TAB-COUNT   PIC 9(4) VALUE ZERO.
        01 W-RE-TAB.
           05 W-RE-ENTRY OCCURS 2000.
              10 WE-RUN       PIC S9(7)     COMP-3.
              10 WE-ENT       PIC X(3).
              10 WE-HEADERS   PIC S9(7)     COMP-3.
        01 W-EX             PIC 9(4).
        01 W-THIS-RE        PIC 9(4).

      * The period's VOR runs, with the status of the newest cycle
      *   row for each - blank while none has been seen
        01 W-VOR-TAB-MAX    PIC 9(3) VALUE 400.
        01 W-VOR-TAB-COUNT  PIC 9(3) VALUE ZERO.
        01 W-VOR-TAB.
           05 W-VOR-ENTRY OCCURS 400.
              10 WV-RUN       PIC S9(7)     COMP-3.
              10 WV-STATUS    PIC X(1).
              10 WV-RECON-DATE
                              PIC 9(8).
        01 W-VX             PIC 9(3).
        01 W-THIS-VOR       PIC 9(3).

        01 W-TAB-FULL-FLAG  PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.

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

        01 W-LINE-RUN       PIC S9(7)     COMP-3.
        01 W-LINE-ENT       PIC X(3).
        01 W-BLOCKERS       PIC 9(5) VALUE ZERO.
        01 W-SECTION-COUNT  PIC 9(5) VALUE ZERO.
        01 W-SECTION-TITLE  PIC X(60).

        01 W-RUN-ED         PIC Z(6)9.
        01 W-REC-ED         PIC Z(4)9.
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(132).

       LINKAGE SECTION.
      * Input : the period to be closed (yyyymm)
        01 L-PERIOD          PIC 9(6).

      * Output: the number of blockers listed
        01 L-BLOCKERS        PIC 9(5).

      * Output: 0 = ready to close, B = blockers listed, T = a table
      *   overflowed (the listing is incomplete - not ready), P = the
      *   period is not a valid yyyymm, F = a file would not open
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-PERIOD L-BLOCKERS L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0"  TO L-RETURN.
           MOVE ZERO TO L-BLOCKERS.

      * Called again on every close attempt in the same session, so
      *   nothing is left over from the last call
           MOVE ZERO TO W-BLOCKERS W-SECTION-COUNT
                        W-ADOS-TAB-COUNT W-RE-TAB-COUNT
                        W-VOR-TAB-COUNT W-TAB-FULL-FLAG.
           INITIALIZE W-ADOS-TAB W-RE-TAB W-VOR-TAB.

           PERFORM SET-PERIOD-DATES.
           IF L-RETURN NOT = "0"
             GO TO PGM-END
           END-IF.

           PERFORM OPEN-FILES.
           PERFORM COLLECT-RUNS.

           PERFORM CHECK-SUSPENSE.
           PERFORM CHECK-APPROVALS.
           PERFORM NOTE-HISTORY-ENTITIES.
           PERFORM CHECK-JOURNALS.
           PERFORM CHECK-VOR-CYCLES.
           PERFORM CHECK-AUDIT-LOG.
           PERFORM CHECK-STARTED-RUNS.

           PERFORM PRINT-VERDICT.

           MOVE W-BLOCKERS TO L-BLOCKERS.
           IF W-BLOCKERS > ZERO
             MOVE "B" TO L-RETURN
           END-IF.
           IF W-TAB-FULL
             MOVE "T" TO L-RETURN
           END-IF.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
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

           OPEN INPUT REJFILE.
           IF ST-REJFILE NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-REJFILE.

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

      * No extract log yet means no journal has been logged - every
      *   run of the period is then listed
           OPEN INPUT JRNLOG.
           IF ST-JRNLOG = "00"
             MOVE 1 TO O-JRNLOG
           END-IF.

      * No cycle file yet means no VOR cycle has been reconciled
           OPEN INPUT VORCYC.
           IF ST-VORCYC = "00"
             MOVE 1 TO O-VORCYC
           END-IF.

           OPEN INPUT AUDITLOG.
           IF ST-AUDITLOG NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-AUDITLOG.

           OPEN OUTPUT PCLRPT.
           IF ST-PCLRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-PCLRPT.

           MOVE SPACES TO PCLRPT-REC.
           STRING "PERIOD-CLOSE READINESS - PERIOD " L-PERIOD
                  "  (RUNS STARTED " W-PERIOD-START
                  " TO " W-PERIOD-END ")"
             DELIMITED BY SIZE INTO PCLRPT-REC
           END-STRING.
           WRITE PCLRPT-REC.
           MOVE SPACES TO PCLRPT-REC.
           WRITE PCLRPT-REC.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * The interface and VOR runs started in the period. Run number
      *   zero is each application's allocation control row. The
      *   expense claims feed posts to the interface files just as the
      *   ADOS load does, so its runs are taken with the ADOS runs.
       COLLECT-RUNS SECTION.
       COLLECT-RUNS-B.
           MOVE LOW-VALUES TO RR-Key.
           START RUNREG KEY >= RR-Key
             INVALID KEY
               GO TO COLLECT-RUNS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ RUNREG NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  RR-Run-Number NOT = ZERO
                 AND RR-Start-Date >= W-PERIOD-START
                 AND RR-Start-Date <= W-PERIOD-END
                   EVALUATE RR-Application
                     WHEN "ADOS"
                     WHEN "EXPENSES"
                       PERFORM NOTE-ADOS-RUN
                     WHEN "VOR"
                       PERFORM NOTE-VOR-RUN
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.

       COLLECT-RUNS-E.
           EXIT.

      ******************************************************************
       NOTE-ADOS-RUN SECTION.
       NOTE-ADOS-RUN-B.
           IF W-ADOS-TAB-COUNT >= W-ADOS-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-ADOS-RUN-E
           END-IF.
           ADD 1 TO W-ADOS-TAB-COUNT.
           MOVE RR-Run-Number TO WA-RUN(W-ADOS-TAB-COUNT).

       NOTE-ADOS-RUN-E.
           EXIT.

      ******************************************************************
       NOTE-VOR-RUN SECTION.
       NOTE-VOR-RUN-B.
           IF W-VOR-TAB-COUNT >= W-VOR-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-VOR-RUN-E
           END-IF.
           ADD 1 TO W-VOR-TAB-COUNT.
           MOVE RR-Run-Number TO WV-RUN(W-VOR-TAB-COUNT).
           MOVE SPACE         TO WV-STATUS(W-VOR-TAB-COUNT).
           MOVE ZERO          TO WV-RECON-DATE(W-VOR-TAB-COUNT).

       NOTE-VOR-RUN-E.
           EXIT.

      ******************************************************************
      * Returns W-LINE-RUN's place among the period's ADOS runs in
      *   W-THIS-ADOS - zero if it is not one of them.
       FIND-ADOS-RUN SECTION.
       FIND-ADOS-RUN-B.
           MOVE 0 TO W-THIS-ADOS.
           PERFORM VARYING W-AX FROM 1 BY 1
                   UNTIL W-AX > W-ADOS-TAB-COUNT
                      OR W-THIS-ADOS > 0
             IF WA-RUN(W-AX) = W-LINE-RUN
               MOVE W-AX TO W-THIS-ADOS
             END-IF
           END-PERFORM.

       FIND-ADOS-RUN-E.
           EXIT.

      ******************************************************************
      * Suspense rows of the period's runs not yet resubmitted or
      *   written off.
       CHECK-SUSPENSE SECTION.
       CHECK-SUSPENSE-B.
           MOVE "SUSPENSE ROWS STILL OPEN OR CORRECTED (ADA000116S)"
             TO W-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEAD.
           MOVE "      RUN   ROW  ST  ENT  REASON" TO PCLRPT-REC.
           WRITE PCLRPT-REC.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ REJFILE NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF Rej-Open OR Rej-Corrected
                   MOVE Rej-Run-Number TO W-LINE-RUN
                   PERFORM FIND-ADOS-RUN
                   IF W-THIS-ADOS > 0
                     MOVE Rej-Run-Number    TO W-RUN-ED
                     MOVE Rej-Record-Number TO W-REC-ED
                     MOVE SPACES TO W-LINE
                     STRING "  " W-RUN-ED " " W-REC-ED
                            "   " Rej-Status
                            "  " Rej-Entity-Code
                            "  " Rej-Reason
                       DELIMITED BY SIZE INTO W-LINE
                     END-STRING
                     PERFORM PRINT-BLOCKER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           PERFORM PRINT-SECTION-FOOT.

       CHECK-SUSPENSE-E.
           EXIT.

      ******************************************************************
      * Live headers of the period's runs: each one not reversed and
      *   not fully approved is listed, and every header notes its
      *   run and entity for the journal check.
       CHECK-APPROVALS SECTION.
       CHECK-APPROVALS-B.
           MOVE "INVOICES NOT APPROVED (ADA000131S)" TO W-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEAD.
           MOVE "  INVOICE     RUN  ENT  SUPPLIER   SUPPLIER REF"
             TO W-LINE.
           MOVE "APPROVAL" TO W-LINE(68:8).
           MOVE W-LINE TO PCLRPT-REC.
           WRITE PCLRPT-REC.

           MOVE LOW-VALUES TO gaadInvNo.
           START IFHDR KEY >= gaadInvNo
             INVALID KEY
               GO TO CHECK-APPROVALS-X
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ IFHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE gaadRunNbr TO W-LINE-RUN
                 PERFORM FIND-ADOS-RUN
                 IF W-THIS-ADOS > 0
                   MOVE gaadEntCde TO W-LINE-ENT
                   PERFORM NOTE-RUN-ENTITY
                   IF  gaadRevSts NOT = "R"
                   AND gaadAppSts NOT = "A"
                     MOVE gaadRunNbr TO W-RUN-ED
                     MOVE SPACES TO W-LINE
                     STRING "  " gaadInvNo " " W-RUN-ED
                            "  " W-LINE-ENT
                            "  " gaadSupLoc "/" gaadSupAcc
                            "  " gaadSppInv
                       DELIMITED BY SIZE INTO W-LINE
                     END-STRING
                     EVALUATE gaadAppSts
                       WHEN "1"
                         MOVE "FIRST APPROVAL ONLY" TO W-LINE(68:20)
                       WHEN "Q"
                         MOVE "QUERIED"             TO W-LINE(68:20)
                       WHEN OTHER
                         MOVE "NOT LOOKED AT"       TO W-LINE(68:20)
                     END-EVALUATE
                     PERFORM PRINT-BLOCKER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       CHECK-APPROVALS-X.
           PERFORM PRINT-SECTION-FOOT.

       CHECK-APPROVALS-E.
           EXIT.

      ******************************************************************
      * Swept headers of the period's runs still need their run
      *   journalled for their entity.
       NOTE-HISTORY-ENTITIES SECTION.
       NOTE-HISTORY-ENTITIES-B.
           IF O-HSTHDR = 0
             GO TO NOTE-HISTORY-ENTITIES-E
           END-IF.

           MOVE LOW-VALUES TO HH-Invoice-No.
           START HSTHDR KEY >= HH-Invoice-No
             INVALID KEY
               GO TO NOTE-HISTORY-ENTITIES-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ HSTHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE HH-Run-Number TO W-LINE-RUN
                 PERFORM FIND-ADOS-RUN
                 IF W-THIS-ADOS > 0
                   MOVE HH-Entity-Code TO W-LINE-ENT
                   PERFORM NOTE-RUN-ENTITY
                 END-IF
             END-READ
           END-PERFORM.

       NOTE-HISTORY-ENTITIES-E.
           EXIT.

      ******************************************************************
      * Counts a header against its run and entity, adding the pair if
      *   it is new. A header with no entity is the UK company's, as
      *   on the journal extract.
       NOTE-RUN-ENTITY SECTION.
       NOTE-RUN-ENTITY-B.
           IF W-LINE-ENT = SPACES
             MOVE "GBR" TO W-LINE-ENT
           END-IF.

           MOVE 0 TO W-THIS-RE.
           PERFORM VARYING W-EX FROM 1 BY 1
                   UNTIL W-EX > W-RE-TAB-COUNT
                      OR W-THIS-RE > 0
             IF  WE-RUN(W-EX) = W-LINE-RUN
             AND WE-ENT(W-EX) = W-LINE-ENT
               MOVE W-EX TO W-THIS-RE
             END-IF
           END-PERFORM.

           IF W-THIS-RE = 0
             IF W-RE-TAB-COUNT >= W-RE-TAB-MAX
               SET W-TAB-FULL TO TRUE
               GO TO NOTE-RUN-ENTITY-E
             END-IF
             ADD 1 TO W-RE-TAB-COUNT
             MOVE W-RE-TAB-COUNT TO W-THIS-RE
             MOVE W-LINE-RUN TO WE-RUN(W-THIS-RE)
             MOVE W-LINE-ENT TO WE-ENT(W-THIS-RE)
             MOVE ZERO       TO WE-HEADERS(W-THIS-RE)
           END-IF.

           ADD 1 TO WE-HEADERS(W-THIS-RE).

       NOTE-RUN-ENTITY-E.
           EXIT.

      ******************************************************************
      * Each run and entity with headers must have its ADA000127S
      *   journal on the extract log. The extract reads the interface
      *   files whichever source fed them, and logs every run it
      *   journals under ADOS.
       CHECK-JOURNALS SECTION.
       CHECK-JOURNALS-B.
           MOVE "RUNS WITH NO JOURNAL EXTRACTED (ADA000127S)"
             TO W-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEAD.
           MOVE "      RUN  ENT  INVOICES" TO PCLRPT-REC.
           WRITE PCLRPT-REC.

           PERFORM VARYING W-EX FROM 1 BY 1
                   UNTIL W-EX > W-RE-TAB-COUNT
             MOVE 0 TO W-JRN-FOUND
             IF O-JRNLOG = 1
               MOVE "ADOS"       TO JLG-Application
               MOVE WE-RUN(W-EX) TO JLG-Run-Number
               MOVE WE-ENT(W-EX) TO JLG-Entity-Code
               READ JRNLOG
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 1 TO W-JRN-FOUND
               END-READ
             END-IF
             IF W-JRN-FOUND = 0
               MOVE WE-RUN(W-EX)     TO W-RUN-ED
               MOVE WE-HEADERS(W-EX) TO W-CNT-ED
               MOVE SPACES TO W-LINE
               STRING "  " W-RUN-ED "  " WE-ENT(W-EX)
                      "     " W-CNT-ED
                 DELIMITED BY SIZE INTO W-LINE
               END-STRING
               PERFORM PRINT-BLOCKER
             END-IF
           END-PERFORM.

           PERFORM PRINT-SECTION-FOOT.

       CHECK-JOURNALS-E.
           EXIT.

      ******************************************************************
      * The newest VORCYCL0 row for each of the period's VOR runs -
      *   the file is in the order written, so the last row read wins.
       CHECK-VOR-CYCLES SECTION.
       CHECK-VOR-CYCLES-B.
           MOVE "VOR CYCLES NOT COMPLETE (VAX000602C / VAX000603C)"
             TO W-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEAD.
           MOVE "      RUN  CYCLE STATUS" TO PCLRPT-REC.
           WRITE PCLRPT-REC.

           IF O-VORCYC = 1
             MOVE 0 TO W-EOF
             PERFORM UNTIL W-EOF = 1
               READ VORCYC NEXT
                 AT END
                   MOVE 1 TO W-EOF
                 NOT AT END
                   MOVE 0 TO W-THIS-VOR
                   PERFORM VARYING W-VX FROM 1 BY 1
                           UNTIL W-VX > W-VOR-TAB-COUNT
                              OR W-THIS-VOR > 0
                     IF WV-RUN(W-VX) = CY-RUN-NUMBER
                       MOVE W-VX TO W-THIS-VOR
                     END-IF
                   END-PERFORM
                   IF W-THIS-VOR > 0
                     MOVE CY-STATUS     TO WV-STATUS(W-THIS-VOR)
                     MOVE CY-RECON-DATE TO WV-RECON-DATE(W-THIS-VOR)
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           PERFORM VARYING W-VX FROM 1 BY 1
                   UNTIL W-VX > W-VOR-TAB-COUNT
             IF WV-STATUS(W-VX) NOT = "C"
               MOVE WV-RUN(W-VX) TO W-RUN-ED
               MOVE SPACES TO W-LINE
               EVALUATE WV-STATUS(W-VX)
                 WHEN "F"
                   STRING "  " W-RUN-ED "  FAILED "
                          WV-RECON-DATE(W-VX)
                          " - RETRANSMIT WITH VAX000603C"
                     DELIMITED BY SIZE INTO W-LINE
                   END-STRING
                 WHEN SPACE
                   STRING "  " W-RUN-ED
                          "  NOT RECONCILED - NO CYCLE ROW"
                     DELIMITED BY SIZE INTO W-LINE
                   END-STRING
                 WHEN OTHER
                   STRING "  " W-RUN-ED "  STATUS " WV-STATUS(W-VX)
                     DELIMITED BY SIZE INTO W-LINE
                   END-STRING
               END-EVALUATE
               PERFORM PRINT-BLOCKER
             END-IF
           END-PERFORM.

           PERFORM PRINT-SECTION-FOOT.

       CHECK-VOR-CYCLES-E.
           EXIT.

      ******************************************************************
      * Severity-1 rows written in the period and never reviewed.
       CHECK-AUDIT-LOG SECTION.
       CHECK-AUDIT-LOG-B.
           MOVE "SEVERITY-1 AUDIT ROWS NOT REVIEWED (NVA001602S)"
             TO W-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEAD.
           MOVE "  DATE      PROGRAM        RUN  KEY" TO W-LINE.
           MOVE "PROBLEM" TO W-LINE(55:7).
           MOVE W-LINE TO PCLRPT-REC.
           WRITE PCLRPT-REC.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ AUDITLOG NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  AL-SEV-CRITICAL
                 AND AL-NOT-REVIEWED
                 AND AL-TS-DATE >= W-PERIOD-START
                 AND AL-TS-DATE <= W-PERIOD-END
                   MOVE AL-RUN-NUMBER TO W-RUN-ED
                   MOVE SPACES TO W-LINE
                   STRING "  " AL-TS-DATE "  " AL-PROGRAM-NAME
                          " " W-RUN-ED "  " AL-RECORD-KEY
                          "  " AL-PROBLEM-DESC
                     DELIMITED BY SIZE INTO W-LINE
                   END-STRING
                   PERFORM PRINT-BLOCKER
                 END-IF
             END-READ
           END-PERFORM.

           PERFORM PRINT-SECTION-FOOT.

       CHECK-AUDIT-LOG-E.
           EXIT.

      ******************************************************************
      * Runs of any application started in the period that never
      *   reported their end - an abend, or still in flight.
       CHECK-STARTED-RUNS SECTION.
       CHECK-STARTED-RUNS-B.
           MOVE "RUNS STILL AT STATUS S (NEVER ENDED)"
             TO W-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEAD.
           MOVE "  APPLICATION    RUN  STARTED   TIME" TO PCLRPT-REC.
           WRITE PCLRPT-REC.

           MOVE LOW-VALUES TO RR-Key.
           START RUNREG KEY >= RR-Key
             INVALID KEY
               GO TO CHECK-STARTED-RUNS-X
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ RUNREG NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  RR-Run-Number NOT = ZERO
                 AND RR-Started
                 AND RR-Start-Date >= W-PERIOD-START
                 AND RR-Start-Date <= W-PERIOD-END
                   MOVE RR-Run-Number TO W-RUN-ED
                   MOVE SPACES TO W-LINE
                   STRING "  " RR-Application " " W-RUN-ED
                          "  " RR-Start-Date "  " RR-Start-Time
                     DELIMITED BY SIZE INTO W-LINE
                   END-STRING
                   PERFORM PRINT-BLOCKER
                 END-IF
             END-READ
           END-PERFORM.

       CHECK-STARTED-RUNS-X.
           PERFORM PRINT-SECTION-FOOT.

       CHECK-STARTED-RUNS-E.
           EXIT.

      ******************************************************************
       PRINT-SECTION-HEAD SECTION.
       PRINT-SECTION-HEAD-B.
           MOVE ZERO TO W-SECTION-COUNT.
           MOVE W-SECTION-TITLE TO PCLRPT-REC.
           WRITE PCLRPT-REC.

       PRINT-SECTION-HEAD-E.
           EXIT.

      ******************************************************************
      * Writes the blocker line already laid out in W-LINE.
       PRINT-BLOCKER SECTION.
       PRINT-BLOCKER-B.
           ADD 1 TO W-SECTION-COUNT.
           ADD 1 TO W-BLOCKERS.
           MOVE W-LINE TO PCLRPT-REC.
           WRITE PCLRPT-REC.

       PRINT-BLOCKER-E.
           EXIT.

      ******************************************************************
       PRINT-SECTION-FOOT SECTION.
       PRINT-SECTION-FOOT-B.
           IF W-SECTION-COUNT = ZERO
             MOVE "  NONE" TO PCLRPT-REC
             WRITE PCLRPT-REC
           END-IF.
           MOVE SPACES TO PCLRPT-REC.
           WRITE PCLRPT-REC.

       PRINT-SECTION-FOOT-E.
           EXIT.

      ******************************************************************
       PRINT-VERDICT SECTION.
       PRINT-VERDICT-B.
           IF W-TAB-FULL
             MOVE "** A TABLE OVERFLOWED - LISTING INCOMPLETE"
               TO PCLRPT-REC
             WRITE PCLRPT-REC
           END-IF.

           MOVE SPACES TO PCLRPT-REC.
           IF W-BLOCKERS = ZERO AND NOT W-TAB-FULL
             STRING "PERIOD " L-PERIOD " IS READY TO CLOSE"
               DELIMITED BY SIZE INTO PCLRPT-REC
             END-STRING
           ELSE
             MOVE W-BLOCKERS TO W-CNT-ED
             STRING "PERIOD " L-PERIOD " IS NOT READY TO CLOSE - "
                    W-CNT-ED " BLOCKER(S)"
               DELIMITED BY SIZE INTO PCLRPT-REC
             END-STRING
           END-IF.
           WRITE PCLRPT-REC.

       PRINT-VERDICT-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-RUNREG = 1
             CLOSE RUNREG
             MOVE 0 TO O-RUNREG
           END-IF.

           IF O-REJFILE = 1
             CLOSE REJFILE
             MOVE 0 TO O-REJFILE
           END-IF.

           IF O-IFHDR = 1
             CLOSE IFHDR
             MOVE 0 TO O-IFHDR
           END-IF.

           IF O-HSTHDR = 1
             CLOSE HSTHDR
             MOVE 0 TO O-HSTHDR
           END-IF.

           IF O-JRNLOG = 1
             CLOSE JRNLOG
             MOVE 0 TO O-JRNLOG
           END-IF.

           IF O-VORCYC = 1
             CLOSE VORCYC
             MOVE 0 TO O-VORCYC
           END-IF.

           IF O-AUDITLOG = 1
             CLOSE AUDITLOG
             MOVE 0 TO O-AUDITLOG
           END-IF.

           IF O-PCLRPT = 1
             CLOSE PCLRPT
             MOVE 0 TO O-PCLRPT
           END-IF.

           GOBACK.
