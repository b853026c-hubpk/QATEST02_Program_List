       IDENTIFICATION DIVISION.
       PROGRAM-ID. NVA001607S.

      **************************************************************************
      *  VFS-UK application. IPN26454                                          *
      *                                                                        *
      *  Month-end goods-received-not-invoiced accrual - turns the             *
      *    UNINVOICEO file the NVA001600S enrichment run leaves behind         *
      *    (every delivered-but-uninvoiced InvBCV, with its AOL codes)         *
      *    into a balanced GL journal in the ADGLJRNL0 format the              *
      *    ADA000127S extract already hands the ledger, instead of             *
      *    Finance building the accrual on a spreadsheet. The items are        *
      *    read from AOLUNACL0, which NVA001600S writes beside UNINVOICEO      *
      *    with the InvBCV and first AOL code of each row.                     *
      *                                                                        *
      *  Each InvBCV is charged to the expense account and department          *
      *    its (first) AOL code maps to on AOLGLMAPL0, at the standard         *
      *    value the map holds for the code; the InvBCVs are summed into       *
      *    one DR line per account/department and the total goes CR to         *
      *    the keyed GRNI accrual account, so the journal balances by          *
      *    construction and is proved before it is handed over. Left           *
      *    out of the accrual:                                                 *
      *     - InvBCVs a supervisor has closed as no-invoice-expected on        *
      *       AOLDISPL0 (the NVA001605S screen);                               *
      *     - InvBCVs whose invoice has in fact posted through ADOS -          *
      *       the NVA001606S rule: the InvBCV standing alone in the            *
      *       supplier-reference field of a live or history header that        *
      *       has not been reversed;                                           *
      *     - InvBCVs with no AOL code, or an AOL code not on the map or       *
      *       with no standard value on it - these are listed for              *
      *       Finance to map and rerun.                                        *
      *                                                                        *
      *  Every journal record carries the first day of the ADPERCALL0          *
      *    period after the accrual period as its auto-reverse date, so        *
      *    the ledger backs the accrual out when the next month opens.         *
      *    The listing shows the InvBCVs behind each accrual line, then        *
      *    everything left out and why.                                        *
      *                                                                        *
      *  Author: D.Rowan 2026-10-08                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26471 2026/10/15 DR001 Items read from AOLUNACL0 (InvBCV and AOL   *
      *                            code, written by NVA001600S) and valued at  *
      *                            the AOLGLMAPL0 standard value - UNINVOICEO  *
      *                            has neither the InvBCV nor a value          *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The uninvoiced items - InvBCV and AOL code of each UNINVOICEO
      *   row, written beside it by NVA001600S
           SELECT UNACC    ASSIGN      TO DATABASE-AOLUNACL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-UNACC.

      * No-invoice-expected dispositions from the NVA001605S screen
           SELECT AOLDISP  ASSIGN      TO DATABASE-AOLDISPL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS DSP-InvBCV
                         FILE STATUS   IS ST-AOLDISP.

      * Posted interface headers
           SELECT IFHDR    ASSIGN      TO DATABASE-ADIFCHDRL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS gaadInvNo
                         FILE STATUS   IS ST-IFHDR.

      * Header history - invoices the month-end sweep already moved
           SELECT HISTHDR  ASSIGN      TO DATABASE-ADIFCHDRH0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS HH-Invoice-No
                         FILE STATUS   IS ST-HISTHDR.

      * AOL code to GL account/department
           SELECT AOLMAP   ASSIGN      TO DATABASE-AOLGLMAPL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS MAP-AOL-Code
                         FILE STATUS   IS ST-AOLMAP.

      * Posting calendar - the accrual period and the one after it
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

      * The accrual listing for Finance
           SELECT ACRRPT   ASSIGN      TO DATABASE-NVAACRRPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-ACRRPT.

       DATA DIVISION.
        FILE SECTION.
         FD UNACC.
          01 UNACCREC.
             COPY AOLUNACL0.

         FD AOLDISP.
          01 AOLDISP-REC.
             COPY AOLDISPL0.

         FD IFHDR.
          01 IFHDR-REC.
             COPY ADIFCHDRL0.

         FD HISTHDR.
          01 HISTHDR-REC.
             COPY ADIFCHDRH0.

         FD AOLMAP.
          01 AOLMAP-REC.
             COPY AOLGLMAPL0.

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

         FD ACRRPT.
          01 ACRRPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
        01  ST-UNACC    PIC X(2).
        01  ST-AOLDISP  PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HISTHDR  PIC X(2).
        01  ST-AOLMAP   PIC X(2).
        01  ST-PERCAL   PIC X(2).
        01  ST-JRNCTL   PIC X(2).
        01  ST-GLJRN    PIC X(2).
        01  ST-ACRRPT   PIC X(2).
        01  O-UNACC     PIC 9 VALUE ZERO.
        01  O-AOLDISP   PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HISTHDR   PIC 9 VALUE ZERO.
        01  O-AOLMAP    PIC 9 VALUE ZERO.
        01  O-PERCAL    PIC 9 VALUE ZERO.
        01  O-JRNCTL    PIC 9 VALUE ZERO.
        01  O-GLJRN     PIC 9 VALUE ZERO.
        01  O-ACRRPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

      * VFS-UK is the UK company - the accrual is always GBR's
        01 W-ENTITY         PIC X(3) VALUE "GBR".

      * Every UNINVOICEO row, with the verdict reached on it
        01 W-ITM-TAB-MAX    PIC 9(5) VALUE 5000.
        01 W-ITM-TAB-COUNT  PIC 9(5) VALUE ZERO.
        01 W-ITM-TAB.
           05 W-ITM-ENTRY OCCURS 5000.
              10 WI-INVBCV   PIC X(15).
              10 WI-AOL      PIC X(10).
              10 WI-AMT      PIC S9(11)V99 COMP-3.
      * blank = accrued; D = dispositioned, P = posted through ADOS,
      *   M = no AOL code or no GL mapping for it
              10 WI-STATUS   PIC X(1).
                 88 WI-ACCRUED          VALUE " ".
                 88 WI-DISPOSITIONED    VALUE "D".
                 88 WI-POSTED           VALUE "P".
                 88 WI-UNMAPPED         VALUE "M".
      * the posted invoice for a P item, the accrual line for the rest
              10 WI-INVNO    PIC X(7).
              10 WI-LINE     PIC 9(4).
        01 W-IX             PIC 9(5).

      * One accrual line per account/department/analysis
        01 W-ACR-TAB-MAX    PIC 9(4) VALUE 500.
        01 W-ACR-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-ACR-TAB.
           05 W-ACR-ENTRY OCCURS 500.
              10 WA-LOC      PIC X(2).
              10 WA-ACC      PIC X(6).
              10 WA-DEPT     PIC X(4).
              10 WA-ANAL     PIC X(5).
              10 WA-AMT      PIC S9(11)V99 COMP-3.
              10 WA-COUNT    PIC 9(5).
              10 WA-LINE-NO  PIC S9(5) COMP-3.
        01 W-AX             PIC 9(4).
        01 W-THIS-ACR       PIC 9(4).

        01 W-TAB-FULL-FLAG  PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.

        01 W-NEXT-PERIOD    PIC 9(6) VALUE ZERO.
        01 W-REVERSE-DATE   PIC 9(8) VALUE ZERO.

        01 W-JOURNAL-NO     PIC 9(7) VALUE ZERO.
        01 W-LINE-NO        PIC S9(5) COMP-3 VALUE ZERO.

      * Balance proof and the control record's hash
        01 W-ACCRUAL-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-DR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-CR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-HASH-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
        01 W-BALANCE-DIFF   PIC S9(11)V99 COMP-3.

        01 W-ACCRUED-COUNT  PIC 9(5) VALUE ZERO.
        01 W-DISP-COUNT     PIC 9(5) VALUE ZERO.
        01 W-POSTED-COUNT   PIC 9(5) VALUE ZERO.
        01 W-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.
        01 W-SECTION-COUNT  PIC 9(5).

        01 W-AMT-ED         PIC Z(9)9.99-.
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LIN-ED         PIC ZZZ9.
        01 W-JRN-ED         PIC 9(7).
        01 W-LINE           PIC X(100).

       LINKAGE SECTION.
      * Output: 0 = journal written, M = journal written but items
      *   with no AOL code or no GL mapping were left out (listed),
      *   P = accrual period not open on ADPERCALL0, V = no usable
      *   next period on ADPERCALL0 to reverse into, A = accrual
      *   account not keyed, N = nothing to accrue, T = a table
      *   overflowed and no journal was written, B = journal out of
      *   balance, F = a file would not open
        01 L-RETURN          PIC X(1).

      * Input : the period being accrued (yyyymm)
        01 L-PERIOD          PIC 9(6).

      * Input : this run's job/run number, stamped on the journal
        01 L-RUN-NUMBER      PIC S9(7) COMP-3.

      * Input : the ledger's GRNI accrual account
        01 L-ACCRUAL-ACCOUNT.
           05 L-ACR-LOC      PIC X(2).
           05 L-ACR-NO       PIC X(6).

      * Output: the journal number allocated
        01 L-JOURNAL-NO      PIC 9(7).

      ***************************************************************
       PROCEDURE DIVISION USING L-RETURN L-PERIOD L-RUN-NUMBER
                                L-ACCRUAL-ACCOUNT L-JOURNAL-NO.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.
           MOVE ZERO TO L-JOURNAL-NO.

           IF L-ACR-LOC = SPACES OR L-ACR-NO = SPACES
             MOVE "A" TO L-RETURN
             GOBACK
           END-IF.

           PERFORM OPEN-FILES.

           PERFORM CHECK-PERIODS.
           IF L-RETURN NOT = "0"
             GO TO MAIN-E
           END-IF.

           PERFORM LOAD-ITEMS.
           PERFORM SCAN-LIVE-HEADERS.
           PERFORM SCAN-HIST-HEADERS.
           PERFORM MAP-ITEMS.

           IF W-TAB-FULL
             MOVE "T" TO L-RETURN
             PERFORM PRINT-HEADING
             MOVE "** ITEM OR ACCRUAL TABLE FULL - NO JOURNAL WRITTEN"
               TO ACRRPT-REC
             WRITE ACRRPT-REC
             GO TO MAIN-E
           END-IF.

           IF W-ACR-TAB-COUNT = ZERO
             MOVE "N" TO L-RETURN
             PERFORM PRINT-HEADING
             PERFORM PRINT-EXCLUSIONS
             PERFORM PRINT-SUMMARY
             GO TO MAIN-E
           END-IF.

           PERFORM ALLOCATE-JOURNAL-NO.
           PERFORM WRITE-ACCRUAL.
           PERFORM WRITE-CONTROL-RECORD.
           MOVE W-JOURNAL-NO TO L-JOURNAL-NO.

           IF  L-RETURN = "0"
           AND W-UNMAPPED-COUNT > ZERO
             MOVE "M" TO L-RETURN
           END-IF.

           PERFORM PRINT-HEADING.
           PERFORM PRINT-ACCRUAL-LINES.
           PERFORM PRINT-EXCLUSIONS.
           PERFORM PRINT-SUMMARY.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN INPUT UNACC.
           IF ST-UNACC NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-UNACC.

           OPEN INPUT AOLDISP.
           IF ST-AOLDISP NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-AOLDISP.

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

           OPEN INPUT AOLMAP.
           IF ST-AOLMAP NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-AOLMAP.

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

           OPEN OUTPUT ACRRPT.
           IF ST-ACRRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-ACRRPT.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * The accrual goes into an open period, and reverses on the
      *   first day of the period after it - which must be on the
      *   calendar and not already closed, or the reversal would have
      *   nowhere to post.
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
      * Loads every uninvoiced item, settling the disposition verdict
      *   as it goes - a dispositioned InvBCV still reaches UNINVOICEO
      *   (NVA001600S only suppresses its exception), so it is
      *   dropped here.
       LOAD-ITEMS SECTION.
       LOAD-ITEMS-B.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ UNACC NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF W-ITM-TAB-COUNT < W-ITM-TAB-MAX
                   ADD 1 TO W-ITM-TAB-COUNT
                   PERFORM NOTE-ITEM
                 ELSE
                   SET W-TAB-FULL TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

       LOAD-ITEMS-E.
           EXIT.

      ******************************************************************
       NOTE-ITEM SECTION.
       NOTE-ITEM-B.
           MOVE W-ITM-TAB-COUNT TO W-IX.
           MOVE UNA-InvBCV        TO WI-INVBCV(W-IX).
           MOVE UNA-AOL-Code      TO WI-AOL(W-IX).
           MOVE ZERO              TO WI-AMT(W-IX).
           MOVE SPACES            TO WI-INVNO(W-IX).
           MOVE ZERO              TO WI-LINE(W-IX).
           MOVE SPACE             TO WI-STATUS(W-IX).

           MOVE WI-INVBCV(W-IX) TO DSP-InvBCV.
           READ AOLDISP
             INVALID KEY
               GO TO NOTE-ITEM-E
           END-READ.

           IF DSP-No-Invoice
             SET WI-DISPOSITIONED(W-IX) TO TRUE
             ADD 1 TO W-DISP-COUNT
           END-IF.

       NOTE-ITEM-E.
           EXIT.

      ******************************************************************
      * The NVA001606S rule: a tracked InvBCV standing alone in the
      *   supplier-reference field of a posted header means the
      *   invoice has arrived - it is a liability on the ledger
      *   already and must not be accrued twice. A reversed invoice
      *   was backed out of the ledger, so it does not count.
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
                 IF  gaadRevSts NOT = "R"
                 AND gaadSppInv(16:5) = SPACES
                   PERFORM VARYING W-IX FROM 1 BY 1
                           UNTIL W-IX > W-ITM-TAB-COUNT
                     IF  WI-ACCRUED(W-IX)
                     AND gaadSppInv(1:15) = WI-INVBCV(W-IX)
                       SET WI-POSTED(W-IX) TO TRUE
                       MOVE gaadInvNo TO WI-INVNO(W-IX)
                       ADD 1 TO W-POSTED-COUNT
                     END-IF
                   END-PERFORM
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
                 IF  HH-Reversed NOT = "R"
                 AND HH-Supplier-Invoice(16:5) = SPACES
                   PERFORM VARYING W-IX FROM 1 BY 1
                           UNTIL W-IX > W-ITM-TAB-COUNT
                     IF  WI-ACCRUED(W-IX)
                     AND HH-Supplier-Invoice(1:15) = WI-INVBCV(W-IX)
                       SET WI-POSTED(W-IX) TO TRUE
                       MOVE HH-Invoice-No TO WI-INVNO(W-IX)
                       ADD 1 TO W-POSTED-COUNT
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.

       SCAN-HIST-HEADERS-E.
           EXIT.

      ******************************************************************
      * Everything still to accrue is charged to its AOL code's
      *   account/department, at the code's standard value, and summed
      *   onto that accrual line.
       MAP-ITEMS SECTION.
       MAP-ITEMS-B.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-ITM-TAB-COUNT
             IF WI-ACCRUED(W-IX)
               PERFORM MAP-ONE-ITEM
             END-IF
           END-PERFORM.

       MAP-ITEMS-E.
           EXIT.

      ******************************************************************
       MAP-ONE-ITEM SECTION.
       MAP-ONE-ITEM-B.
           IF WI-AOL(W-IX) = SPACES
             SET WI-UNMAPPED(W-IX) TO TRUE
             ADD 1 TO W-UNMAPPED-COUNT
             GO TO MAP-ONE-ITEM-E
           END-IF.

           MOVE WI-AOL(W-IX) TO MAP-AOL-Code.
           READ AOLMAP
             INVALID KEY
               SET WI-UNMAPPED(W-IX) TO TRUE
               ADD 1 TO W-UNMAPPED-COUNT
               GO TO MAP-ONE-ITEM-E
           END-READ.

      * A mapping with no standard value would accrue nothing - it is
      *   listed with the unmapped ones for Finance to complete
           IF MAP-Accrual-Value NOT > ZERO
             SET WI-UNMAPPED(W-IX) TO TRUE
             ADD 1 TO W-UNMAPPED-COUNT
             GO TO MAP-ONE-ITEM-E
           END-IF.
           MOVE MAP-Accrual-Value TO WI-AMT(W-IX).

           PERFORM FIND-ACCRUAL-LINE.
           IF W-THIS-ACR = ZERO
             SET W-TAB-FULL TO TRUE
             GO TO MAP-ONE-ITEM-E
           END-IF.

           ADD WI-AMT(W-IX) TO WA-AMT(W-THIS-ACR).
           ADD 1 TO WA-COUNT(W-THIS-ACR).
           MOVE W-THIS-ACR TO WI-LINE(W-IX).
           ADD WI-AMT(W-IX) TO W-ACCRUAL-TOTAL.
           ADD 1 TO W-ACCRUED-COUNT.

       MAP-ONE-ITEM-E.
           EXIT.

      ******************************************************************
      * Returns the accrual line for the mapping just read in
      *   W-THIS-ACR, opening a new one if needed - zero if full.
       FIND-ACCRUAL-LINE SECTION.
       FIND-ACCRUAL-LINE-B.
           MOVE ZERO TO W-THIS-ACR.
           PERFORM VARYING W-AX FROM 1 BY 1
                   UNTIL W-AX > W-ACR-TAB-COUNT
                      OR W-THIS-ACR NOT = ZERO
             IF  WA-LOC(W-AX)  = MAP-Account-Loc
             AND WA-ACC(W-AX)  = MAP-Account-No
             AND WA-DEPT(W-AX) = MAP-Dept
             AND WA-ANAL(W-AX) = MAP-Anal
               MOVE W-AX TO W-THIS-ACR
             END-IF
           END-PERFORM.

           IF W-THIS-ACR NOT = ZERO
             GO TO FIND-ACCRUAL-LINE-E
           END-IF.

           IF W-ACR-TAB-COUNT NOT < W-ACR-TAB-MAX
             GO TO FIND-ACCRUAL-LINE-E
           END-IF.

           ADD 1 TO W-ACR-TAB-COUNT.
           MOVE W-ACR-TAB-COUNT TO W-THIS-ACR.
           MOVE MAP-Account-Loc TO WA-LOC(W-THIS-ACR).
           MOVE MAP-Account-No  TO WA-ACC(W-THIS-ACR).
           MOVE MAP-Dept        TO WA-DEPT(W-THIS-ACR).
           MOVE MAP-Anal        TO WA-ANAL(W-THIS-ACR).
           MOVE ZERO            TO WA-AMT(W-THIS-ACR).
           MOVE ZERO            TO WA-COUNT(W-THIS-ACR).
           MOVE ZERO            TO WA-LINE-NO(W-THIS-ACR).

       FIND-ACCRUAL-LINE-E.
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
      * One expense line per accrual line, then the GRNI accrual
      *   account for the total. A line whose items net negative
      *   (credit-value deliveries) goes on the other side.
       WRITE-ACCRUAL SECTION.
       WRITE-ACCRUAL-B.
           PERFORM VARYING W-AX FROM 1 BY 1
                   UNTIL W-AX > W-ACR-TAB-COUNT
             IF WA-AMT(W-AX) NOT = ZERO
               MOVE SPACES TO GLJRN-REC
               ADD 1 TO W-LINE-NO
               MOVE W-LINE-NO TO WA-LINE-NO(W-AX)
               MOVE WA-LOC(W-AX)  TO GJ-ACCOUNT-LOC
               MOVE WA-ACC(W-AX)  TO GJ-ACCOUNT-NO
               MOVE WA-DEPT(W-AX) TO GJ-DEPT
               MOVE WA-ANAL(W-AX) TO GJ-ANAL
               IF WA-AMT(W-AX) < ZERO
                 MOVE "CR" TO GJ-DR-CR
                 COMPUTE GJ-AMOUNT = 0 - WA-AMT(W-AX)
               ELSE
                 MOVE "DR" TO GJ-DR-CR
                 MOVE WA-AMT(W-AX) TO GJ-AMOUNT
               END-IF
               MOVE WA-COUNT(W-AX) TO W-CNT-ED
               STRING "GRNI ACCRUAL " L-PERIOD " -" W-CNT-ED
                      " INVBCVS"
                 DELIMITED BY SIZE INTO GJ-DESC
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
             END-IF
           END-PERFORM.

           IF W-ACCRUAL-TOTAL = ZERO
             GO TO WRITE-ACCRUAL-E
           END-IF.

           MOVE SPACES TO GLJRN-REC.
           ADD 1 TO W-LINE-NO.
           MOVE L-ACR-LOC TO GJ-ACCOUNT-LOC.
           MOVE L-ACR-NO  TO GJ-ACCOUNT-NO.
           IF W-ACCRUAL-TOTAL < ZERO
             MOVE "DR" TO GJ-DR-CR
             COMPUTE GJ-AMOUNT = 0 - W-ACCRUAL-TOTAL
           ELSE
             MOVE "CR" TO GJ-DR-CR
             MOVE W-ACCRUAL-TOTAL TO GJ-AMOUNT
           END-IF.
           STRING "GRNI ACCRUAL " L-PERIOD " - ACCRUALS ACCOUNT"
             DELIMITED BY SIZE INTO GJ-DESC
           END-STRING.
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-ACCRUAL-E.
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
           STRING "GRNI ACCRUAL - PERIOD " L-PERIOD
                  "  JOURNAL " W-JRN-ED
                  "  AUTO-REVERSES " W-REVERSE-DATE
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ACRRPT-REC.
           WRITE ACRRPT-REC.
           MOVE SPACES TO ACRRPT-REC.
           WRITE ACRRPT-REC.

       PRINT-HEADING-E.
           EXIT.

      ******************************************************************
      * Each accrual line, then the InvBCVs that make it up.
       PRINT-ACCRUAL-LINES SECTION.
       PRINT-ACCRUAL-LINES-B.
           PERFORM VARYING W-AX FROM 1 BY 1
                   UNTIL W-AX > W-ACR-TAB-COUNT
             MOVE SPACES TO W-LINE
             MOVE WA-LINE-NO(W-AX) TO W-LIN-ED
             MOVE WA-AMT(W-AX) TO W-AMT-ED
             MOVE WA-COUNT(W-AX) TO W-CNT-ED
             STRING "LINE " W-LIN-ED
                    "  " WA-LOC(W-AX) "-" WA-ACC(W-AX)
                    " " WA-DEPT(W-AX)
                    " " WA-ANAL(W-AX)
                    "  " W-AMT-ED
                    "  " W-CNT-ED " INVBCVS"
               DELIMITED BY SIZE INTO W-LINE
             END-STRING
             MOVE W-LINE TO ACRRPT-REC
             WRITE ACRRPT-REC
             PERFORM VARYING W-IX FROM 1 BY 1
                     UNTIL W-IX > W-ITM-TAB-COUNT
               IF  WI-ACCRUED(W-IX)
               AND WI-LINE(W-IX) = W-AX
                 PERFORM PRINT-ITEM
               END-IF
             END-PERFORM
           END-PERFORM.

           MOVE SPACES TO W-LINE.
           MOVE W-ACCRUAL-TOTAL TO W-AMT-ED.
           STRING "ACCRUALS ACCOUNT " L-ACR-LOC "-" L-ACR-NO
                  "  TOTAL " W-AMT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ACRRPT-REC.
           WRITE ACRRPT-REC.
           MOVE SPACES TO ACRRPT-REC.
           WRITE ACRRPT-REC.

       PRINT-ACCRUAL-LINES-E.
           EXIT.

      ******************************************************************
       PRINT-ITEM SECTION.
       PRINT-ITEM-B.
           MOVE SPACES TO W-LINE.
           MOVE WI-AMT(W-IX) TO W-AMT-ED.
           STRING "      " WI-INVBCV(W-IX)
                  "  AOL " WI-AOL(W-IX)
                  "  " W-AMT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           IF WI-POSTED(W-IX)
             MOVE "POSTED INV" TO W-LINE(60:10)
             MOVE WI-INVNO(W-IX) TO W-LINE(71:7)
           END-IF.
           MOVE W-LINE TO ACRRPT-REC.
           WRITE ACRRPT-REC.

       PRINT-ITEM-E.
           EXIT.

      ******************************************************************
      * What was left out of the accrual, and why.
       PRINT-EXCLUSIONS SECTION.
       PRINT-EXCLUSIONS-B.
           MOVE "NOT ACCRUED - NO AOL CODE, OR NO GL MAPPING OR VALUE:"
             TO ACRRPT-REC.
           WRITE ACRRPT-REC.
           MOVE ZERO TO W-SECTION-COUNT.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-ITM-TAB-COUNT
             IF WI-UNMAPPED(W-IX)
               ADD 1 TO W-SECTION-COUNT
               PERFORM PRINT-ITEM
             END-IF
           END-PERFORM.
           PERFORM PRINT-NONE.

           MOVE "EXCLUDED - INVOICE ALREADY POSTED THROUGH ADOS:"
             TO ACRRPT-REC.
           WRITE ACRRPT-REC.
           MOVE ZERO TO W-SECTION-COUNT.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-ITM-TAB-COUNT
             IF WI-POSTED(W-IX)
               ADD 1 TO W-SECTION-COUNT
               PERFORM PRINT-ITEM
             END-IF
           END-PERFORM.
           PERFORM PRINT-NONE.

           MOVE "EXCLUDED - DISPOSITIONED NO INVOICE EXPECTED:"
             TO ACRRPT-REC.
           WRITE ACRRPT-REC.
           MOVE ZERO TO W-SECTION-COUNT.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-ITM-TAB-COUNT
             IF WI-DISPOSITIONED(W-IX)
               ADD 1 TO W-SECTION-COUNT
               PERFORM PRINT-ITEM
             END-IF
           END-PERFORM.
           PERFORM PRINT-NONE.

       PRINT-EXCLUSIONS-E.
           EXIT.

      ******************************************************************
       PRINT-NONE SECTION.
       PRINT-NONE-B.
           IF W-SECTION-COUNT = ZERO
             MOVE "      NONE" TO ACRRPT-REC
             WRITE ACRRPT-REC
           END-IF.
           MOVE SPACES TO ACRRPT-REC.
           WRITE ACRRPT-REC.

       PRINT-NONE-E.
           EXIT.

      ******************************************************************
       PRINT-SUMMARY SECTION.
       PRINT-SUMMARY-B.
           MOVE SPACES TO W-LINE.
           MOVE W-ITM-TAB-COUNT TO W-CNT-ED.
           STRING "UNINVOICED ITEMS READ  . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ACRRPT-REC.
           WRITE ACRRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-ACCRUED-COUNT TO W-CNT-ED.
           STRING "ACCRUED  . . . . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ACRRPT-REC.
           WRITE ACRRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-UNMAPPED-COUNT TO W-CNT-ED.
           STRING "NOT ACCRUED - NOT MAPPED . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ACRRPT-REC.
           WRITE ACRRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-POSTED-COUNT TO W-CNT-ED.
           STRING "EXCLUDED - ALREADY POSTED  . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ACRRPT-REC.
           WRITE ACRRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-DISP-COUNT TO W-CNT-ED.
           STRING "EXCLUDED - DISPOSITIONED . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO ACRRPT-REC.
           WRITE ACRRPT-REC.

           IF W-ACR-TAB-COUNT = ZERO
             MOVE "** NOTHING TO ACCRUE - NO JOURNAL WRITTEN"
               TO ACRRPT-REC
             WRITE ACRRPT-REC
           END-IF.

       PRINT-SUMMARY-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-UNACC = 1
             CLOSE UNACC
             MOVE 0 TO O-UNACC
           END-IF.

           IF O-AOLDISP = 1
             CLOSE AOLDISP
             MOVE 0 TO O-AOLDISP
           END-IF.

           IF O-IFHDR = 1
             CLOSE IFHDR
             MOVE 0 TO O-IFHDR
           END-IF.

           IF O-HISTHDR = 1
             CLOSE HISTHDR
             MOVE 0 TO O-HISTHDR
           END-IF.

           IF O-AOLMAP = 1
             CLOSE AOLMAP
             MOVE 0 TO O-AOLMAP
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

           IF O-ACRRPT = 1
             CLOSE ACRRPT
             MOVE 0 TO O-ACRRPT
           END-IF.

           GOBACK.
