       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000134S.

      **************************************************************************
      *  Finance application. IPN26452                                         *
      *                                                                        *
      *  Supervisor reversal of a posted ADOS invoice - replaces the           *
      *    DFU delete of a wrongly posted header (wrong supplier, or the       *
      *    same invoice keyed twice in ADOS under two references), which       *
      *    left no trail and holed anything already extracted.                 *
      *                                                                        *
      *  A supervisor keys the invoice number and a reason. An invoice         *
      *    already in a payment proposal (gaadPayPrp = 'P') is refused -       *
      *    it has to come back out of the payment first. Otherwise:            *
      *                                                                        *
      *     - every journal line the invoice produced is written again         *
      *       on the opposite side to the ADIFCREVL0 contra file, which        *
      *       the entity's next ADA000127S journal extract picks up, so        *
      *       the ledger is backed out as well;                                *
      *     - the header is marked reversed (gaadRevSts = 'R') with the        *
      *       date and the supervisor's initials - approval, proposal,         *
      *       VAT and spend all pass a reversed invoice by;                    *
      *     - each detail line is taken back out of the running actual         *
      *       on its ADBUDGETL0 budget row, so the load's overspend            *
      *       check is not left counting spend that was reversed;              *
      *     - the reversal and its reason go to the shared audit log,          *
      *       where the ADA000119S inquiry shows it.                           *
      *                                                                        *
      *  The invoice stays on ADIFCHDRL0/ADIFCDTLL0 as posted - nothing        *
      *    is deleted.                                                         *
      *                                                                        *
      *  Author: D.Rowan 2026-10-06                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26462 2026/10/15 DR001 Authority checked through OPS000610C        *
      *                            against ADUSRAUTL0 (REVERSAL, supervise)    *
      *                            instead of NVAAUTHL0                        *
      *  IPN26471 2026/10/15 DR001 Each reversed detail line taken back out of *
      *                            its ADBUDGETL0 running actual, so the       *
      *                            overspend check no longer counts it         *
      *  IPN26471 2026/10/15 DR001 Contra lines already written are deleted    *
      *                            again when a later one fails, so the        *
      *                            reversal can be retried                     *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Posted interface headers - the reversal is stamped here
           SELECT IFHDR    ASSIGN      TO DATABASE-ADIFCHDRL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS gaadInvNo
                         FILE STATUS   IS ST-IFHDR.

      * Posted interface details - the lines being backed out
           SELECT IFDTL    ASSIGN      TO DATABASE-ADIFCDTLL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS gbadKey
                         FILE STATUS   IS ST-IFDTL.

      * VAT rate master - carries each code's input-VAT account
           SELECT TAXMAST  ASSIGN      TO DATABASE-ADTAXRATL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS TAX-Code
                         FILE STATUS   IS ST-TAXMAST.

      * Reversal contra lines - the journal extract picks them up
           SELECT REVFILE  ASSIGN      TO DATABASE-ADIFCREVL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS REV-Key
                         FILE STATUS   IS ST-REVFILE.

      * Departmental budget - the running actual the load added to
           SELECT BUDGET   ASSIGN      TO DATABASE-ADBUDGETL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS BUD-Key
                         FILE STATUS   IS ST-BUDGET.

      * Central run register - the posting run's start date gives the
      *   budget period the load added the lines to
           SELECT RUNREG   ASSIGN      TO DATABASE-ADRUNREGL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS RR-Key
                         FILE STATUS   IS ST-RUNREG.

      * Register archive - rows the OPS000605S purge moved off the
      *   live register
           SELECT RUNARC   ASSIGN      TO DATABASE-ADRUNRGAL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-RUNARC.

       DATA DIVISION.
        FILE SECTION.
         FD IFHDR.
          01 IFHDR-REC.
             COPY ADIFCHDRL0.

         FD IFDTL.
          01 IFDTL-REC.
             COPY ADIFCDTLL0.

         FD TAXMAST.
          01 TAXMAST-REC.
             COPY ADTAXRATL0.

         FD REVFILE.
          01 REVFILE-REC.
             COPY ADIFCREVL0.

         FD BUDGET.
          01 BUDGET-REC.
             COPY ADBUDGETL0.

         FD RUNREG.
          01 RUNREG-REC.
             COPY RUNREGL0.

      * Archived register rows - 55-byte images of the register
      *   record, unpacked through the RUNREG record area
         FD RUNARC.
          01 RUNARC-REC                PIC X(55).

       WORKING-STORAGE SECTION.
        01  ST-IFHDR    PIC X(2).
        01  ST-IFDTL    PIC X(2).
        01  ST-TAXMAST  PIC X(2).
        01  ST-REVFILE  PIC X(2).
        01  ST-BUDGET   PIC X(2).
        01  ST-RUNREG   PIC X(2).
        01  ST-RUNARC   PIC X(2).
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-IFDTL     PIC 9 VALUE ZERO.
        01  O-TAXMAST   PIC 9 VALUE ZERO.
        01  O-REVFILE   PIC 9 VALUE ZERO.
        01  O-BUDGET    PIC 9 VALUE ZERO.
        01  O-RUNREG    PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-EOF            PIC 9.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.
        01 W-OK-FLAG        PIC 9 VALUE ZERO.
           88 W-REVERSIBLE             VALUE 1.
        01 W-WRITE-FAIL     PIC 9 VALUE ZERO.

        01 W-INITS          PIC X(3).
        01 W-KEY-INV        PIC X(7).
        01 W-KEY-WORK       PIC X(7).
        01 W-KEY-LEN        PIC 9(2).
        01 W-CX             PIC 9(2).
        01 W-REASON         PIC X(40).
        01 W-CONFIRM        PIC X(01).
        01 W-STATUS-MSG     PIC X(40).
        01 W-TODAY          PIC 9(8).

      * The invoice on the confirmation screen
        01 W-DISP-REF       PIC X(20).
        01 W-DISP-SUP       PIC X(9).
        01 W-DISP-ENT       PIC X(3).
        01 W-DISP-CCY       PIC X(3).
        01 W-DISP-DRCR      PIC X(2).
        01 W-DISP-AMT       PIC Z(8)9.99-.
        01 W-DISP-RUN       PIC 9(7).
        01 W-DISP-APP       PIC X(1).

      * Contra lines being built - the entity normalised the way the
      *   extract does it, so the contras land in the same journal
      *   stream as the original lines
        01 W-ENTITY         PIC X(3).
        01 W-REV-LINE       PIC 9(3) VALUE ZERO.
        01 W-DEL-LINE       PIC 9(4).
        01 W-GROUP-VAT      PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-VAT-BASE       PIC S9(9)V99 COMP-3.
        01 W-CONTRA-DRCR    PIC X(2).
        01 W-CNT-ED         PIC Z(2)9.

      * The budget period (yyyymm) the load added the invoice's lines
      *   to - zero if its run cannot be found
        01 W-BUD-PERIOD     PIC 9(6).

        01 W-LOG-TEXT       PIC X(60).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "REVERSAL".
        01 W-AUT-ROLE       PIC X(1)  VALUE "S".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000134S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "REVERSE A POSTED INVOICE".
           05 LINE 3  COLUMN 1  VALUE "YOUR INITIALS  . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  USING W-INITS.
           05 LINE 4  COLUMN 1  VALUE "INVOICE (BLANK=EXIT) . :".
           05 LINE 4  COLUMN 27 PIC X(7)  USING W-KEY-INV.
           05 LINE 5  COLUMN 1  VALUE "REASON . . . . . . . . :".
           05 LINE 5  COLUMN 27 PIC X(40) USING W-REASON.
           05 LINE 7  COLUMN 1  VALUE "SUPERVISOR AUTHORITY REQUIRED".
           05 LINE 9  COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-CONFIRM.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "REVERSE A POSTED INVOICE".
           05 LINE 3  COLUMN 1  VALUE "INVOICE. . . . . . . . :".
           05 LINE 3  COLUMN 27 PIC X(7)  FROM W-KEY-INV.
           05 LINE 3  COLUMN 36 VALUE "RUN".
           05 LINE 3  COLUMN 40 PIC 9(7)  FROM W-DISP-RUN.
           05 LINE 4  COLUMN 1  VALUE "SUPPLIER . . . . . . . :".
           05 LINE 4  COLUMN 27 PIC X(9)  FROM W-DISP-SUP.
           05 LINE 4  COLUMN 38 VALUE "ENTITY".
           05 LINE 4  COLUMN 45 PIC X(3)  FROM W-DISP-ENT.
           05 LINE 5  COLUMN 1  VALUE "SUPPLIER REF . . . . . :".
           05 LINE 5  COLUMN 27 PIC X(20) FROM W-DISP-REF.
           05 LINE 6  COLUMN 1  VALUE "AMOUNT . . . . . . . . :".
           05 LINE 6  COLUMN 27 PIC X(3)  FROM W-DISP-CCY.
           05 LINE 6  COLUMN 31 PIC X(2)  FROM W-DISP-DRCR.
           05 LINE 6  COLUMN 34 PIC Z(8)9.99- FROM W-DISP-AMT.
           05 LINE 7  COLUMN 1  VALUE "APPROVAL STATUS  . . . :".
           05 LINE 7  COLUMN 27 PIC X(1)  FROM W-DISP-APP.
           05 LINE 8  COLUMN 1  VALUE "REASON . . . . . . . . :".
           05 LINE 8  COLUMN 27 PIC X(40) FROM W-REASON.
           05 LINE 10 COLUMN 1
              VALUE "CONTRA LINES GO TO THE NEXT JOURNAL EXTRACT".
           05 LINE 11 COLUMN 1  VALUE "REVERSE (Y/N) . . . . :".
           05 LINE 11 COLUMN 27 PIC X(01) USING W-CONFIRM.
           05 LINE 13 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           OPEN I-O IFHDR.
           IF ST-IFHDR NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-IFHDR.

           OPEN INPUT IFDTL.
           IF ST-IFDTL NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-IFDTL.

           OPEN INPUT TAXMAST.
           IF ST-TAXMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-TAXMAST.

           OPEN I-O REVFILE.
           IF ST-REVFILE NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-REVFILE.

           OPEN I-O BUDGET.
           IF ST-BUDGET NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-BUDGET.

           OPEN INPUT RUNREG.
           IF ST-RUNREG NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-RUNREG.

           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT AND W-KEY-INV NOT = SPACES
               PERFORM CHECK-INVOICE
               IF W-REVERSIBLE
                 PERFORM CONFIRM-REVERSAL
               END-IF
             END-IF
           END-PERFORM.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
      * A key of up to 7 digits is zero-filled the way the load keys
      *   the invoice. The reason is mandatory - it is the only record
      *   of why the invoice was taken out.
       GET-SELECTION SECTION.
       GET-SELECTION-B.
           DISPLAY SCR-SELECT.
           ACCEPT SCR-SELECT.
           MOVE SPACES TO W-STATUS-MSG.
           MOVE FUNCTION UPPER-CASE(W-INITS) TO W-INITS.
           IF W-KEY-INV = SPACES
             SET W-EXIT TO TRUE
             GO TO GET-SELECTION-E
           END-IF.

           PERFORM NORMALISE-INVOICE-NO.

           IF W-INITS = SPACES
             MOVE "INITIALS REQUIRED" TO W-STATUS-MSG
             MOVE SPACES TO W-KEY-INV
             GO TO GET-SELECTION-E
           END-IF.

           IF W-REASON = SPACES
             MOVE "REASON REQUIRED" TO W-STATUS-MSG
             MOVE SPACES TO W-KEY-INV
             GO TO GET-SELECTION-E
           END-IF.

           PERFORM CHECK-AUTHORITY.
           IF NOT W-AUTHORISED
             MOVE SPACES TO W-KEY-INV
           END-IF.

       GET-SELECTION-E.
           EXIT.

      ******************************************************************
      * Up to 7 digits keyed left-justified, zero-filled on the left
      *   the way the load keys the invoice (the ADA000119S rule)
       NORMALISE-INVOICE-NO SECTION.
       NORMALISE-INVOICE-NO-B.
           MOVE ZERO TO W-KEY-LEN.
           PERFORM VARYING W-CX FROM 1 BY 1 UNTIL W-CX > 7
             IF W-KEY-INV(W-CX:1) NOT = SPACE
               MOVE W-CX TO W-KEY-LEN
             END-IF
           END-PERFORM.

           IF W-KEY-LEN = ZERO OR W-KEY-LEN = 7
             GO TO NORMALISE-INVOICE-NO-E
           END-IF.
           IF W-KEY-INV(1:W-KEY-LEN) NOT NUMERIC
             GO TO NORMALISE-INVOICE-NO-E
           END-IF.

           MOVE W-KEY-INV TO W-KEY-WORK.
           MOVE ALL "0" TO W-KEY-INV.
           MOVE W-KEY-WORK(1:W-KEY-LEN)
             TO W-KEY-INV(8 - W-KEY-LEN:W-KEY-LEN).

       NORMALISE-INVOICE-NO-E.
           EXIT.

      ******************************************************************
      * Reversals are supervisor-only - the operator's initials must
      *   hold REVERSAL at supervise on the ADUSRAUTL0 authority file.
       CHECK-AUTHORITY SECTION.
       CHECK-AUTHORITY-B.
           MOVE 0 TO W-AUTH-FLAG.

           MOVE W-INITS  TO W-AUT-INITS.
           MOVE SPACES   TO W-AUT-PROFILE.
           CALL "OPS000610C" USING W-AUT-INITS W-AUT-PROFILE
                                   W-AUT-FUNCTION W-AUT-ROLE
                                   W-AUT-ENTITY W-AUT-AMOUNT
                                   W-AUT-NAME W-AUT-MESSAGE
                                   W-AUT-RETURN.
           IF W-AUT-RETURN = "0"
             MOVE W-AUT-INITS TO W-INITS
             SET W-AUTHORISED TO TRUE
           ELSE
             MOVE W-AUT-MESSAGE TO W-STATUS-MSG
           END-IF.

       CHECK-AUTHORITY-E.
           EXIT.

      ******************************************************************
      * Can this invoice be reversed? Not if it has gone into a payment
      *   proposal - the money may already be on its way, and the
      *   proposal has to be unwound first. Not twice. And not if
      *   contra lines are somehow already on file for it, which
      *   would back the ledger out a second time.
       CHECK-INVOICE SECTION.
       CHECK-INVOICE-B.
           MOVE 0 TO W-OK-FLAG.

           MOVE W-KEY-INV TO gaadInvNo.
           READ IFHDR
             INVALID KEY
               MOVE "INVOICE NOT ON INTERFACE FILE" TO W-STATUS-MSG
               GO TO CHECK-INVOICE-E
           END-READ.

           IF gaadRevSts = "R"
             MOVE "INVOICE ALREADY REVERSED" TO W-STATUS-MSG
             GO TO CHECK-INVOICE-E
           END-IF.

           IF gaadPayPrp = "P"
             MOVE "IN A PAYMENT PROPOSAL - CANNOT REVERSE"
               TO W-STATUS-MSG
             GO TO CHECK-INVOICE-E
           END-IF.

           MOVE W-KEY-INV TO REV-Invoice-No.
           MOVE ZERO      TO REV-Line-No.
           START REVFILE KEY >= REV-Key
             INVALID KEY
               SET W-REVERSIBLE TO TRUE
               GO TO CHECK-INVOICE-E
           END-START.
           READ REVFILE NEXT
             AT END
               SET W-REVERSIBLE TO TRUE
               GO TO CHECK-INVOICE-E
           END-READ.
           IF REV-Invoice-No = W-KEY-INV
             MOVE "CONTRA LINES ALREADY ON FILE" TO W-STATUS-MSG
             GO TO CHECK-INVOICE-E
           END-IF.

           SET W-REVERSIBLE TO TRUE.

       CHECK-INVOICE-E.
           EXIT.

      ******************************************************************
       CONFIRM-REVERSAL SECTION.
       CONFIRM-REVERSAL-B.
           MOVE gaadSppInv  TO W-DISP-REF.
           MOVE SPACES      TO W-DISP-SUP.
           STRING gaadSupLoc "/" gaadSupAcc
             DELIMITED BY SIZE INTO W-DISP-SUP
           END-STRING.
           MOVE gaadEntCde  TO W-DISP-ENT.
           MOVE gaadCurCde  TO W-DISP-CCY.
           MOVE gaadDRCR    TO W-DISP-DRCR.
           MOVE gaadSupAmt  TO W-DISP-AMT.
           MOVE gaadRunNbr  TO W-DISP-RUN.
           MOVE gaadAppSts  TO W-DISP-APP.
           MOVE SPACE       TO W-CONFIRM.

           DISPLAY SCR-CONFIRM.
           ACCEPT SCR-CONFIRM.
           MOVE FUNCTION UPPER-CASE(W-CONFIRM) TO W-CONFIRM.

           IF W-CONFIRM NOT = "Y"
             MOVE "NOT REVERSED" TO W-STATUS-MSG
             GO TO CONFIRM-REVERSAL-E
           END-IF.

           PERFORM REVERSE-INVOICE.

       CONFIRM-REVERSAL-E.
           EXIT.

      ******************************************************************
      * The contra lines mirror what ADA000127S journals for the
      *   invoice - each detail line's base amount to its own account,
      *   its VAT element at the line's own rate to the tax code's
      *   input-VAT account, and the header's base amount plus the VAT
      *   to the supplier control side - each on the opposite side,
      *   so the contras net the original journal lines to nothing.
      *   The header is only marked once the contras are all written.
       REVERSE-INVOICE SECTION.
       REVERSE-INVOICE-B.
           MOVE gaadEntCde TO W-ENTITY.
           IF W-ENTITY = SPACES
             MOVE "GBR" TO W-ENTITY
           END-IF.
           MOVE ZERO TO W-REV-LINE.
           MOVE ZERO TO W-GROUP-VAT.
           MOVE 0 TO W-WRITE-FAIL.

           MOVE W-KEY-INV TO gbadInvNo.
           MOVE ZERO      TO gbadLneNbr.
           START IFDTL KEY >= gbadKey
             INVALID KEY
               MOVE 1 TO W-EOF
             NOT INVALID KEY
               MOVE 0 TO W-EOF
           END-START.

           PERFORM UNTIL W-EOF = 1
             READ IFDTL NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF gbadInvNo NOT = W-KEY-INV
                   MOVE 1 TO W-EOF
                 ELSE
                   PERFORM CONTRA-ONE-LINE
                 END-IF
             END-READ
           END-PERFORM.

      * The supplier control side - no account here, the extract
      *   posts it to the control account it is run with
           MOVE SPACES TO REVFILE-REC.
           PERFORM SET-CONTRA-KEY.
           MOVE "S"          TO REV-Line-Type.
           MOVE gaadDRCR     TO W-CONTRA-DRCR.
           PERFORM FLIP-DRCR.
           COMPUTE REV-Amount = gaadBasAmt + W-GROUP-VAT.
           STRING "REVERSAL SUPPLIER CTL INV " W-KEY-INV
             DELIMITED BY SIZE INTO REV-Desc
           END-STRING.
           PERFORM WRITE-CONTRA.

           MOVE gaadRunNbr TO W-ALG-RUN.

      * A contra that would not write leaves the header live, and the
      *   rows that did write are taken off again - left there, they
      *   would block a retry and be journalled for a reversal that
      *   never happened
           IF W-WRITE-FAIL = 1
             PERFORM REMOVE-CONTRAS
             MOVE "CONTRA WRITE FAILED - INVOICE NOT REVERSED"
               TO W-LOG-TEXT
             MOVE 1 TO W-ALG-SEVERITY
             PERFORM WRITE-AUDIT-LOG
             MOVE "CONTRA WRITE FAILED - NOT REVERSED"
               TO W-STATUS-MSG
             GO TO REVERSE-INVOICE-E
           END-IF.

           MOVE "R"     TO gaadRevSts.
           MOVE W-TODAY TO gaadRevDte.
           MOVE W-INITS TO gaadRevIni.
           REWRITE IFHDR-REC.

           PERFORM BACK-OUT-BUDGET.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "REVERSED: " W-REASON
             DELIMITED BY SIZE INTO W-LOG-TEXT
           END-STRING.
           MOVE 2 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT-LOG.

           MOVE W-REV-LINE TO W-CNT-ED.
           MOVE SPACES TO W-STATUS-MSG.
           STRING "REVERSED - " W-CNT-ED " CONTRA LINES WRITTEN"
             DELIMITED BY SIZE INTO W-STATUS-MSG
           END-STRING.
           MOVE SPACES TO W-REASON.

       REVERSE-INVOICE-E.
           EXIT.

      ******************************************************************
      * Each detail line taken back out of its budget row's running
      *   actual for the period the load added it to - the opposite of
      *   the load's cn-Check-Budget, where DR charges the department
      *   and CR refunds it. A line with no budget row was never added.
      *   The alert level is left for the load's next check on the row
      *   (or the ADA000141S restatement) to lower.
       BACK-OUT-BUDGET SECTION.
       BACK-OUT-BUDGET-B.
           PERFORM FIND-RUN-PERIOD.
           IF W-BUD-PERIOD = ZERO
             GO TO BACK-OUT-BUDGET-E
           END-IF.

           MOVE W-KEY-INV TO gbadInvNo.
           MOVE ZERO      TO gbadLneNbr.
           START IFDTL KEY >= gbadKey
             INVALID KEY
               GO TO BACK-OUT-BUDGET-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ IFDTL NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF gbadInvNo NOT = W-KEY-INV
                   MOVE 1 TO W-EOF
                 ELSE
                   PERFORM BACK-OUT-ONE-LINE
                 END-IF
             END-READ
           END-PERFORM.

       BACK-OUT-BUDGET-E.
           EXIT.

      ******************************************************************
       BACK-OUT-ONE-LINE SECTION.
       BACK-OUT-ONE-LINE-B.
           MOVE gbadEntCde   TO BUD-Entity-Code.
           IF gbadEntCde = SPACES
             MOVE gaadEntCde TO BUD-Entity-Code
           END-IF.
           MOVE gbadAccDpt   TO BUD-Dept.
           MOVE gbadAccLoc   TO BUD-Account-Loc.
           MOVE gbadAccNo    TO BUD-Account-No.
           MOVE W-BUD-PERIOD TO BUD-Period.
           READ BUDGET
             INVALID KEY
               GO TO BACK-OUT-ONE-LINE-E
           END-READ.

           IF gbadDRCR = "CR"
             ADD gbadBasAmt      TO BUD-Actual
           ELSE
             SUBTRACT gbadBasAmt FROM BUD-Actual
           END-IF.
           REWRITE BUDGET-REC.

       BACK-OUT-ONE-LINE-E.
           EXIT.

      ******************************************************************
      * The posting run's start date, the load's run date - on the live
      *   register as an ADOS run or an expense feed run, or failing
      *   that on the archive
       FIND-RUN-PERIOD SECTION.
       FIND-RUN-PERIOD-B.
           MOVE ZERO TO W-BUD-PERIOD.

           MOVE "ADOS"     TO RR-Application.
           MOVE gaadRunNbr TO RR-Run-Number.
           READ RUNREG
             INVALID KEY
               MOVE "EXPENSES" TO RR-Application
               READ RUNREG
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE RR-Start-Date(1:6) TO W-BUD-PERIOD
               END-READ
             NOT INVALID KEY
               MOVE RR-Start-Date(1:6) TO W-BUD-PERIOD
           END-READ.

           IF W-BUD-PERIOD NOT = ZERO
             GO TO FIND-RUN-PERIOD-E
           END-IF.

           OPEN INPUT RUNARC.
           IF ST-RUNARC NOT = "00"
             GO TO FIND-RUN-PERIOD-E
           END-IF.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ RUNARC
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE RUNARC-REC TO RUNREG-REC
                 IF  RR-Interface-Run
                 AND RR-Run-Number = gaadRunNbr
                   MOVE RR-Start-Date(1:6) TO W-BUD-PERIOD
                   MOVE 1 TO W-EOF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RUNARC.

       FIND-RUN-PERIOD-E.
           EXIT.

      ******************************************************************
       CONTRA-ONE-LINE SECTION.
       CONTRA-ONE-LINE-B.
      * The expense line, at the line's base amount
           MOVE SPACES TO REVFILE-REC.
           PERFORM SET-CONTRA-KEY.
           MOVE "E"          TO REV-Line-Type.
           MOVE gbadAccLoc   TO REV-Account-Loc.
           MOVE gbadAccNo    TO REV-Account-No.
           MOVE gbadAccDpt   TO REV-Dept.
           MOVE gbadAccAnl   TO REV-Anal.
           MOVE gbadDRCR     TO W-CONTRA-DRCR.
           PERFORM FLIP-DRCR.
           MOVE gbadBasAmt   TO REV-Amount.
           STRING "REVERSAL " gbadDsc(1:31)
             DELIMITED BY SIZE INTO REV-Desc
           END-STRING.
           PERFORM WRITE-CONTRA.

      * The VAT element, at the line's own rate, to the tax code's
      *   input-VAT account
           IF gbadVatAmt NOT = ZERO
             COMPUTE W-VAT-BASE ROUNDED
               = gbadVatAmt * gbadExcRat
             ADD W-VAT-BASE TO W-GROUP-VAT
             MOVE gbadAccTax TO TAX-Code
             READ TAXMAST
               INVALID KEY
                 MOVE SPACES TO TAX-Vat-Acc-Loc
                 MOVE SPACES TO TAX-Vat-Acc-No
             END-READ
             MOVE SPACES TO REVFILE-REC
             PERFORM SET-CONTRA-KEY
             MOVE "V"             TO REV-Line-Type
             MOVE TAX-Vat-Acc-Loc TO REV-Account-Loc
             MOVE TAX-Vat-Acc-No  TO REV-Account-No
             MOVE gbadDRCR        TO W-CONTRA-DRCR
             PERFORM FLIP-DRCR
             MOVE W-VAT-BASE      TO REV-Amount
             STRING "REVERSAL INPUT VAT CODE " gbadAccTax
                    " INV " gbadInvNo
               DELIMITED BY SIZE INTO REV-Desc
             END-STRING
             PERFORM WRITE-CONTRA
           END-IF.

       CONTRA-ONE-LINE-E.
           EXIT.

      ******************************************************************
       SET-CONTRA-KEY SECTION.
       SET-CONTRA-KEY-B.
           ADD 1 TO W-REV-LINE.
           MOVE W-KEY-INV    TO REV-Invoice-No.
           MOVE W-REV-LINE   TO REV-Line-No.
           MOVE W-ENTITY     TO REV-Entity-Code.
           MOVE gaadRunNbr   TO REV-Orig-Run.
           MOVE W-TODAY      TO REV-Reverse-Date.
           MOVE ZERO         TO REV-Journal-No.

       SET-CONTRA-KEY-E.
           EXIT.

      ******************************************************************
       FLIP-DRCR SECTION.
       FLIP-DRCR-B.
           IF W-CONTRA-DRCR = "DR"
             MOVE "CR" TO REV-DR-CR
           ELSE
             MOVE "DR" TO REV-DR-CR
           END-IF.

       FLIP-DRCR-E.
           EXIT.

      ******************************************************************
       WRITE-CONTRA SECTION.
       WRITE-CONTRA-B.
           WRITE REVFILE-REC
             INVALID KEY
               MOVE 1 TO W-WRITE-FAIL
           END-WRITE.

       WRITE-CONTRA-E.
           EXIT.

      ******************************************************************
      * Every contra line numbered so far for the invoice - the one
      *   that failed is simply not there to delete
       REMOVE-CONTRAS SECTION.
       REMOVE-CONTRAS-B.
           PERFORM VARYING W-DEL-LINE FROM 1 BY 1
                   UNTIL W-DEL-LINE > W-REV-LINE
             MOVE W-KEY-INV  TO REV-Invoice-No
             MOVE W-DEL-LINE TO REV-Line-No
             DELETE REVFILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
           END-PERFORM.

       REMOVE-CONTRAS-E.
           EXIT.

      ******************************************************************
      * Reversals go at severity 2 - out of the ordinary run of things,
      *   they should stand out on the log, not sit among the routine
      *   approvals
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
           MOVE SPACES              TO W-ALG-KEY.
           MOVE W-KEY-INV           TO W-ALG-KEY.
           MOVE SPACES              TO W-ALG-TEXT.
           STRING W-LOG-TEXT        DELIMITED BY "   "
                  " BY "            DELIMITED BY SIZE
                  W-INITS           DELIMITED BY SIZE
             INTO W-ALG-TEXT
           END-STRING.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-AUDIT-LOG-E.
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

           IF O-TAXMAST = 1
             CLOSE TAXMAST
             MOVE 0 TO O-TAXMAST
           END-IF.

           IF O-REVFILE = 1
             CLOSE REVFILE
             MOVE 0 TO O-REVFILE
           END-IF.

           IF O-BUDGET = 1
             CLOSE BUDGET
             MOVE 0 TO O-BUDGET
           END-IF.

           IF O-RUNREG = 1
             CLOSE RUNREG
             MOVE 0 TO O-RUNREG
           END-IF.

           GOBACK.
