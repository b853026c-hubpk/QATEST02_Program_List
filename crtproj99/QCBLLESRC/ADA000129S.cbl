      *                            source - run detail totals tie to the      *
      *                            same runs' header totals from the          *
      *                            header files                               *
      *  IPN26452 2026/10/06 DR001 Reversed invoices left out of both the     *
      *                            tax figures and the cross-foot - each      *
      *                            detail line's header is looked up for      *
      *                            the ADA000134S reversal mark               *
      *  IPN26469 2026/10/15 DR001 Runs of the EXPENSES claims feed taken with *
      *                            the ADOS runs - both post to the interface  *
      *                            files                                       *
      **************************************************************************

       ENVIRONMENT DIVISION.
        01 W-LINE-VAT       PIC S9(11)V99 COMP-3.
        01 W-LINE-AMT       PIC S9(11)V99 COMP-3.

      * Reversal mark of the invoice the current line belongs to - the
      *   detail files are in invoice order, so the header is only
      *   read again when the invoice number changes
        01 W-REV-INVOICE    PIC X(7) VALUE SPACES.
        01 W-REV-FLAG       PIC 9 VALUE ZERO.
           88 W-INV-REVERSED        VALUE 1.

      * The entity being summarised, and each row's own entity
      *   normalised - rows loaded before the entity code existed
      *   are the UK company's
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  RR-Interface-Run
                 AND RR-Run-Number NOT = ZERO
                 AND RR-Start-Date >= L-DATE-FROM
                 AND RR-Start-Date <= L-DATE-TO
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE RUNARC-REC TO RUNREG-REC
                 IF  RR-Interface-Run
                 AND RR-Run-Number NOT = ZERO
                 AND RR-Start-Date >= L-DATE-FROM
                 AND RR-Start-Date <= L-DATE-TO
                 PERFORM FIND-RUN-ENTRY
                 IF  W-THIS-RUN > 0
                 AND W-LINE-ENT = W-ENTITY
                   PERFORM CHECK-LIVE-REVERSED
                 END-IF
                 IF  W-THIS-RUN > 0
                 AND W-LINE-ENT = W-ENTITY
                 AND NOT W-INV-REVERSED
                   MOVE gbadAccTax TO W-LINE-TAX
                   MOVE gbadBasAmt TO W-LINE-NET
                   MOVE gbadAmt    TO W-LINE-AMT
      *   is the rate the load applied by construction.
       SCAN-HIST-DETAILS SECTION.
       SCAN-HIST-DETAILS-B.
           MOVE SPACES TO W-REV-INVOICE.
           MOVE LOW-VALUES TO HD-Key.
           START HISTDTL KEY >= HD-Key
             INVALID KEY
                 PERFORM FIND-RUN-ENTRY
                 IF  W-THIS-RUN > 0
                 AND W-LINE-ENT = W-ENTITY
                   PERFORM CHECK-HIST-REVERSED
                 END-IF
                 IF  W-THIS-RUN > 0
                 AND W-LINE-ENT = W-ENTITY
                 AND NOT W-INV-REVERSED
                   MOVE HD-Account-Tax TO W-LINE-TAX
                   MOVE HD-Base-Amount TO W-LINE-NET
                   MOVE HD-Amount      TO W-LINE-AMT
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
       FIND-RUN-ENTRY SECTION.
       FIND-RUN-ENTRY-B.
                 PERFORM FIND-RUN-ENTRY
                 IF  W-THIS-RUN > 0
                 AND W-LINE-ENT = W-ENTITY
                 AND gaadRevSts NOT = "R"
                   ADD gaadSupAmt TO WR-HDR-AMT(W-THIS-RUN)
                 END-IF
             END-READ
                 PERFORM FIND-RUN-ENTRY
                 IF  W-THIS-RUN > 0
                 AND W-LINE-ENT = W-ENTITY
                 AND HH-Reversed NOT = "R"
                   ADD HH-Amount TO WR-HDR-AMT(W-THIS-RUN)
                 END-IF
             END-READ
