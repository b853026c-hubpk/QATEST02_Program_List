      *  IPN26449 2026/09/03 DR001 Entity selection added - one report        *
      *                            per entity in its own base currency,       *
      *                            never a EUR/GBP mix                        *
      *  IPN26452 2026/10/06 DR001 Reversed invoices left out - each line's   *
      *                            header is looked up for the ADA000134S     *
      *                            reversal mark, live and history both       *
      *  IPN26469 2026/10/15 DR001 Runs of the EXPENSES claims feed taken with *
      *                            the ADOS runs - both post to the interface  *
      *                            files                                       *
      **************************************************************************

       ENVIRONMENT DIVISION.
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

      * Chart of accounts - descriptions for the breakdown lines
           SELECT GLMAST   ASSIGN      TO DATABASE-ADGLMSTL0
                         ORGANIZATION  IS INDEXED
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
        01  ST-RUNARC   PIC X(2).
        01  ST-IFDTL    PIC X(2).
        01  ST-HISTDTL  PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HISTHDR  PIC X(2).
        01  ST-GLMAST   PIC X(2).
        01  ST-SPNRPT   PIC X(2).
        01  O-RUNREG    PIC 9 VALUE ZERO.
        01  O-RUNARC    PIC 9 VALUE ZERO.
        01  O-IFDTL     PIC 9 VALUE ZERO.
        01  O-HISTDTL   PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HISTHDR   PIC 9 VALUE ZERO.
        01  O-GLMAST    PIC 9 VALUE ZERO.
        01  O-SPNRPT    PIC 9 VALUE ZERO.

        01 W-LINE-DRCR      PIC X(2).
        01 W-LINE-AMT       PIC S9(11)V99 COMP-3.

      * Reversal mark of the invoice the current line belongs to - the
      *   detail files are in invoice order, so the header is only
      *   read again when the invoice number changes
        01 W-REV-INVOICE    PIC X(7) VALUE SPACES.
        01 W-REV-FLAG       PIC 9 VALUE ZERO.
           88 W-INV-REVERSED        VALUE 1.

        01 W-THIS-DEPT      PIC X(4).
        01 W-DEPT-TOTAL     PIC S9(11)V99 COMP-3.
        01 W-GRAND-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
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
                 PERFORM CHECK-RUN-IN-RANGE
                 IF  W-RUN-HIT = 1
                 AND W-LINE-ENT = W-ENTITY
                   PERFORM CHECK-LIVE-REVERSED
                 END-IF
                 IF  W-RUN-HIT = 1
                 AND W-LINE-ENT = W-ENTITY
                 AND NOT W-INV-REVERSED
                   MOVE gbadAccDpt TO W-LINE-DEPT
                   MOVE gbadAccLoc TO W-LINE-ACC-LOC
                   MOVE gbadAccNo  TO W-LINE-ACC-NO
      ******************************************************************
       SCAN-HIST-DETAILS SECTION.
       SCAN-HIST-DETAILS-B.
           MOVE SPACES TO W-REV-INVOICE.
           MOVE LOW-VALUES TO HD-Key.
           START HISTDTL KEY >= HD-Key
             INVALID KEY
                 PERFORM CHECK-RUN-IN-RANGE
                 IF  W-RUN-HIT = 1
                 AND W-LINE-ENT = W-ENTITY
                   PERFORM CHECK-HIST-REVERSED
                 END-IF
                 IF  W-RUN-HIT = 1
                 AND W-LINE-ENT = W-ENTITY
                 AND NOT W-INV-REVERSED
                   MOVE HD-Account-Dept TO W-LINE-DEPT
                   MOVE HD-Account-Loc  TO W-LINE-ACC-LOC
                   MOVE HD-Account-No   TO W-LINE-ACC-NO
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
       CHECK-RUN-IN-RANGE SECTION.
       CHECK-RUN-IN-RANGE-B.
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
