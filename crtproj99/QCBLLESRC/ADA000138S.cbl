       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000138S.

      **************************************************************************
      *  Finance application. IPN26456                                         *
      *                                                                        *
      *  Recurring invoice generator. For every period open on                 *
      *    ADPERCALL0 up to and including the current one, each active         *
      *    ADRECTMPL0 template due in that period (by its frequency,           *
      *    start and end period) that is not already on the ADRECGENL0         *
      *    generated file becomes one invoice: a header row and one            *
      *    detail row per template line, built in the ADOS upload              *
      *    layout on the ADOSRCGL0 staging file.                               *
      *                                                                        *
      *  The staging file is then loaded by calling ADA000115S with its        *
      *    upload file overridden to it - the ADA000117S resubmission          *
      *    route - so a recurring invoice gets exactly the validation,         *
      *    posting, control report and archiving of an ADOS invoice,           *
      *    and anything that fails lands in suspense for the ADA000116S        *
      *    workbench like any other rejected row.                              *
      *                                                                        *
      *  Once the load has run, every template + period it was given is        *
      *    written to ADRECGENL0 - posted or in suspense - so no template      *
      *    is ever generated twice for the same period. Should a run die       *
      *    between the load and that write, the period on the end of the       *
      *    supplier reference still stops the repeat in the load's            *
      *    duplicate-reference check.                                          *
      *                                                                        *
      *  Generated invoices are numbered from the ADRECCTLL0 control           *
      *    record, from 9000001 upward, skipping any number already on         *
      *    the live or history interface headers.                              *
      *                                                                        *
      *  The control report lists what each due template produced.            *
      *                                                                        *
      *  Author: D.Rowan 2026-10-10                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26469 2026/10/15 DR001 Load passed a blank source application -    *
      *                            recurring invoices post as ADOS runs        *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Recurring invoice templates
           SELECT TEMPLATE ASSIGN      TO DATABASE-ADRECTMPL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS RTM-Key
                         FILE STATUS   IS ST-TEMPLATE.

      * Template + period already generated
           SELECT RECGEN   ASSIGN      TO DATABASE-ADRECGENL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS RGN-Key
                         FILE STATUS   IS ST-RECGEN.

      * Last recurring invoice number allocated - single record key "0"
           SELECT RECCTL   ASSIGN      TO DATABASE-ADRECCTLL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS RCC-Record-Key
                         FILE STATUS   IS ST-RECCTL.

      * Accounting period calendar
           SELECT PERCAL   ASSIGN      TO DATABASE-ADPERCALL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS PCL-Period
                         FILE STATUS   IS ST-PERCAL.

      * Posted interface headers - numbers in use, and afterwards
      *   what the load did with each generated invoice
           SELECT IFHDR    ASSIGN      TO DATABASE-ADIFCHDRL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS gaadInvNo
                         FILE STATUS   IS ST-IFHDR.

      * Swept interface headers - numbers still in use
           SELECT HISTHDR  ASSIGN      TO DATABASE-ADIFCHDRH0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS HH-Invoice-No
                         FILE STATUS   IS ST-HISTHDR.

      * Staging file fed to ADA000115S as its upload via OVRDBF
           SELECT STAGE    ASSIGN      TO DATABASE-ADOSRCGL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-STAGE.

      * The generator's control report
           SELECT RECRPT   ASSIGN      TO DATABASE-ADRECRPTL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-RECRPT.

       DATA DIVISION.
        FILE SECTION.
         FD TEMPLATE.
          01 TEMPLATE-REC.
             COPY ADRECTMPL0.

         FD RECGEN.
          01 RECGEN-REC.
             COPY ADRECGENL0.

         FD RECCTL.
          01 RECCTL-REC.
             05  RCC-Record-Key        PIC X(1).
             05  RCC-Last-Invoice      PIC 9(7).

         FD PERCAL.
          01 PERCAL-REC.
             COPY ADPERCALL0.

         FD IFHDR.
          01 IFHDR-REC.
             COPY ADIFCHDRL0.

         FD HISTHDR.
          01 HISTHDR-REC.
             COPY ADIFCHDRH0.

         FD STAGE.
          01 STAGE-REC                 PIC X(250).

         FD RECRPT.
          01 RECRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-TEMPLATE PIC X(2).
        01  ST-RECGEN   PIC X(2).
        01  ST-RECCTL   PIC X(2).
        01  ST-PERCAL   PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HISTHDR  PIC X(2).
        01  ST-STAGE    PIC X(2).
        01  ST-RECRPT   PIC X(2).
        01  O-TEMPLATE  PIC 9 VALUE ZERO.
        01  O-RECGEN    PIC 9 VALUE ZERO.
        01  O-RECCTL    PIC 9 VALUE ZERO.
        01  O-PERCAL    PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HISTHDR   PIC 9 VALUE ZERO.
        01  O-STAGE     PIC 9 VALUE ZERO.
        01  O-RECRPT    PIC 9 VALUE ZERO.

        01 W-EOF            PIC 9.
        01 W-TPL-EOF        PIC 9.

        01 W-TODAY          PIC 9(8).
        01 W-RUN-PERIOD     PIC 9(6).
        01 W-PERIOD         PIC 9(6).
        01 W-PERIOD-X       REDEFINES W-PERIOD.
           05 W-PERIOD-YYYY PIC 9(4).
           05 W-PERIOD-MM   PIC 9(2).
        01 W-START          PIC 9(6).
        01 W-START-X        REDEFINES W-START.
           05 W-START-YYYY  PIC 9(4).
           05 W-START-MM    PIC 9(2).
        01 W-MONTHS         PIC S9(5) COMP-3.
        01 W-INTERVAL       PIC 9(2).
        01 W-QUOT           PIC S9(5) COMP-3.
        01 W-REM            PIC S9(5) COMP-3.

      * The template being gathered - its header, then its lines as
      *   they are read
        01 W-PENDING-FLAG   PIC 9 VALUE ZERO.
           88 W-PENDING                VALUE 1.
        01 W-TPL-ID         PIC X(8).
        01 W-TPL-LOC        PIC X(2).
        01 W-TPL-ACC        PIC X(6).
        01 W-TPL-NATURE     PIC X(1).
        01 W-TPL-CCY        PIC X(3).
        01 W-TPL-ENT        PIC X(3).
        01 W-TPL-DESC       PIC X(40).
        01 W-TPL-REF        PIC X(13).
        01 W-TPL-TOTAL      PIC S9(11)V99 COMP-3.
        01 W-LIN-TAB-MAX    PIC 9(3) VALUE 100.
        01 W-LIN-COUNT      PIC 9(3).
        01 W-LIN-OVER       PIC 9(3).
        01 W-LIN-TAB.
           05 W-LIN-ENTRY OCCURS 100.
              10 WL-LOC       PIC X(2).
              10 WL-ACC       PIC X(6).
              10 WL-TAX       PIC X(2).
              10 WL-DEPT      PIC X(4).
              10 WL-ANAL      PIC X(5).
              10 WL-AMT       PIC S9(9)V99 COMP-3.
        01 W-LX             PIC 9(3).

      * What each due template produced, for the write-back to
      *   ADRECGENL0 and the control report
        01 W-GEN-TAB-MAX    PIC 9(3) VALUE 500.
        01 W-GEN-TAB-COUNT  PIC 9(3) VALUE ZERO.
        01 W-GEN-TAB.
           05 W-GEN-ENTRY OCCURS 500.
              10 WG-TEMPLATE  PIC X(8).
              10 WG-PERIOD    PIC 9(6).
              10 WG-LOC       PIC X(2).
              10 WG-ACC       PIC X(6).
              10 WG-CCY       PIC X(3).
              10 WG-ENT       PIC X(3).
              10 WG-INVNO     PIC X(7).
              10 WG-RUN       PIC S9(7) COMP-3.
              10 WG-LINES     PIC 9(3).
              10 WG-AMT       PIC S9(11)V99 COMP-3.
      * 1 = staged for the load this run
              10 WG-STAGED    PIC 9(1).
              10 WG-OUTCOME   PIC X(30).
        01 W-GX             PIC 9(3).

        01 W-TAB-FULL-FLAG  PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.

        01 W-INVOICE-NO     PIC 9(7).
        01 W-INV-FREE-FLAG  PIC 9.
           88 W-INV-FREE            VALUE 1.

      * Upload row fields as the load parses them
        01 W-CSV-REF        PIC X(20).
        01 W-CSV-ACCOUNT    PIC X(25).
        01 W-CSV-AMT        PIC ----------.99.
        01 W-CSV-DESC       PIC X(75).
        01 W-CSV-ENT        PIC X(3).
        01 W-STAGED-COUNT   PIC 9(5) VALUE ZERO.

        01 W-DUE-COUNT      PIC 9(5) VALUE ZERO.
        01 W-POSTED-COUNT   PIC 9(5) VALUE ZERO.
        01 W-SUSP-COUNT     PIC 9(5) VALUE ZERO.
        01 W-ALREADY-COUNT  PIC 9(5) VALUE ZERO.
        01 W-NOLINE-COUNT   PIC 9(5) VALUE ZERO.
        01 W-NOTRUN-COUNT   PIC 9(5) VALUE ZERO.

        01 W-CMD-STRING     PIC X(200).
        01 W-CMD-LENGTH     PIC S9(10)V9(5) COMP-3 VALUE 200.
        01 W-OVR-FAIL-FLAG  PIC 9 VALUE ZERO.
           88 W-OVR-FAILED          VALUE 1.

      * Parameter set passed on to ADA000115S - a zero run number is
      *   allocated the next ADOS run by the load and passed back
        01 W-115-RETURN-CODE   PIC X(7).
        01 W-115-RUN-NUMBER    PIC S9(7)     COMP-3.
        01 W-115-RECORD-NUMBER PIC S9(5)     COMP-3.
        01 W-115-TOTALS.
           05 W-115-SUPPLIER-DR PIC S9(9)V99 COMP-3.
           05 W-115-SUPPLIER-CR PIC S9(9)V99 COMP-3.
           05 W-115-GENERAL-DR  PIC S9(9)V99 COMP-3.
           05 W-115-GENERAL-CR  PIC S9(9)V99 COMP-3.
        01 W-115-RESUME-NUMBER PIC S9(5)     COMP-3.
        01 W-115-DELIMITER     PIC X.
        01 W-115-TRIAL-MODE    PIC X.
        01 W-115-MEMBER-MODE   PIC X.
        01 W-115-TRAILER-MODE  PIC X.
        01 W-115-SOURCE-APPL   PIC X(10).

        01 W-AMT-ED         PIC Z(10)9.99-.
        01 W-RUN-ED         PIC 9(7).
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(132).

       LINKAGE SECTION.
      * Output: 0 = invoices generated and posted, S = generated but
      *   some went to suspense, N = nothing due, P = the current
      *   period is not open (nothing generated), L = the load
      *   refused the staging file (nothing marked generated),
      *   O = the override failed (the load was not called),
      *   T = a table overflowed (the rest wait for the next run),
      *   F = a file would not open
        01 L-RETURN          PIC X(1).

      * Output: the ADOS run number the load posted under - zero if
      *   the load was not called
        01 L-RUN-NUMBER      PIC S9(7) COMP-3.

      ***************************************************************
       PROCEDURE DIVISION USING L-RETURN L-RUN-NUMBER.
       MAIN SECTION.
       MAIN-B.
           MOVE "0"  TO L-RETURN.
           MOVE ZERO TO L-RUN-NUMBER.

           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           MOVE W-TODAY(1:6) TO W-RUN-PERIOD.

           PERFORM OPEN-FILES.

      * The load refuses everything if tonight's period is not open -
      *   no point numbering and staging invoices for it to refuse
           MOVE W-RUN-PERIOD TO PCL-Period.
           READ PERCAL
             INVALID KEY
               MOVE "C" TO PCL-Status
           END-READ.
           IF NOT PCL-Open
             MOVE "P" TO L-RETURN
             MOVE SPACES TO RECRPT-REC
             STRING "CURRENT PERIOD " W-RUN-PERIOD
                    " IS NOT OPEN - NOTHING GENERATED"
               DELIMITED BY SIZE INTO RECRPT-REC
             END-STRING
             WRITE RECRPT-REC
             GO TO MAIN-E
           END-IF.

      * Column heading row - the load drops a first row starting
      *   'Supplier', so a template reference can never be taken
      *   for one
           MOVE SPACES TO STAGE-REC.
           STRING "Supplier Invoice,Invoice No,Currency,Account,"
                  "Amount,Description,DR/CR,Entity"
             DELIMITED BY SIZE INTO STAGE-REC
           END-STRING.
           WRITE STAGE-REC.

           PERFORM SCAN-PERIODS.

           CLOSE STAGE.
           MOVE 0 TO O-STAGE.

           IF W-STAGED-COUNT > ZERO
             PERFORM RUN-LOAD
           END-IF.

           PERFORM PRINT-REPORT.

           IF W-DUE-COUNT = ZERO
             MOVE "N" TO L-RETURN
           END-IF.
           IF W-SUSP-COUNT > ZERO AND L-RETURN = "0"
             MOVE "S" TO L-RETURN
           END-IF.
           IF W-TAB-FULL AND L-RETURN = "0"
             MOVE "T" TO L-RETURN
           END-IF.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN INPUT TEMPLATE.
           IF ST-TEMPLATE NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-TEMPLATE.

           OPEN I-O RECGEN.
           IF ST-RECGEN NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-RECGEN.

           OPEN I-O RECCTL.
           IF ST-RECCTL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-RECCTL.

           OPEN INPUT PERCAL.
           IF ST-PERCAL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-PERCAL.

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

           OPEN OUTPUT STAGE.
           IF ST-STAGE NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-STAGE.

           OPEN OUTPUT RECRPT.
           IF ST-RECRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-RECRPT.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * Every open period up to tonight's - an earlier period still
      *   open picks up anything a missed run never generated. A
      *   period Finance has opened ahead of time is left for its own
      *   month.
       SCAN-PERIODS SECTION.
       SCAN-PERIODS-B.
           MOVE ZERO TO PCL-Period.
           MOVE 0 TO W-EOF.
           START PERCAL KEY NOT < PCL-Period
             INVALID KEY
               MOVE 1 TO W-EOF
           END-START.

           PERFORM UNTIL W-EOF = 1
             READ PERCAL NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF PCL-Period > W-RUN-PERIOD
                   MOVE 1 TO W-EOF
                 ELSE
                   IF PCL-Open
                     MOVE PCL-Period TO W-PERIOD
                     PERFORM GENERATE-PERIOD
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       SCAN-PERIODS-E.
           EXIT.

      ******************************************************************
      * One pass of the template file for the period. A template's
      *   lines follow its header in key order, so each header read
      *   finishes off the template before it.
       GENERATE-PERIOD SECTION.
       GENERATE-PERIOD-B.
           MOVE 0 TO W-PENDING-FLAG.
           MOVE LOW-VALUES TO RTM-Key.
           MOVE 0 TO W-TPL-EOF.
           START TEMPLATE KEY NOT < RTM-Key
             INVALID KEY
               MOVE 1 TO W-TPL-EOF
           END-START.

           PERFORM UNTIL W-TPL-EOF = 1
             READ TEMPLATE NEXT
               AT END
                 MOVE 1 TO W-TPL-EOF
               NOT AT END
                 IF RTM-Header-Line
                   PERFORM FINISH-TEMPLATE
                   PERFORM START-TEMPLATE
                 ELSE
                   IF W-PENDING
                     PERFORM NOTE-LINE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           PERFORM FINISH-TEMPLATE.

       GENERATE-PERIOD-E.
           EXIT.

      ******************************************************************
      * Is this template due in the period - active, inside its start
      *   and end periods, and on its frequency counted from the start
      *   period? A due template already on ADRECGENL0 is only listed.
       START-TEMPLATE SECTION.
       START-TEMPLATE-B.
           IF NOT RTM-Active
             GO TO START-TEMPLATE-E
           END-IF.
           IF W-PERIOD < RTM-Start-Period
             GO TO START-TEMPLATE-E
           END-IF.
           IF  RTM-End-Period NOT = ZERO
           AND W-PERIOD > RTM-End-Period
             GO TO START-TEMPLATE-E
           END-IF.

           EVALUATE TRUE
             WHEN RTM-Quarterly
               MOVE 3  TO W-INTERVAL
             WHEN RTM-Half-Yearly
               MOVE 6  TO W-INTERVAL
             WHEN RTM-Annual
               MOVE 12 TO W-INTERVAL
             WHEN OTHER
               MOVE 1  TO W-INTERVAL
           END-EVALUATE.
           MOVE RTM-Start-Period TO W-START.
           COMPUTE W-MONTHS = (W-PERIOD-YYYY * 12 + W-PERIOD-MM)
                            - (W-START-YYYY * 12 + W-START-MM).
           DIVIDE W-MONTHS BY W-INTERVAL GIVING W-QUOT
             REMAINDER W-REM.
           IF W-REM NOT = ZERO
             GO TO START-TEMPLATE-E
           END-IF.

           ADD 1 TO W-DUE-COUNT.
           IF W-GEN-TAB-COUNT NOT < W-GEN-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO START-TEMPLATE-E
           END-IF.
           ADD 1 TO W-GEN-TAB-COUNT.
           MOVE W-GEN-TAB-COUNT   TO W-GX.
           MOVE RTM-Template-Id   TO WG-TEMPLATE(W-GX).
           MOVE W-PERIOD          TO WG-PERIOD(W-GX).
           MOVE RTM-Supplier-Loc  TO WG-LOC(W-GX).
           MOVE RTM-Supplier-Acc  TO WG-ACC(W-GX).
           MOVE RTM-Currency-Code TO WG-CCY(W-GX).
           MOVE RTM-Entity-Code   TO WG-ENT(W-GX).
           IF WG-ENT(W-GX) = SPACES
             MOVE "GBR" TO WG-ENT(W-GX)
           END-IF.
           MOVE SPACES            TO WG-INVNO(W-GX).
           MOVE ZERO              TO WG-RUN(W-GX) WG-LINES(W-GX)
                                     WG-AMT(W-GX) WG-STAGED(W-GX).
           MOVE SPACES            TO WG-OUTCOME(W-GX).

           MOVE RTM-Template-Id TO RGN-Template-Id.
           MOVE W-PERIOD        TO RGN-Period.
           READ RECGEN
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE RGN-Invoice-No TO WG-INVNO(W-GX)
               MOVE RGN-Run-Number TO WG-RUN(W-GX)
               MOVE RGN-Line-Count TO WG-LINES(W-GX)
               MOVE RGN-Amount     TO WG-AMT(W-GX)
               MOVE "ALREADY GENERATED" TO WG-OUTCOME(W-GX)
               ADD 1 TO W-ALREADY-COUNT
               GO TO START-TEMPLATE-E
           END-READ.

           MOVE RTM-Template-Id     TO W-TPL-ID.
           MOVE RTM-Supplier-Loc    TO W-TPL-LOC.
           MOVE RTM-Supplier-Acc    TO W-TPL-ACC.
           MOVE RTM-Supplier-Nature TO W-TPL-NATURE.
           MOVE RTM-Currency-Code   TO W-TPL-CCY.
           MOVE WG-ENT(W-GX)        TO W-TPL-ENT.
           MOVE RTM-Description     TO W-TPL-DESC.
           MOVE RTM-Reference       TO W-TPL-REF.
           MOVE ZERO TO W-LIN-COUNT W-LIN-OVER W-TPL-TOTAL.
           SET W-PENDING TO TRUE.

       START-TEMPLATE-E.
           EXIT.

      ******************************************************************
       NOTE-LINE SECTION.
       NOTE-LINE-B.
           IF W-LIN-COUNT NOT < W-LIN-TAB-MAX
             ADD 1 TO W-LIN-OVER
             GO TO NOTE-LINE-E
           END-IF.
           ADD 1 TO W-LIN-COUNT.
           MOVE RTL-Account-Loc TO WL-LOC(W-LIN-COUNT).
           MOVE RTL-Account-No  TO WL-ACC(W-LIN-COUNT).
           MOVE RTL-Tax-Code    TO WL-TAX(W-LIN-COUNT).
           MOVE RTL-Dept        TO WL-DEPT(W-LIN-COUNT).
           MOVE RTL-Anal        TO WL-ANAL(W-LIN-COUNT).
           MOVE RTL-Amount      TO WL-AMT(W-LIN-COUNT).
           ADD RTL-Amount       TO W-TPL-TOTAL.

       NOTE-LINE-E.
           EXIT.

      ******************************************************************
      * The gathered template, if due, goes to the staging file. One
      *   with no lines, or more than an invoice is built with, is
      *   reported and left ungenerated so it is picked up once fixed.
       FINISH-TEMPLATE SECTION.
       FINISH-TEMPLATE-B.
           IF NOT W-PENDING
             GO TO FINISH-TEMPLATE-E
           END-IF.
           MOVE 0 TO W-PENDING-FLAG.

           IF W-LIN-COUNT = ZERO
             MOVE "NOT GENERATED - NO LINES" TO WG-OUTCOME(W-GX)
             ADD 1 TO W-NOLINE-COUNT
             GO TO FINISH-TEMPLATE-E
           END-IF.
           IF W-LIN-OVER > ZERO
             MOVE "NOT GENERATED - OVER 100 LINES" TO WG-OUTCOME(W-GX)
             ADD 1 TO W-NOLINE-COUNT
             GO TO FINISH-TEMPLATE-E
           END-IF.

           PERFORM ALLOCATE-INVOICE-NO.
           MOVE W-INVOICE-NO TO WG-INVNO(W-GX).
           MOVE W-LIN-COUNT  TO WG-LINES(W-GX).
           MOVE W-TPL-TOTAL  TO WG-AMT(W-GX).
           MOVE 1            TO WG-STAGED(W-GX).

      * Every row of the invoice carries the same supplier reference
      *   (stem or template id, then /yyyymm) and description
           MOVE SPACES TO W-CSV-REF.
           IF W-TPL-REF = SPACES
             STRING W-TPL-ID DELIMITED BY SPACE
                    "/"      DELIMITED BY SIZE
                    W-PERIOD DELIMITED BY SIZE
               INTO W-CSV-REF
             END-STRING
           ELSE
             STRING W-TPL-REF DELIMITED BY "  "
                    "/"       DELIMITED BY SIZE
                    W-PERIOD  DELIMITED BY SIZE
               INTO W-CSV-REF
             END-STRING
           END-IF.
           MOVE SPACES TO W-CSV-DESC.
           STRING W-TPL-DESC DELIMITED BY "  "
                  " "        DELIMITED BY SIZE
                  W-PERIOD   DELIMITED BY SIZE
             INTO W-CSV-DESC
           END-STRING.

      * Header row - supplier as loc.acc.nature, the invoice total
      *   (the load ties the lines to it) as a DR
           MOVE SPACES TO W-CSV-ACCOUNT.
           STRING W-TPL-LOC "." W-TPL-ACC "." W-TPL-NATURE
             DELIMITED BY SIZE INTO W-CSV-ACCOUNT
           END-STRING.
           MOVE W-TPL-TOTAL TO W-CSV-AMT.
           PERFORM WRITE-STAGE-ROW.

      * Detail rows - loc acc tax dept anal, space separated
           PERFORM VARYING W-LX FROM 1 BY 1 UNTIL W-LX > W-LIN-COUNT
             MOVE SPACES TO W-CSV-ACCOUNT
             STRING WL-LOC(W-LX)  " " WL-ACC(W-LX)  " "
                    WL-TAX(W-LX)  " " WL-DEPT(W-LX) " "
                    WL-ANAL(W-LX)
               DELIMITED BY SIZE INTO W-CSV-ACCOUNT
             END-STRING
             MOVE WL-AMT(W-LX) TO W-CSV-AMT
             PERFORM WRITE-STAGE-ROW
           END-PERFORM.

           ADD 1 TO W-STAGED-COUNT.

       FINISH-TEMPLATE-E.
           EXIT.

      ******************************************************************
      * Reference and description are quoted - a comma in either would
      *   otherwise shift every field after it.
       WRITE-STAGE-ROW SECTION.
       WRITE-STAGE-ROW-B.
           MOVE SPACES TO STAGE-REC.
           STRING '"'            DELIMITED BY SIZE
                  W-CSV-REF      DELIMITED BY "  "
                  '",'           DELIMITED BY SIZE
                  W-INVOICE-NO   DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  W-TPL-CCY      DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  W-CSV-ACCOUNT  DELIMITED BY "  "
                  ","            DELIMITED BY SIZE
                  W-CSV-AMT      DELIMITED BY SIZE
                  ',"'           DELIMITED BY SIZE
                  W-CSV-DESC     DELIMITED BY "  "
                  '",DR,'        DELIMITED BY SIZE
                  W-TPL-ENT      DELIMITED BY SIZE
             INTO STAGE-REC
           END-STRING.
           WRITE STAGE-REC.

       WRITE-STAGE-ROW-E.
           EXIT.

      ******************************************************************
      * Next number off the control record, passing over any number
      *   already on the live or history headers - the load would only
      *   reject it as a duplicate.
       ALLOCATE-INVOICE-NO SECTION.
       ALLOCATE-INVOICE-NO-B.
           MOVE "0" TO RCC-Record-Key.
           READ RECCTL
             INVALID KEY
               MOVE "0"     TO RCC-Record-Key
               MOVE 9000000 TO RCC-Last-Invoice
               WRITE RECCTL-REC
           END-READ.

           MOVE 0 TO W-INV-FREE-FLAG.
           PERFORM UNTIL W-INV-FREE
             ADD 1 TO RCC-Last-Invoice
             MOVE RCC-Last-Invoice TO W-INVOICE-NO
             SET W-INV-FREE TO TRUE
             MOVE W-INVOICE-NO TO gaadInvNo
             READ IFHDR
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 0 TO W-INV-FREE-FLAG
             END-READ
             IF W-INV-FREE
               MOVE W-INVOICE-NO TO HH-Invoice-No
               READ HISTHDR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 0 TO W-INV-FREE-FLAG
               END-READ
             END-IF
           END-PERFORM.

           REWRITE RECCTL-REC.

       ALLOCATE-INVOICE-NO-E.
           EXIT.

      ******************************************************************
      * Point the load's upload file at the staging file and call it,
      *   exactly as the ADA000117S resubmission does. The staging file
      *   is built here, so there is no ADOS control trailer to check.
       RUN-LOAD SECTION.
       RUN-LOAD-B.
      * The load opens the interface headers for update itself
           CLOSE IFHDR.
           MOVE 0 TO O-IFHDR.

           MOVE SPACES TO W-CMD-STRING.
           STRING "OVRDBF FILE(ADA000115A) TOFILE(ADOSRCGL0)"
             DELIMITED BY SIZE INTO W-CMD-STRING
           END-STRING.
           CALL "QCMDEXC" USING W-CMD-STRING W-CMD-LENGTH
             ON EXCEPTION
               SET W-OVR-FAILED TO TRUE
           END-CALL.
           IF W-OVR-FAILED
             MOVE "O" TO L-RETURN
             MOVE "NOT LOADED - OVERRIDE FAILED" TO W-LINE
             PERFORM MARK-NOT-LOADED
             GO TO RUN-LOAD-E
           END-IF.

           MOVE SPACES TO W-115-RETURN-CODE.
           MOVE ZERO   TO W-115-RUN-NUMBER W-115-RESUME-NUMBER.
           MOVE SPACE  TO W-115-DELIMITER W-115-TRIAL-MODE
                          W-115-MEMBER-MODE.
           MOVE "N"    TO W-115-TRAILER-MODE.
           MOVE SPACES TO W-115-SOURCE-APPL.
           CALL "ADA000115S" USING W-115-RETURN-CODE
                                   W-115-RUN-NUMBER
                                   W-115-RECORD-NUMBER
                                   W-115-TOTALS
                                   W-115-RESUME-NUMBER
                                   W-115-DELIMITER
                                   W-115-TRIAL-MODE
                                   W-115-MEMBER-MODE
                                   W-115-TRAILER-MODE
                                   W-115-SOURCE-APPL.

           MOVE SPACES TO W-CMD-STRING.
           STRING "DLTOVR FILE(ADA000115A)"
             DELIMITED BY SIZE INTO W-CMD-STRING
           END-STRING.
           CALL "QCMDEXC" USING W-CMD-STRING W-CMD-LENGTH.

           MOVE W-115-RUN-NUMBER TO L-RUN-NUMBER.

      * A refused load (period closed under it, or anything else that
      *   stopped it before the rows) posted nothing - nothing is
      *   marked generated, so the next run stages it all again
           IF  W-115-RETURN-CODE NOT = SPACES
           AND W-115-RETURN-CODE NOT = "MCH1202"
             MOVE "L" TO L-RETURN
             MOVE SPACES TO W-LINE
             STRING "NOT LOADED - LOAD RETURNED " W-115-RETURN-CODE
               DELIMITED BY SIZE INTO W-LINE
             END-STRING
             PERFORM MARK-NOT-LOADED
             GO TO RUN-LOAD-E
           END-IF.

           OPEN INPUT IFHDR.
           IF ST-IFHDR = "00"
             MOVE 1 TO O-IFHDR
           END-IF.

           PERFORM VARYING W-GX FROM 1 BY 1
                   UNTIL W-GX > W-GEN-TAB-COUNT
             IF WG-STAGED(W-GX) = 1
               PERFORM MARK-GENERATED
             END-IF
           END-PERFORM.

       RUN-LOAD-E.
           EXIT.

      ******************************************************************
      * The invoice is on the headers under this run - posted; if not,
      *   the load put it in suspense. Either way the template has
      *   been generated for the period.
       MARK-GENERATED SECTION.
       MARK-GENERATED-B.
           MOVE W-115-RUN-NUMBER TO WG-RUN(W-GX).

           MOVE SPACES TO RECGEN-REC.
           MOVE WG-TEMPLATE(W-GX) TO RGN-Template-Id.
           MOVE WG-PERIOD(W-GX)   TO RGN-Period.
           MOVE WG-INVNO(W-GX)    TO RGN-Invoice-No.
           MOVE WG-RUN(W-GX)      TO RGN-Run-Number.
           MOVE WG-AMT(W-GX)      TO RGN-Amount.
           MOVE WG-LINES(W-GX)    TO RGN-Line-Count.
           MOVE W-TODAY           TO RGN-Gen-Date.

           SET RGN-Suspense TO TRUE.
           IF O-IFHDR = 1
             MOVE WG-INVNO(W-GX) TO gaadInvNo
             READ IFHDR
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF gaadRunNbr = W-115-RUN-NUMBER
                   SET RGN-Posted TO TRUE
                 END-IF
             END-READ
           END-IF.

           IF RGN-Posted
             MOVE "POSTED" TO WG-OUTCOME(W-GX)
             ADD 1 TO W-POSTED-COUNT
           ELSE
             MOVE "IN SUSPENSE - SEE ADA000116S" TO WG-OUTCOME(W-GX)
             ADD 1 TO W-SUSP-COUNT
           END-IF.

           WRITE RECGEN-REC
             INVALID KEY
               MOVE "GENERATED - ADRECGENL0 WRITE FAILED"
                 TO WG-OUTCOME(W-GX)
           END-WRITE.

       MARK-GENERATED-E.
           EXIT.

      ******************************************************************
      * The load never took the staging file - every staged entry gets
      *   the reason in W-LINE and stays ungenerated.
       MARK-NOT-LOADED SECTION.
       MARK-NOT-LOADED-B.
           PERFORM VARYING W-GX FROM 1 BY 1
                   UNTIL W-GX > W-GEN-TAB-COUNT
             IF WG-STAGED(W-GX) = 1
               MOVE W-LINE TO WG-OUTCOME(W-GX)
               ADD 1 TO W-NOTRUN-COUNT
             END-IF
           END-PERFORM.

       MARK-NOT-LOADED-E.
           EXIT.

      ******************************************************************
       PRINT-REPORT SECTION.
       PRINT-REPORT-B.
           MOVE SPACES TO RECRPT-REC.
           MOVE L-RUN-NUMBER TO W-RUN-ED.
           STRING "RECURRING INVOICES GENERATED - RUN DATE " W-TODAY
                  "   ADOS LOAD RUN " W-RUN-ED
             DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING.
           WRITE RECRPT-REC.
           MOVE SPACES TO RECRPT-REC.
           WRITE RECRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE "TEMPLATE"   TO W-LINE(1:8).
           MOVE "PERIOD"     TO W-LINE(10:6).
           MOVE "SUPPLIER"   TO W-LINE(17:9).
           MOVE "ENT"        TO W-LINE(27:3).
           MOVE "CCY"        TO W-LINE(31:3).
           MOVE "INVOICE"    TO W-LINE(35:7).
           MOVE "RUN"        TO W-LINE(43:3).
           MOVE "LINES"      TO W-LINE(51:5).
           MOVE "AMOUNT"     TO W-LINE(64:6).
           MOVE "OUTCOME"    TO W-LINE(74:7).
           MOVE W-LINE TO RECRPT-REC.
           WRITE RECRPT-REC.

           IF W-GEN-TAB-COUNT = ZERO
             MOVE "NONE" TO RECRPT-REC
             WRITE RECRPT-REC
           END-IF.

           PERFORM VARYING W-GX FROM 1 BY 1
                   UNTIL W-GX > W-GEN-TAB-COUNT
             MOVE SPACES TO W-LINE
             MOVE WG-TEMPLATE(W-GX) TO W-LINE(1:8)
             MOVE WG-PERIOD(W-GX)   TO W-LINE(10:6)
             MOVE WG-LOC(W-GX)      TO W-LINE(17:2)
             MOVE "/"               TO W-LINE(19:1)
             MOVE WG-ACC(W-GX)      TO W-LINE(20:6)
             MOVE WG-ENT(W-GX)      TO W-LINE(27:3)
             MOVE WG-CCY(W-GX)      TO W-LINE(31:3)
             MOVE WG-INVNO(W-GX)    TO W-LINE(35:7)
             IF WG-RUN(W-GX) NOT = ZERO
               MOVE WG-RUN(W-GX)    TO W-RUN-ED
               MOVE W-RUN-ED        TO W-LINE(43:7)
             END-IF
             MOVE WG-LINES(W-GX)    TO W-LINE(53:3)
             MOVE WG-AMT(W-GX)      TO W-AMT-ED
             MOVE W-AMT-ED          TO W-LINE(57:15)
             MOVE WG-OUTCOME(W-GX)  TO W-LINE(74:30)
             MOVE W-LINE TO RECRPT-REC
             WRITE RECRPT-REC
           END-PERFORM.

           MOVE SPACES TO RECRPT-REC.
           WRITE RECRPT-REC.
           MOVE W-DUE-COUNT TO W-CNT-ED.
           MOVE SPACES TO RECRPT-REC.
           STRING "TEMPLATES DUE . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING.
           WRITE RECRPT-REC.
           MOVE W-POSTED-COUNT TO W-CNT-ED.
           MOVE SPACES TO RECRPT-REC.
           STRING "GENERATED AND POSTED  . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING.
           WRITE RECRPT-REC.
           MOVE W-SUSP-COUNT TO W-CNT-ED.
           MOVE SPACES TO RECRPT-REC.
           STRING "GENERATED INTO SUSPENSE . . : " W-CNT-ED
             DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING.
           WRITE RECRPT-REC.
           MOVE W-ALREADY-COUNT TO W-CNT-ED.
           MOVE SPACES TO RECRPT-REC.
           STRING "ALREADY GENERATED . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING.
           WRITE RECRPT-REC.
           MOVE W-NOLINE-COUNT TO W-CNT-ED.
           MOVE SPACES TO RECRPT-REC.
           STRING "NOT GENERATED - LINES . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING.
           WRITE RECRPT-REC.
           MOVE W-NOTRUN-COUNT TO W-CNT-ED.
           MOVE SPACES TO RECRPT-REC.
           STRING "NOT LOADED  . . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING.
           WRITE RECRPT-REC.
           IF W-TAB-FULL
             MOVE "** TABLE FULL - SOME TEMPLATES WAIT FOR NEXT RUN **"
               TO RECRPT-REC
             WRITE RECRPT-REC
           END-IF.

       PRINT-REPORT-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-TEMPLATE = 1
             CLOSE TEMPLATE
             MOVE 0 TO O-TEMPLATE
           END-IF.

           IF O-RECGEN = 1
             CLOSE RECGEN
             MOVE 0 TO O-RECGEN
           END-IF.

           IF O-RECCTL = 1
             CLOSE RECCTL
             MOVE 0 TO O-RECCTL
           END-IF.

           IF O-PERCAL = 1
             CLOSE PERCAL
             MOVE 0 TO O-PERCAL
           END-IF.

           IF O-IFHDR = 1
             CLOSE IFHDR
             MOVE 0 TO O-IFHDR
           END-IF.

           IF O-HISTHDR = 1
             CLOSE HISTHDR
             MOVE 0 TO O-HISTHDR
           END-IF.

           IF O-STAGE = 1
             CLOSE STAGE
             MOVE 0 TO O-STAGE
           END-IF.

           IF O-RECRPT = 1
             CLOSE RECRPT
             MOVE 0 TO O-RECRPT
           END-IF.

           GOBACK.
