       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000151S.

      **************************************************************************
      *  Finance application. IPN26469                                         *
      *                                                                        *
      *  Employee expense claims feed. The expenses system sends its           *
      *    approved claims on ADEXPFEDL0 - one row per claim line and a        *
      *    control trailer - instead of their being re-keyed into ADOS.        *
      *                                                                        *
      *  The trailer is checked against the lines first: a feed with no        *
      *    trailer, or whose line count or net or VAT totals disagree          *
      *    with it, is refused whole, left where it is and logged at           *
      *    severity 1 - nothing on it is posted.                               *
      *                                                                        *
      *  Each claim (employee + claim reference) then becomes one              *
      *    invoice in the ADOS upload layout on the ADOSEXPL0 staging          *
      *    file: the employee is mapped to the supplier account they are       *
      *    reimbursed through, each expense category to its GL account,        *
      *    tax code and analysis code, through the ADEXPMAPL0 table            *
      *    maintained on ADA000152S. The cost centre is the department.        *
      *    A claim whose employee or category is unmapped or suspended,        *
      *    or that mixes currencies, has a line not above zero or more         *
      *    lines than an invoice is built with, is held - reported,            *
      *    logged and not staged; the expenses system must send it             *
      *    again once the mapping or the claim is put right.                   *
      *                                                                        *
      *  The VAT the feed claims on each line is compared with the net         *
      *    at the rate of its tax code - the load prices the VAT itself        *
      *    from the tax code, so a difference is only reported.                *
      *                                                                        *
      *  Expense claim rows the ADA000116S workbench has corrected are         *
      *    staged alongside - the ADA000117S resubmission leaves them          *
      *    to this run.                                                        *
      *                                                                        *
      *  The staging file is loaded by calling ADA000115S with its             *
      *    upload file overridden to it, as the ADA000138S recurring           *
      *    invoices are, but under the EXPENSES run-register                   *
      *    application: the claims get the load's validation, suspense,        *
      *    approval and payment handling, their own run numbers and            *
      *    their own control totals. Once the load has run the feed is         *
      *    copied to the ADEXPARCL0 archive (member Fyyyymmdd) and             *
      *    cleared for the next one.                                           *
      *                                                                        *
      *  Claims are numbered from the ADEXPCTLL0 control record, from          *
      *    8000001 upward, skipping any number already on the live or          *
      *    history interface headers.                                          *
      *                                                                        *
      *  Author: D.Rowan 2026-10-15                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Claims feed from the expenses system
           SELECT EXPFEED  ASSIGN      TO DATABASE-ADEXPFEDL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-EXPFEED.

      * Employee and expense category mapping
           SELECT EXPMAP   ASSIGN      TO DATABASE-ADEXPMAPL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS EXM-Key
                         FILE STATUS   IS ST-EXPMAP.

      * Entity master - the base currency of a claim sent without one
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

      * Tax rates - the VAT the feed claims is checked against them
           SELECT TAXRAT   ASSIGN      TO DATABASE-ADTAXRATL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS TAX-Code
                         FILE STATUS   IS ST-TAXRAT.

      * Last expense claim invoice number allocated - single record
      *   key "0"
           SELECT EXPCTL   ASSIGN      TO DATABASE-ADEXPCTLL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ECC-Record-Key
                         FILE STATUS   IS ST-EXPCTL.

      * Posted interface headers - numbers in use, and afterwards
      *   what the load did with each claim
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

      * Load suspense - corrected expense claim rows go out again
           SELECT REJFILE  ASSIGN      TO DATABASE-ADOSREJL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-REJFILE.

      * Staging file fed to ADA000115S as its upload via OVRDBF
           SELECT STAGE    ASSIGN      TO DATABASE-ADOSEXPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-STAGE.

      * The feed's control report
           SELECT EXPRPT   ASSIGN      TO DATABASE-ADEXPRPTL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-EXPRPT.

       DATA DIVISION.
        FILE SECTION.
         FD EXPFEED.
          01 EXPFEED-REC.
             COPY ADEXPFEDL0.

         FD EXPMAP.
          01 EXPMAP-REC.
             COPY ADEXPMAPL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

         FD TAXRAT.
          01 TAXRAT-REC.
             COPY ADTAXRATL0.

         FD EXPCTL.
          01 EXPCTL-REC.
             05  ECC-Record-Key        PIC X(1).
             05  ECC-Last-Invoice      PIC 9(7).

         FD IFHDR.
          01 IFHDR-REC.
             COPY ADIFCHDRL0.

         FD HISTHDR.
          01 HISTHDR-REC.
             COPY ADIFCHDRH0.

         FD REJFILE.
          01 REJFILE-REC.
             COPY ADOSREJL0.

         FD STAGE.
          01 STAGE-REC                 PIC X(250).

         FD EXPRPT.
          01 EXPRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-EXPFEED  PIC X(2).
        01  ST-EXPMAP   PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-TAXRAT   PIC X(2).
        01  ST-EXPCTL   PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HISTHDR  PIC X(2).
        01  ST-REJFILE  PIC X(2).
        01  ST-STAGE    PIC X(2).
        01  ST-EXPRPT   PIC X(2).
        01  O-EXPFEED   PIC 9 VALUE ZERO.
        01  O-EXPMAP    PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-TAXRAT    PIC 9 VALUE ZERO.
        01  O-EXPCTL    PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HISTHDR   PIC 9 VALUE ZERO.
        01  O-REJFILE   PIC 9 VALUE ZERO.
        01  O-STAGE     PIC 9 VALUE ZERO.
        01  O-EXPRPT    PIC 9 VALUE ZERO.

        01 W-EOF            PIC 9.
        01 W-TODAY          PIC 9(8).

      * The feed as the first pass finds it, and what its trailer says
        01 W-FEED-RECS      PIC 9(7) VALUE ZERO.
        01 W-FEED-LINES     PIC 9(7) VALUE ZERO.
        01 W-FEED-NET       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-FEED-VAT       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-FEED-CLAIMS    PIC 9(7) VALUE ZERO.
        01 W-BAD-TYPE-COUNT PIC 9(7) VALUE ZERO.
        01 W-BAD-NUM-COUNT  PIC 9(7) VALUE ZERO.
        01 W-AFTER-TRL      PIC 9(7) VALUE ZERO.
        01 W-TRL-SEEN       PIC 9(3) VALUE ZERO.
        01 W-TRL-BAD-FLAG   PIC 9 VALUE ZERO.
           88 W-TRL-BAD             VALUE 1.
        01 W-TRL-LINES      PIC 9(7) VALUE ZERO.
        01 W-TRL-NET        PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-TRL-VAT        PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-PREV-EMP       PIC X(10).
        01 W-PREV-REF       PIC X(15).
      * Blank = the feed is taken; C = refused on its control
      *   figures, T = more claims than the claim table holds
        01 W-REFUSE-CODE    PIC X(1) VALUE SPACE.
        01 W-REFUSE-TEXT    PIC X(40).

      * The claim being gathered - its employee mapping, then its
      *   lines as they are read
        01 W-PENDING-FLAG   PIC 9 VALUE ZERO.
           88 W-PENDING                VALUE 1.
        01 W-CLM-EMP        PIC X(10).
        01 W-CLM-REF        PIC X(15).
        01 W-CLM-DATE       PIC 9(8).
        01 W-CLM-LOC        PIC X(2).
        01 W-CLM-ACC        PIC X(6).
        01 W-CLM-NATURE     PIC X(1).
        01 W-CLM-ENT        PIC X(3).
        01 W-CLM-NAME       PIC X(30).
        01 W-CLM-BASE-CCY   PIC X(3).
        01 W-CLM-CCY        PIC X(3).
        01 W-LINE-CCY       PIC X(3).
        01 W-HOLD-REASON    PIC X(30).
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
              10 WL-DESC      PIC X(30).
        01 W-LX             PIC 9(3).

      * What each claim on the feed came to, for the control report
        01 W-CLM-TAB-MAX    PIC 9(4) VALUE 1000.
        01 W-CLM-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-CLM-TAB.
           05 W-CLM-ENTRY OCCURS 1000.
              10 WC-EMP       PIC X(10).
              10 WC-REF       PIC X(15).
              10 WC-DATE      PIC 9(8).
              10 WC-LOC       PIC X(2).
              10 WC-ACC       PIC X(6).
              10 WC-ENT       PIC X(3).
              10 WC-CCY       PIC X(3).
              10 WC-INVNO     PIC X(7).
              10 WC-LINES     PIC 9(3).
              10 WC-NET       PIC S9(11)V99 COMP-3.
              10 WC-VAT       PIC S9(11)V99 COMP-3.
      * Lines whose VAT differs from the net at the tax code's rate
              10 WC-VDIFF     PIC 9(3).
      * 1 = staged for the load this run
              10 WC-STAGED    PIC 9(1).
              10 WC-OUTCOME   PIC X(30).
        01 W-CX             PIC 9(4).

        01 W-INVOICE-NO     PIC 9(7).
        01 W-INV-FREE-FLAG  PIC 9.
           88 W-INV-FREE            VALUE 1.

        01 W-VAT-EXPECT     PIC S9(9)V99 COMP-3.
        01 W-VAT-DIFF       PIC S9(9)V99 COMP-3.

      * Upload row fields as the load parses them
        01 W-CSV-REF        PIC X(20).
        01 W-CSV-ACCOUNT    PIC X(25).
        01 W-CSV-AMT        PIC ----------.99.
        01 W-CSV-DESC       PIC X(75).

        01 W-STAGED-COUNT   PIC 9(5) VALUE ZERO.
        01 W-STAGED-NET     PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-STAGED-VAT     PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-CORR-COUNT     PIC 9(5) VALUE ZERO.
        01 W-POSTED-COUNT   PIC 9(5) VALUE ZERO.
        01 W-SUSP-COUNT     PIC 9(5) VALUE ZERO.
        01 W-HELD-COUNT     PIC 9(5) VALUE ZERO.
        01 W-NOTRUN-COUNT   PIC 9(5) VALUE ZERO.
        01 W-VDIFF-COUNT    PIC 9(5) VALUE ZERO.

        01 W-CMD-STRING     PIC X(200).
        01 W-CMD-LENGTH     PIC S9(10)V9(5) COMP-3 VALUE 200.
        01 W-OVR-FAIL-FLAG  PIC 9 VALUE ZERO.
           88 W-OVR-FAILED          VALUE 1.
        01 W-LOAD-RAN-FLAG  PIC 9 VALUE ZERO.
           88 W-LOAD-RAN            VALUE 1.
        01 W-ARC-FAIL-FLAG  PIC 9 VALUE ZERO.
           88 W-ARC-FAILED          VALUE 1.
        01 W-ARC-MEMBER     PIC X(10).

      * Parameter set passed on to ADA000115S - a zero run number is
      *   allocated the next EXPENSES run by the load and passed back
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

      * Audit log server parameters
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000151S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

        01 W-AMT-ED         PIC Z(10)9.99-.
        01 W-RUN-ED         PIC 9(7).
        01 W-CNT-ED         PIC Z(6)9.
        01 W-LNS-ED         PIC ZZ9.
        01 W-LINE           PIC X(132).

       LINKAGE SECTION.
      * Output: 0 = claims posted, S = some claims held or in
      *   suspense, N = no feed and nothing to resubmit, C = the feed
      *   was refused on its control trailer (nothing posted),
      *   T = more claims than one run takes (nothing posted),
      *   L = the load refused the staging file, O = the override
      *   failed (the load was not called), A = posted but the feed
      *   could not be archived or cleared - it must be cleared by
      *   hand before the next run, F = a file would not open
        01 L-RETURN          PIC X(1).

      * Output: the EXPENSES run number the load posted under - zero
      *   if the load was not called
        01 L-RUN-NUMBER      PIC S9(7) COMP-3.

      ***************************************************************
       PROCEDURE DIVISION USING L-RETURN L-RUN-NUMBER.
       MAIN SECTION.
       MAIN-B.
           MOVE "0"  TO L-RETURN.
           MOVE ZERO TO L-RUN-NUMBER.

           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.

           PERFORM CHECK-FEED.
           IF W-REFUSE-CODE NOT = SPACE
             MOVE W-REFUSE-CODE TO L-RETURN
             PERFORM REFUSE-FEED
             GO TO MAIN-E
           END-IF.

      * Column heading row - the load drops a first row starting
      *   'Supplier', so a claim reference can never be taken for one
           MOVE SPACES TO STAGE-REC.
           STRING "Supplier Invoice,Invoice No,Currency,Account,"
                  "Amount,Description,DR/CR,Entity"
             DELIMITED BY SIZE INTO STAGE-REC
           END-STRING.
           WRITE STAGE-REC.

           IF W-FEED-RECS > ZERO
             PERFORM BUILD-CLAIMS
           END-IF.

           PERFORM STAGE-CORRECTIONS.

           CLOSE STAGE.
           MOVE 0 TO O-STAGE.

           IF W-STAGED-COUNT > ZERO OR W-CORR-COUNT > ZERO
             PERFORM RUN-LOAD
           END-IF.

      * The feed has been dealt with - posted, in suspense or held -
      *   unless the load never took it
           IF W-FEED-RECS > ZERO AND L-RETURN = "0"
             PERFORM ARCHIVE-FEED
           END-IF.

           PERFORM PRINT-REPORT.

           IF  W-FEED-RECS = ZERO AND W-CORR-COUNT = ZERO
           AND L-RETURN = "0"
             MOVE "N" TO L-RETURN
           END-IF.
           IF (W-SUSP-COUNT > ZERO OR W-HELD-COUNT > ZERO)
           AND L-RETURN = "0"
             MOVE "S" TO L-RETURN
           END-IF.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN INPUT EXPMAP.
           IF ST-EXPMAP NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-EXPMAP.

           OPEN INPUT ENTMAST.
           IF ST-ENTMAST NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-ENTMAST.

           OPEN INPUT TAXRAT.
           IF ST-TAXRAT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-TAXRAT.

           OPEN I-O EXPCTL.
           IF ST-EXPCTL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-EXPCTL.

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

           OPEN OUTPUT EXPRPT.
           IF ST-EXPRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-EXPRPT.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * First pass of the feed - count and total the lines, count the
      *   claims, and take the trailer's figures. Nothing is staged
      *   unless the feed agrees with its own trailer: a short or
      *   doubled transmission must not post half a feed.
       CHECK-FEED SECTION.
       CHECK-FEED-B.
           OPEN INPUT EXPFEED.
           IF ST-EXPFEED NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-EXPFEED.

           MOVE SPACES TO W-PREV-EMP W-PREV-REF.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ EXPFEED
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 ADD 1 TO W-FEED-RECS
                 PERFORM CHECK-FEED-ROW
             END-READ
           END-PERFORM.

           CLOSE EXPFEED.
           MOVE 0 TO O-EXPFEED.

      * An empty feed is simply no claims tonight
           IF W-FEED-RECS = ZERO
             GO TO CHECK-FEED-E
           END-IF.

           MOVE "C" TO W-REFUSE-CODE.
           IF W-BAD-TYPE-COUNT > ZERO
             MOVE "UNKNOWN RECORD TYPE ON THE FEED"
               TO W-REFUSE-TEXT
             GO TO CHECK-FEED-E
           END-IF.
           IF W-TRL-SEEN = ZERO
             MOVE "CONTROL TRAILER MISSING" TO W-REFUSE-TEXT
             GO TO CHECK-FEED-E
           END-IF.
           IF W-TRL-SEEN > 1
             MOVE "MORE THAN ONE CONTROL TRAILER" TO W-REFUSE-TEXT
             GO TO CHECK-FEED-E
           END-IF.
           IF W-AFTER-TRL > ZERO
             MOVE "CLAIM LINES AFTER THE CONTROL TRAILER"
               TO W-REFUSE-TEXT
             GO TO CHECK-FEED-E
           END-IF.
           IF W-TRL-BAD
             MOVE "CONTROL TRAILER FIGURES NOT NUMERIC"
               TO W-REFUSE-TEXT
             GO TO CHECK-FEED-E
           END-IF.
           IF W-BAD-NUM-COUNT > ZERO
             MOVE "CLAIM LINE AMOUNTS NOT NUMERIC" TO W-REFUSE-TEXT
             GO TO CHECK-FEED-E
           END-IF.
           IF W-FEED-LINES NOT = W-TRL-LINES
             MOVE "LINE COUNT DISAGREES WITH TRAILER"
               TO W-REFUSE-TEXT
             GO TO CHECK-FEED-E
           END-IF.
           IF W-FEED-NET NOT = W-TRL-NET
             MOVE "NET TOTAL DISAGREES WITH TRAILER"
               TO W-REFUSE-TEXT
             GO TO CHECK-FEED-E
           END-IF.
           IF W-FEED-VAT NOT = W-TRL-VAT
             MOVE "VAT TOTAL DISAGREES WITH TRAILER"
               TO W-REFUSE-TEXT
             GO TO CHECK-FEED-E
           END-IF.

      * A feed too big for one run is left whole for a second run to
      *   take once split - posting part of it would leave the rest
      *   to be sent again as a duplicate
           IF W-FEED-CLAIMS > W-CLM-TAB-MAX
             MOVE "T" TO W-REFUSE-CODE
             MOVE "MORE THAN 1000 CLAIMS ON THE FEED"
               TO W-REFUSE-TEXT
             GO TO CHECK-FEED-E
           END-IF.

           MOVE SPACE TO W-REFUSE-CODE.

       CHECK-FEED-E.
           EXIT.

      ******************************************************************
       CHECK-FEED-ROW SECTION.
       CHECK-FEED-ROW-B.
           EVALUATE TRUE
             WHEN EXF-Claim-Line
               ADD 1 TO W-FEED-LINES
               IF W-TRL-SEEN > ZERO
                 ADD 1 TO W-AFTER-TRL
               END-IF
               IF  EXF-Net-Amount IS NUMERIC
               AND EXF-Vat-Amount IS NUMERIC
                 ADD EXF-Net-Amount TO W-FEED-NET
                 ADD EXF-Vat-Amount TO W-FEED-VAT
               ELSE
                 ADD 1 TO W-BAD-NUM-COUNT
               END-IF
               IF EXF-Employee-No NOT = W-PREV-EMP
               OR EXF-Claim-Ref   NOT = W-PREV-REF
                 ADD 1 TO W-FEED-CLAIMS
                 MOVE EXF-Employee-No TO W-PREV-EMP
                 MOVE EXF-Claim-Ref   TO W-PREV-REF
               END-IF
             WHEN EXF-Trailer
               ADD 1 TO W-TRL-SEEN
               IF  EXF-Trl-Line-Count IS NUMERIC
               AND EXF-Trl-Net-Total  IS NUMERIC
               AND EXF-Trl-Vat-Total  IS NUMERIC
                 MOVE EXF-Trl-Line-Count TO W-TRL-LINES
                 MOVE EXF-Trl-Net-Total  TO W-TRL-NET
                 MOVE EXF-Trl-Vat-Total  TO W-TRL-VAT
               ELSE
                 SET W-TRL-BAD TO TRUE
               END-IF
             WHEN OTHER
               ADD 1 TO W-BAD-TYPE-COUNT
           END-EVALUATE.

       CHECK-FEED-ROW-E.
           EXIT.

      ******************************************************************
      * The refused feed stays on ADEXPFEDL0 for the expenses system
      *   to replace - the report and a severity-1 log row say why.
       REFUSE-FEED SECTION.
       REFUSE-FEED-B.
           MOVE SPACES TO EXPRPT-REC.
           STRING "EXPENSE CLAIMS FEED - RUN DATE " W-TODAY
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE SPACES TO EXPRPT-REC.
           WRITE EXPRPT-REC.
           MOVE SPACES TO EXPRPT-REC.
           STRING "** FEED REFUSED - " W-REFUSE-TEXT
                  " - NOTHING POSTED **"
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE SPACES TO EXPRPT-REC.
           WRITE EXPRPT-REC.
           PERFORM PRINT-FEED-FIGURES.

           MOVE "ADEXPFEDL0" TO W-ALG-KEY.
           MOVE SPACES TO W-ALG-TEXT.
           STRING "EXPENSE FEED REFUSED - " W-REFUSE-TEXT
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 1 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT.

       REFUSE-FEED-E.
           EXIT.

      ******************************************************************
      * Second pass - the lines of a claim arrive together, so each
      *   change of employee or claim reference finishes off the claim
      *   before it.
       BUILD-CLAIMS SECTION.
       BUILD-CLAIMS-B.
           OPEN INPUT EXPFEED.
           IF ST-EXPFEED NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-EXPFEED.

           MOVE 0 TO W-PENDING-FLAG.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ EXPFEED
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF EXF-Claim-Line
                   IF NOT W-PENDING
                   OR EXF-Employee-No NOT = W-CLM-EMP
                   OR EXF-Claim-Ref   NOT = W-CLM-REF
                     PERFORM FINISH-CLAIM
                     PERFORM START-CLAIM
                   END-IF
                   PERFORM NOTE-LINE
                 END-IF
             END-READ
           END-PERFORM.

           PERFORM FINISH-CLAIM.

           CLOSE EXPFEED.
           MOVE 0 TO O-EXPFEED.

       BUILD-CLAIMS-E.
           EXIT.

      ******************************************************************
      * A new claim - who the employee is paid through, and in which
      *   company. The first reason found to hold it is kept.
       START-CLAIM SECTION.
       START-CLAIM-B.
           ADD 1 TO W-CLM-TAB-COUNT.
           MOVE W-CLM-TAB-COUNT   TO W-CX.
           MOVE EXF-Employee-No   TO W-CLM-EMP WC-EMP(W-CX).
           MOVE EXF-Claim-Ref     TO W-CLM-REF WC-REF(W-CX).
           MOVE EXF-Claim-Date    TO W-CLM-DATE WC-DATE(W-CX).
           MOVE SPACES            TO WC-LOC(W-CX) WC-ACC(W-CX)
                                     WC-ENT(W-CX) WC-CCY(W-CX)
                                     WC-INVNO(W-CX) WC-OUTCOME(W-CX).
           MOVE ZERO              TO WC-LINES(W-CX) WC-NET(W-CX)
                                     WC-VAT(W-CX) WC-VDIFF(W-CX)
                                     WC-STAGED(W-CX).
           MOVE SPACES TO W-CLM-LOC W-CLM-ACC W-CLM-NATURE W-CLM-ENT
                          W-CLM-NAME W-CLM-BASE-CCY W-CLM-CCY
                          W-HOLD-REASON.
           MOVE ZERO TO W-LIN-COUNT W-LIN-OVER.
           SET W-PENDING TO TRUE.

           MOVE SPACES            TO EXPMAP-REC.
           SET EXM-Employee-Map   TO TRUE.
           MOVE EXF-Employee-No   TO EXM-Code.
           READ EXPMAP
             INVALID KEY
               MOVE "EMPLOYEE NOT MAPPED" TO W-HOLD-REASON
               GO TO START-CLAIM-E
           END-READ.
           IF NOT EXM-Active
             MOVE "EMPLOYEE MAPPING SUSPENDED" TO W-HOLD-REASON
             GO TO START-CLAIM-E
           END-IF.
           MOVE EXM-Supplier-Loc    TO W-CLM-LOC WC-LOC(W-CX).
           MOVE EXM-Supplier-Acc    TO W-CLM-ACC WC-ACC(W-CX).
           MOVE EXM-Supplier-Nature TO W-CLM-NATURE.
           MOVE EXM-Employee-Name   TO W-CLM-NAME.
           MOVE EXM-Entity-Code     TO W-CLM-ENT.
           IF W-CLM-ENT = SPACES
             MOVE "GBR" TO W-CLM-ENT
           END-IF.
           MOVE W-CLM-ENT TO WC-ENT(W-CX).

           MOVE W-CLM-ENT TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "COMPANY NOT ON ADENTMSTL0" TO W-HOLD-REASON
               GO TO START-CLAIM-E
           END-READ.
           IF ENT-Closed
             MOVE "EMPLOYEE'S COMPANY CLOSED" TO W-HOLD-REASON
             GO TO START-CLAIM-E
           END-IF.
           MOVE ENT-Base-Ccy TO W-CLM-BASE-CCY.

       START-CLAIM-E.
           EXIT.

      ******************************************************************
      * Every line counts towards the claim's figures; a held claim's
      *   lines are not mapped any further.
       NOTE-LINE SECTION.
       NOTE-LINE-B.
           ADD 1              TO WC-LINES(W-CX).
           ADD EXF-Net-Amount TO WC-NET(W-CX).
           ADD EXF-Vat-Amount TO WC-VAT(W-CX).
           IF W-HOLD-REASON NOT = SPACES
             GO TO NOTE-LINE-E
           END-IF.

           IF EXF-Net-Amount NOT > ZERO
             MOVE "LINE AMOUNT NOT ABOVE ZERO" TO W-HOLD-REASON
             GO TO NOTE-LINE-E
           END-IF.
           IF EXF-Vat-Amount < ZERO
             MOVE "NEGATIVE VAT ON A LINE" TO W-HOLD-REASON
             GO TO NOTE-LINE-E
           END-IF.

      * A claim is one invoice, so one currency
           IF EXF-Currency-Code = SPACES
             MOVE W-CLM-BASE-CCY    TO W-LINE-CCY
           ELSE
             MOVE EXF-Currency-Code TO W-LINE-CCY
           END-IF.
           IF W-CLM-CCY = SPACES
             MOVE W-LINE-CCY TO W-CLM-CCY WC-CCY(W-CX)
           END-IF.
           IF W-LINE-CCY NOT = W-CLM-CCY
             MOVE "MIXED CURRENCIES" TO W-HOLD-REASON
             GO TO NOTE-LINE-E
           END-IF.

           MOVE SPACES            TO EXPMAP-REC.
           SET EXM-Category-Map   TO TRUE.
           MOVE EXF-Category      TO EXM-Code.
           READ EXPMAP
             INVALID KEY
               MOVE SPACES TO W-HOLD-REASON
               STRING "CATEGORY "   DELIMITED BY SIZE
                        EXF-Category  DELIMITED BY SPACE
                        " NOT MAPPED" DELIMITED BY SIZE
                   INTO W-HOLD-REASON
               END-STRING
               GO TO NOTE-LINE-E
           END-READ.
           IF NOT EXM-Active
             MOVE SPACES TO W-HOLD-REASON
             STRING "CATEGORY "   DELIMITED BY SIZE
                      EXF-Category  DELIMITED BY SPACE
                      " SUSPENDED"  DELIMITED BY SIZE
                 INTO W-HOLD-REASON
             END-STRING
             GO TO NOTE-LINE-E
           END-IF.

           IF W-LIN-COUNT NOT < W-LIN-TAB-MAX
             ADD 1 TO W-LIN-OVER
             GO TO NOTE-LINE-E
           END-IF.
           ADD 1 TO W-LIN-COUNT.
           MOVE EXM-Account-Loc  TO WL-LOC(W-LIN-COUNT).
           MOVE EXM-Account-No   TO WL-ACC(W-LIN-COUNT).
           MOVE EXM-Tax-Code     TO WL-TAX(W-LIN-COUNT).
           IF  EXF-Vat-Amount = ZERO
           AND EXM-Nil-Tax-Code NOT = SPACES
             MOVE EXM-Nil-Tax-Code TO WL-TAX(W-LIN-COUNT)
           END-IF.
           MOVE EXF-Cost-Centre  TO WL-DEPT(W-LIN-COUNT).
           MOVE EXM-Anal         TO WL-ANAL(W-LIN-COUNT).
           MOVE EXF-Net-Amount   TO WL-AMT(W-LIN-COUNT).
           MOVE EXF-Description  TO WL-DESC(W-LIN-COUNT).
           IF EXF-Description = SPACES
             MOVE EXM-Category-Desc TO WL-DESC(W-LIN-COUNT)
           END-IF.

      * The load prices the VAT from the tax code - a claim whose VAT
      *   does not come to the same is only reported
           MOVE WL-TAX(W-LIN-COUNT) TO TAX-Code.
           READ TAXRAT
             INVALID KEY
               GO TO NOTE-LINE-E
           END-READ.
           COMPUTE W-VAT-EXPECT ROUNDED
             = EXF-Net-Amount * TAX-Rate / 100.
           COMPUTE W-VAT-DIFF = EXF-Vat-Amount - W-VAT-EXPECT.
           IF W-VAT-DIFF > 0.01 OR W-VAT-DIFF < -0.01
             ADD 1 TO WC-VDIFF(W-CX)
             ADD 1 TO W-VDIFF-COUNT
           END-IF.

       NOTE-LINE-E.
           EXIT.

      ******************************************************************
      * The gathered claim goes to the staging file as one invoice,
      *   or is held and logged.
       FINISH-CLAIM SECTION.
       FINISH-CLAIM-B.
           IF NOT W-PENDING
             GO TO FINISH-CLAIM-E
           END-IF.
           MOVE 0 TO W-PENDING-FLAG.

           IF W-LIN-OVER > ZERO AND W-HOLD-REASON = SPACES
             MOVE "OVER 100 LINES" TO W-HOLD-REASON
           END-IF.
           IF W-HOLD-REASON NOT = SPACES
             MOVE SPACES TO WC-OUTCOME(W-CX)
             STRING "HELD - " W-HOLD-REASON
               DELIMITED BY SIZE INTO WC-OUTCOME(W-CX)
             END-STRING
             ADD 1 TO W-HELD-COUNT
             PERFORM LOG-HELD-CLAIM
             GO TO FINISH-CLAIM-E
           END-IF.

           PERFORM ALLOCATE-INVOICE-NO.
           MOVE W-INVOICE-NO TO WC-INVNO(W-CX).
           MOVE 1            TO WC-STAGED(W-CX).

      * The claim reference is the supplier reference, so a claim
      *   sent twice is caught by the load's duplicate check
           MOVE W-CLM-REF TO W-CSV-REF.

      * Header row - the employee's supplier account as
      *   loc.acc.nature and the net total of the claim as a DR
           MOVE SPACES TO W-CSV-DESC.
           STRING "EXPENSE CLAIM " DELIMITED BY SIZE
                  W-CLM-NAME       DELIMITED BY "  "
                  " "              DELIMITED BY SIZE
                  W-CLM-DATE       DELIMITED BY SIZE
             INTO W-CSV-DESC
           END-STRING.
           MOVE SPACES TO W-CSV-ACCOUNT.
           STRING W-CLM-LOC "." W-CLM-ACC "." W-CLM-NATURE
             DELIMITED BY SIZE INTO W-CSV-ACCOUNT
           END-STRING.
           MOVE WC-NET(W-CX) TO W-CSV-AMT.
           PERFORM WRITE-STAGE-ROW.

      * Detail rows - loc acc tax dept anal, space separated
           PERFORM VARYING W-LX FROM 1 BY 1 UNTIL W-LX > W-LIN-COUNT
             MOVE SPACES TO W-CSV-ACCOUNT
             STRING WL-LOC(W-LX)  " " WL-ACC(W-LX)  " "
                    WL-TAX(W-LX)  " " WL-DEPT(W-LX) " "
                    WL-ANAL(W-LX)
               DELIMITED BY SIZE INTO W-CSV-ACCOUNT
             END-STRING
             MOVE SPACES TO W-CSV-DESC
             STRING WL-DESC(W-LX) DELIMITED BY "  "
                    " "           DELIMITED BY SIZE
                    W-CLM-EMP     DELIMITED BY SPACE
               INTO W-CSV-DESC
             END-STRING
             MOVE WL-AMT(W-LX) TO W-CSV-AMT
             PERFORM WRITE-STAGE-ROW
           END-PERFORM.

           ADD 1            TO W-STAGED-COUNT.
           ADD WC-NET(W-CX) TO W-STAGED-NET.
           ADD WC-VAT(W-CX) TO W-STAGED-VAT.

       FINISH-CLAIM-E.
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
                  W-CLM-CCY      DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  W-CSV-ACCOUNT  DELIMITED BY "  "
                  ","            DELIMITED BY SIZE
                  W-CSV-AMT      DELIMITED BY SIZE
                  ',"'           DELIMITED BY SIZE
                  W-CSV-DESC     DELIMITED BY "  "
                  '",DR,'        DELIMITED BY SIZE
                  W-CLM-ENT      DELIMITED BY SIZE
             INTO STAGE-REC
           END-STRING.
           WRITE STAGE-REC.

       WRITE-STAGE-ROW-E.
           EXIT.

      ******************************************************************
       LOG-HELD-CLAIM SECTION.
       LOG-HELD-CLAIM-B.
           MOVE W-CLM-REF TO W-ALG-KEY.
           MOVE SPACES TO W-ALG-TEXT.
           STRING "CLAIM HELD - EMPLOYEE " W-CLM-EMP " "
                  W-HOLD-REASON
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 2 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT.

       LOG-HELD-CLAIM-E.
           EXIT.

      ******************************************************************
      * Next number off the control record, passing over any number
      *   already on the live or history headers - the load would only
      *   reject it as a duplicate.
       ALLOCATE-INVOICE-NO SECTION.
       ALLOCATE-INVOICE-NO-B.
           MOVE "0" TO ECC-Record-Key.
           READ EXPCTL
             INVALID KEY
               MOVE "0"     TO ECC-Record-Key
               MOVE 8000000 TO ECC-Last-Invoice
               WRITE EXPCTL-REC
           END-READ.

           MOVE 0 TO W-INV-FREE-FLAG.
           PERFORM UNTIL W-INV-FREE
             ADD 1 TO ECC-Last-Invoice
             MOVE ECC-Last-Invoice TO W-INVOICE-NO
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

           REWRITE EXPCTL-REC.

       ALLOCATE-INVOICE-NO-E.
           EXIT.

      ******************************************************************
      * Expense claim rows put right in the workbench go out with the
      *   feed, marked Resubmitted with no run yet - a row left like
      *   that by a run that died before the load is taken again.
       STAGE-CORRECTIONS SECTION.
       STAGE-CORRECTIONS-B.
           OPEN I-O REJFILE.
           IF ST-REJFILE NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-REJFILE.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ REJFILE
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF Rej-Source-Appl = "EXPENSES"
                 AND (Rej-Corrected
                 OR  (Rej-Resubmitted
                 AND  Rej-Resub-Run-Number = ZERO))
                   MOVE Rej-Raw-Text TO STAGE-REC
                   WRITE STAGE-REC
                   SET Rej-Resubmitted TO TRUE
                   MOVE ZERO    TO Rej-Resub-Run-Number
                   MOVE W-TODAY TO Rej-Amend-Date
                   REWRITE REJFILE-REC
                   ADD 1 TO W-CORR-COUNT
                 END-IF
             END-READ
           END-PERFORM.

      * The load writes its own suspense rows
           CLOSE REJFILE.
           MOVE 0 TO O-REJFILE.

       STAGE-CORRECTIONS-E.
           EXIT.

      ******************************************************************
      * Point the load's upload file at the staging file and call it
      *   under the EXPENSES application. The feed's trailer has been
      *   checked here, so there is no ADOS control trailer to check.
       RUN-LOAD SECTION.
       RUN-LOAD-B.
      * The load opens the interface headers for update itself
           CLOSE IFHDR.
           MOVE 0 TO O-IFHDR.

           MOVE SPACES TO W-CMD-STRING.
           STRING "OVRDBF FILE(ADA000115A) TOFILE(ADOSEXPL0)"
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
             PERFORM STAMP-CORRECTIONS
             GO TO RUN-LOAD-E
           END-IF.

           MOVE SPACES TO W-115-RETURN-CODE.
           MOVE ZERO   TO W-115-RUN-NUMBER W-115-RESUME-NUMBER.
           MOVE SPACE  TO W-115-DELIMITER W-115-TRIAL-MODE
                          W-115-MEMBER-MODE.
           MOVE "N"    TO W-115-TRAILER-MODE.
           MOVE "EXPENSES" TO W-115-SOURCE-APPL.
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

      * A refused load posted nothing - the feed stays where it is
      *   and the corrections go back to Corrected, for the next run
           IF  W-115-RETURN-CODE NOT = SPACES
           AND W-115-RETURN-CODE NOT = "MCH1202"
             MOVE "L" TO L-RETURN
             MOVE SPACES TO W-LINE
             STRING "NOT LOADED - LOAD RETURNED " W-115-RETURN-CODE
               DELIMITED BY SIZE INTO W-LINE
             END-STRING
             PERFORM MARK-NOT-LOADED
             PERFORM STAMP-CORRECTIONS
             GO TO RUN-LOAD-E
           END-IF.
           SET W-LOAD-RAN TO TRUE.
           PERFORM STAMP-CORRECTIONS.

           OPEN INPUT IFHDR.
           IF ST-IFHDR = "00"
             MOVE 1 TO O-IFHDR
           END-IF.

           PERFORM VARYING W-CX FROM 1 BY 1
                   UNTIL W-CX > W-CLM-TAB-COUNT
             IF WC-STAGED(W-CX) = 1
               PERFORM MARK-OUTCOME
             END-IF
           END-PERFORM.

       RUN-LOAD-E.
           EXIT.

      ******************************************************************
      * The claim is on the headers under this run - posted; if not,
      *   the load put it in suspense for the workbench.
       MARK-OUTCOME SECTION.
       MARK-OUTCOME-B.
           MOVE "IN SUSPENSE - SEE ADA000116S" TO WC-OUTCOME(W-CX).
           IF O-IFHDR = 1
             MOVE WC-INVNO(W-CX) TO gaadInvNo
             READ IFHDR
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF gaadRunNbr = W-115-RUN-NUMBER
                   MOVE "POSTED" TO WC-OUTCOME(W-CX)
                 END-IF
             END-READ
           END-IF.

           IF WC-OUTCOME(W-CX) = "POSTED"
             ADD 1 TO W-POSTED-COUNT
           ELSE
             ADD 1 TO W-SUSP-COUNT
           END-IF.

       MARK-OUTCOME-E.
           EXIT.

      ******************************************************************
      * The load never took the staging file - every staged claim gets
      *   the reason in W-LINE.
       MARK-NOT-LOADED SECTION.
       MARK-NOT-LOADED-B.
           PERFORM VARYING W-CX FROM 1 BY 1
                   UNTIL W-CX > W-CLM-TAB-COUNT
             IF WC-STAGED(W-CX) = 1
               MOVE W-LINE TO WC-OUTCOME(W-CX)
               ADD 1 TO W-NOTRUN-COUNT
             END-IF
           END-PERFORM.

       MARK-NOT-LOADED-E.
           EXIT.

      ******************************************************************
      * The corrections staged this run carry no run number yet - they
      *   take the load's run, or go back to Corrected if it never ran.
       STAMP-CORRECTIONS SECTION.
       STAMP-CORRECTIONS-B.
           IF W-CORR-COUNT = ZERO
             GO TO STAMP-CORRECTIONS-E
           END-IF.

           OPEN I-O REJFILE.
           IF ST-REJFILE NOT = "00"
             GO TO STAMP-CORRECTIONS-E
           END-IF.
           MOVE 1 TO O-REJFILE.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ REJFILE
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  Rej-Source-Appl = "EXPENSES"
                 AND Rej-Resubmitted
                 AND Rej-Resub-Run-Number = ZERO
                   IF W-LOAD-RAN
                     MOVE W-115-RUN-NUMBER TO Rej-Resub-Run-Number
                   ELSE
                     SET Rej-Corrected TO TRUE
                   END-IF
                   REWRITE REJFILE-REC
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE REJFILE.
           MOVE 0 TO O-REJFILE.

       STAMP-CORRECTIONS-E.
           EXIT.

      ******************************************************************
      * Keep the feed as received, then clear it so the next one
      *   starts empty. If the copy fails the feed is not cleared -
      *   it must be saved and cleared by hand, or the next run would
      *   send every claim on it again.
       ARCHIVE-FEED SECTION.
       ARCHIVE-FEED-B.
           MOVE SPACES TO W-ARC-MEMBER.
           STRING "F" W-TODAY DELIMITED BY SIZE INTO W-ARC-MEMBER
           END-STRING.

           MOVE SPACES TO W-CMD-STRING.
           STRING "CPYF FROMFILE(ADEXPFEDL0) TOFILE(ADEXPARCL0) TOMBR("
                  W-ARC-MEMBER DELIMITED BY SPACE
                  ") MBROPT(*ADD) CRTFILE(*YES)" DELIMITED BY SIZE
             INTO W-CMD-STRING
           END-STRING.
           CALL "QCMDEXC" USING W-CMD-STRING W-CMD-LENGTH
             ON EXCEPTION
               SET W-ARC-FAILED TO TRUE
           END-CALL.
           IF W-ARC-FAILED
             MOVE "A" TO L-RETURN
             MOVE "ADEXPARCL0" TO W-ALG-KEY
             MOVE "CPYF OF EXPENSE FEED FAILED - FEED NOT CLEARED"
               TO W-ALG-TEXT
             MOVE 2 TO W-ALG-SEVERITY
             PERFORM WRITE-AUDIT
             GO TO ARCHIVE-FEED-E
           END-IF.

           MOVE SPACES TO W-CMD-STRING.
           STRING "CLRPFM FILE(ADEXPFEDL0)"
             DELIMITED BY SIZE INTO W-CMD-STRING
           END-STRING.
           CALL "QCMDEXC" USING W-CMD-STRING W-CMD-LENGTH
             ON EXCEPTION
               SET W-ARC-FAILED TO TRUE
           END-CALL.
           IF W-ARC-FAILED
             MOVE "A" TO L-RETURN
             MOVE "ADEXPFEDL0" TO W-ALG-KEY
             MOVE "CLRPFM OF EXPENSE FEED FAILED - CLEAR BY HAND"
               TO W-ALG-TEXT
             MOVE 2 TO W-ALG-SEVERITY
             PERFORM WRITE-AUDIT
           END-IF.

       ARCHIVE-FEED-E.
           EXIT.

      ******************************************************************
       PRINT-REPORT SECTION.
       PRINT-REPORT-B.
           MOVE SPACES TO EXPRPT-REC.
           MOVE L-RUN-NUMBER TO W-RUN-ED.
           STRING "EXPENSE CLAIMS FEED - RUN DATE " W-TODAY
                  "   EXPENSES LOAD RUN " W-RUN-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE SPACES TO EXPRPT-REC.
           WRITE EXPRPT-REC.

           PERFORM PRINT-FEED-FIGURES.

           MOVE SPACES TO W-LINE.
           MOVE "EMPLOYEE"   TO W-LINE(1:8).
           MOVE "CLAIM REF"  TO W-LINE(12:9).
           MOVE "DATE"       TO W-LINE(28:4).
           MOVE "SUPPLIER"   TO W-LINE(37:8).
           MOVE "ENT"        TO W-LINE(47:3).
           MOVE "CCY"        TO W-LINE(51:3).
           MOVE "INVOICE"    TO W-LINE(55:7).
           MOVE "LNS"        TO W-LINE(63:3).
           MOVE "NET"        TO W-LINE(78:3).
           MOVE "VAT"        TO W-LINE(94:3).
           MOVE "VD"         TO W-LINE(100:2).
           MOVE "OUTCOME"    TO W-LINE(103:7).
           MOVE W-LINE TO EXPRPT-REC.
           WRITE EXPRPT-REC.

           IF W-CLM-TAB-COUNT = ZERO
             MOVE "NO CLAIMS ON THE FEED" TO EXPRPT-REC
             WRITE EXPRPT-REC
           END-IF.

           PERFORM VARYING W-CX FROM 1 BY 1
                   UNTIL W-CX > W-CLM-TAB-COUNT
             MOVE SPACES TO W-LINE
             MOVE WC-EMP(W-CX)      TO W-LINE(1:10)
             MOVE WC-REF(W-CX)      TO W-LINE(12:15)
             MOVE WC-DATE(W-CX)     TO W-LINE(28:8)
             IF WC-ACC(W-CX) NOT = SPACES
               MOVE WC-LOC(W-CX)    TO W-LINE(37:2)
               MOVE "/"             TO W-LINE(39:1)
               MOVE WC-ACC(W-CX)    TO W-LINE(40:6)
             END-IF
             MOVE WC-ENT(W-CX)      TO W-LINE(47:3)
             MOVE WC-CCY(W-CX)      TO W-LINE(51:3)
             MOVE WC-INVNO(W-CX)    TO W-LINE(55:7)
             MOVE WC-LINES(W-CX)    TO W-LNS-ED
             MOVE W-LNS-ED          TO W-LINE(63:3)
             MOVE WC-NET(W-CX)      TO W-AMT-ED
             MOVE W-AMT-ED          TO W-LINE(67:15)
             MOVE WC-VAT(W-CX)      TO W-AMT-ED
             MOVE W-AMT-ED          TO W-LINE(83:15)
             IF WC-VDIFF(W-CX) > ZERO
               MOVE WC-VDIFF(W-CX)  TO W-LNS-ED
               MOVE W-LNS-ED        TO W-LINE(99:3)
             END-IF
             MOVE WC-OUTCOME(W-CX)  TO W-LINE(103:30)
             MOVE W-LINE TO EXPRPT-REC
             WRITE EXPRPT-REC
           END-PERFORM.

           MOVE SPACES TO EXPRPT-REC.
           WRITE EXPRPT-REC.
           MOVE W-CLM-TAB-COUNT TO W-CNT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "CLAIMS ON THE FEED  . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-STAGED-COUNT TO W-CNT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "STAGED FOR THE LOAD . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-STAGED-NET TO W-AMT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "  NET STAGED  . . . . . . . : " W-AMT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-STAGED-VAT TO W-AMT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "  VAT CLAIMED ON THEM . . . : " W-AMT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-POSTED-COUNT TO W-CNT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "POSTED  . . . . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-SUSP-COUNT TO W-CNT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "INTO SUSPENSE . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-HELD-COUNT TO W-CNT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "HELD - NOT STAGED . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-NOTRUN-COUNT TO W-CNT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "NOT LOADED  . . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-VDIFF-COUNT TO W-CNT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "LINES WITH A VAT DIFFERENCE : " W-CNT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-CORR-COUNT TO W-CNT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "CORRECTED ROWS RESUBMITTED  : " W-CNT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.

           IF W-LOAD-RAN
             MOVE SPACES TO EXPRPT-REC
             WRITE EXPRPT-REC
             MOVE W-115-SUPPLIER-DR TO W-AMT-ED
             MOVE SPACES TO EXPRPT-REC
             STRING "LOAD SUPPLIER DR  . . . . . : " W-AMT-ED
               DELIMITED BY SIZE INTO EXPRPT-REC
             END-STRING
             WRITE EXPRPT-REC
             MOVE W-115-SUPPLIER-CR TO W-AMT-ED
             MOVE SPACES TO EXPRPT-REC
             STRING "LOAD SUPPLIER CR  . . . . . : " W-AMT-ED
               DELIMITED BY SIZE INTO EXPRPT-REC
             END-STRING
             WRITE EXPRPT-REC
             MOVE W-115-GENERAL-DR TO W-AMT-ED
             MOVE SPACES TO EXPRPT-REC
             STRING "LOAD GENERAL DR . . . . . . : " W-AMT-ED
               DELIMITED BY SIZE INTO EXPRPT-REC
             END-STRING
             WRITE EXPRPT-REC
             MOVE W-115-GENERAL-CR TO W-AMT-ED
             MOVE SPACES TO EXPRPT-REC
             STRING "LOAD GENERAL CR . . . . . . : " W-AMT-ED
               DELIMITED BY SIZE INTO EXPRPT-REC
             END-STRING
             WRITE EXPRPT-REC
           END-IF.

           IF W-ARC-FAILED
             MOVE SPACES TO EXPRPT-REC
             WRITE EXPRPT-REC
             MOVE "** FEED NOT ARCHIVED AND CLEARED - CLEAR BY HAND **"
               TO EXPRPT-REC
             WRITE EXPRPT-REC
           END-IF.

       PRINT-REPORT-E.
           EXIT.

      ******************************************************************
      * The feed's own figures against its trailer's
       PRINT-FEED-FIGURES SECTION.
       PRINT-FEED-FIGURES-B.
           MOVE W-FEED-LINES TO W-CNT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "CLAIM LINES READ  . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-TRL-LINES TO W-CNT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "  PER TRAILER . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-FEED-NET TO W-AMT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "NET ON THE LINES  . . . . . : " W-AMT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-TRL-NET TO W-AMT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "  PER TRAILER . . . . . . . : " W-AMT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-FEED-VAT TO W-AMT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "VAT ON THE LINES  . . . . . : " W-AMT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE W-TRL-VAT TO W-AMT-ED.
           MOVE SPACES TO EXPRPT-REC.
           STRING "  PER TRAILER . . . . . . . : " W-AMT-ED
             DELIMITED BY SIZE INTO EXPRPT-REC
           END-STRING.
           WRITE EXPRPT-REC.
           MOVE SPACES TO EXPRPT-REC.
           WRITE EXPRPT-REC.

       PRINT-FEED-FIGURES-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT SECTION.
       WRITE-AUDIT-B.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-AUDIT-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-EXPFEED = 1
             CLOSE EXPFEED
             MOVE 0 TO O-EXPFEED
           END-IF.

           IF O-EXPMAP = 1
             CLOSE EXPMAP
             MOVE 0 TO O-EXPMAP
           END-IF.

           IF O-ENTMAST = 1
             CLOSE ENTMAST
             MOVE 0 TO O-ENTMAST
           END-IF.

           IF O-TAXRAT = 1
             CLOSE TAXRAT
             MOVE 0 TO O-TAXRAT
           END-IF.

           IF O-EXPCTL = 1
             CLOSE EXPCTL
             MOVE 0 TO O-EXPCTL
           END-IF.

           IF O-IFHDR = 1
             CLOSE IFHDR
             MOVE 0 TO O-IFHDR
           END-IF.

           IF O-HISTHDR = 1
             CLOSE HISTHDR
             MOVE 0 TO O-HISTHDR
           END-IF.

           IF O-REJFILE = 1
             CLOSE REJFILE
             MOVE 0 TO O-REJFILE
           END-IF.

           IF O-STAGE = 1
             CLOSE STAGE
             MOVE 0 TO O-STAGE
           END-IF.

           IF O-EXPRPT = 1
             CLOSE EXPRPT
             MOVE 0 TO O-EXPRPT
           END-IF.

           GOBACK.
