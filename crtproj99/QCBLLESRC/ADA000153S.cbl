       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000153S.

      **************************************************************************
      *  Finance application. IPN26470                                         *
      *                                                                        *
      *  Duplicate supplier report. Lists pairs of accounts on the             *
      *    ADSUPMSTL0 supplier master that look like the same business         *
      *    set up twice:                                                       *
      *                                                                        *
      *       NAME - the same name once normalised: upper case, with           *
      *              punctuation, spaces and the words THE, AND, LTD,          *
      *              LIMITED, PLC, CO, COMPANY, LLP, INC and UK taken          *
      *              out                                                       *
      *       BANK - the same bank details on ADSUPBNKL0 - sort code and       *
      *              account number for BACS, IBAN for SEPA - whether          *
      *              the details are confirmed or still pending                *
      *                                                                        *
      *  Under each pair it lists the posted invoices, on the live             *
      *    interface headers or in history, that look like the same bill       *
      *    entered on both accounts - the same supplier reference              *
      *    (compared without spaces or punctuation), or the same amount        *
      *    in the same currency within the keyed number of days. An            *
      *    invoice is dated by the start date of the ADOS or expense           *
      *    feed run that posted it (ADRUNREGL0, or the ADRUNRGAL0              *
      *    archive once the run has been purged). Reversed invoices and        *
      *    credit notes are passed by.                                         *
      *                                                                        *
      *  A pair a reviewer has confirmed as two different suppliers on         *
      *    the ADA000154S screen (ADSUPDIFL0) is left off, as is a pair        *
      *    whose accounts are both closed - both are counted in the            *
      *    totals.                                                             *
      *                                                                        *
      *  Author: D.Rowan 2026-10-15                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26471 2026/10/15 DR001 Tables and counts cleared on every call;    *
      *                            missing posting runs (U) no longer hide     *
      *                            listed pairs (X)                            *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Supplier master - read end to end in key order
           SELECT SUPMAST  ASSIGN      TO DATABASE-ADSUPMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS SUPM-Key
                         FILE STATUS   IS ST-SUPMAST.

      * Supplier bank details - one row per supplier
           SELECT SUPBNK   ASSIGN      TO DATABASE-ADSUPBNKL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS SBK-Key
                         FILE STATUS   IS ST-SUPBNK.

      * Pairs confirmed as different suppliers on ADA000154S
           SELECT SUPDIF   ASSIGN      TO DATABASE-ADSUPDIFL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS SDF-Key
                         FILE STATUS   IS ST-SUPDIF.

      * Posted interface headers
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

      * Central run register - each run's start date
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

      * The duplicate supplier report
           SELECT DUPRPT   ASSIGN      TO DATABASE-ADDUPRPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-DUPRPT.

       DATA DIVISION.
        FILE SECTION.
         FD SUPMAST.
          01 SUPMAST-REC.
             COPY ADSUPMSTL0.

         FD SUPBNK.
          01 SUPBNK-REC.
             COPY ADSUPBNKL0.

         FD SUPDIF.
          01 SUPDIF-REC.
             COPY ADSUPDIFL0.

         FD IFHDR.
          01 IFHDR-REC.
             COPY ADIFCHDRL0.

         FD HSTHDR.
          01 HSTHDR-REC.
             COPY ADIFCHDRH0.

         FD RUNREG.
          01 RUNREG-REC.
             COPY RUNREGL0.

      * Archived register rows - 55-byte images of the register
      *   record, unpacked through the RUNREG record area
         FD RUNARC.
          01 RUNARC-REC                PIC X(55).

         FD DUPRPT.
          01 DUPRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-SUPMAST  PIC X(2).
        01  ST-SUPBNK   PIC X(2).
        01  ST-SUPDIF   PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HSTHDR   PIC X(2).
        01  ST-RUNREG   PIC X(2).
        01  ST-RUNARC   PIC X(2).
        01  ST-DUPRPT   PIC X(2).
        01  O-SUPMAST   PIC 9 VALUE ZERO.
        01  O-SUPBNK    PIC 9 VALUE ZERO.
        01  O-SUPDIF    PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HSTHDR    PIC 9 VALUE ZERO.
        01  O-RUNREG    PIC 9 VALUE ZERO.
        01  O-RUNARC    PIC 9 VALUE ZERO.
        01  O-DUPRPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

      * How many days apart two invoices for the same amount may be
      *   posted and still be listed
        01 W-WINDOW-DAYS    PIC 9(3).

      * Every supplier on the master, in key order, with its name
      *   normalised and its bank details as one comparable key
        01 W-SUP-TAB-MAX    PIC 9(4) VALUE 5000.
        01 W-SUP-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-SUP-TAB.
           05 W-SUP-ENTRY OCCURS 5000.
              10 WU-KEY       PIC X(8).
              10 WU-NAME      PIC X(30).
              10 WU-NORM      PIC X(30).
              10 WU-STATUS    PIC X(1).
      * B + sort code + account number, or S + IBAN - blank if none
              10 WU-BANK      PIC X(35).
      * 1 = in at least one listed pair
              10 WU-IN-PAIR   PIC 9(1).
        01 W-UX             PIC 9(4).
        01 W-UY             PIC 9(4).
        01 W-UY-FROM        PIC 9(4).
        01 W-BY-NAME        PIC 9(1).
        01 W-BY-BANK        PIC 9(1).
        01 W-THIS-SUP       PIC 9(4).
        01 W-FIND-KEY       PIC X(8).
        01 W-LO             PIC 9(4).
        01 W-HI             PIC 9(4).
        01 W-MID            PIC 9(4).

      * The suspect pairs listed - the lower supplier key first
        01 W-PAIR-TAB-MAX   PIC 9(4) VALUE 1000.
        01 W-PAIR-TAB-COUNT PIC 9(4) VALUE ZERO.
        01 W-PAIR-TAB.
           05 W-PAIR-ENTRY OCCURS 1000.
              10 WD-SUP-1     PIC 9(4).
              10 WD-SUP-2     PIC 9(4).
              10 WD-BY-NAME   PIC 9(1).
              10 WD-BY-BANK   PIC 9(1).
        01 W-DX             PIC 9(4).

      * Posted invoices of the suppliers in a pair
        01 W-INV-TAB-MAX    PIC 9(4) VALUE 5000.
        01 W-INV-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-INV-TAB.
           05 W-INV-ENTRY OCCURS 5000.
              10 WI-SUP       PIC 9(4).
              10 WI-INV       PIC X(7).
              10 WI-REF       PIC X(20).
      * The reference without spaces or punctuation, for matching
              10 WI-REF-KEY   PIC X(20).
              10 WI-CCY       PIC X(3).
              10 WI-AMT       PIC S9(9)V99  COMP-3.
              10 WI-RUN       PIC S9(7)     COMP-3.
      * Start date of the posting run - zero until resolved
              10 WI-DATE      PIC 9(8).
              10 WI-PAY-DATE  PIC 9(8).
              10 WI-SOURCE    PIC X(4).
        01 W-IX             PIC 9(4).

      * One pair's invoices, supplier by supplier
        01 W-LIST-MAX       PIC 9(4) VALUE 500.
        01 W-LIST-A-COUNT   PIC 9(4).
        01 W-LIST-B-COUNT   PIC 9(4).
        01 W-LIST-A.
           05 W-LIST-A-INV OCCURS 500 PIC 9(4).
        01 W-LIST-B.
           05 W-LIST-B-INV OCCURS 500 PIC 9(4).
        01 W-AX             PIC 9(4).
        01 W-BX             PIC 9(4).
        01 W-IA             PIC 9(4).
        01 W-IB             PIC 9(4).
        01 W-PAIR-MATCHES   PIC 9(5).
        01 W-GAP-DAYS       PIC S9(9) COMP-3.
        01 W-GAP-ED         PIC Z(4)9.
        01 W-MATCH-REASON   PIC X(30).

      * The posting runs of those invoices, with their start dates -
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

        01 W-TAB-FULL-FLAG  PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.
        01 W-NOISE-FLAG     PIC 9 VALUE ZERO.
           88 W-NOISE-WORD          VALUE 1.

      * Name normalisation - the words that do not tell one business
      *   from another
        01 W-NOISE-LIST.
           05 FILLER PIC X(10) VALUE "THE".
           05 FILLER PIC X(10) VALUE "AND".
           05 FILLER PIC X(10) VALUE "LTD".
           05 FILLER PIC X(10) VALUE "LIMITED".
           05 FILLER PIC X(10) VALUE "PLC".
           05 FILLER PIC X(10) VALUE "CO".
           05 FILLER PIC X(10) VALUE "COMPANY".
           05 FILLER PIC X(10) VALUE "LLP".
           05 FILLER PIC X(10) VALUE "INC".
           05 FILLER PIC X(10) VALUE "UK".
        01 W-NOISE-TAB REDEFINES W-NOISE-LIST.
           05 W-NOISE OCCURS 10 PIC X(10).
        01 W-NX             PIC 9(2).

        01 W-NORM-IN        PIC X(30).
        01 W-NORM-OUT       PIC X(30).
        01 W-NORM-AT        PIC 9(2).
        01 W-WORD           PIC X(30).
        01 W-WORD-LEN       PIC 9(2).
        01 W-CX             PIC 9(2).

      * Text squeezed to upper-case letters and digits only
        01 W-SQZ-IN         PIC X(34).
        01 W-SQZ-OUT        PIC X(34).
        01 W-SQZ-AT         PIC 9(2).
        01 W-SQZ-CHAR       PIC X(1).

        01 W-SUP-COUNT      PIC 9(5) VALUE ZERO.
        01 W-NAME-COUNT     PIC 9(5) VALUE ZERO.
        01 W-BANK-COUNT     PIC 9(5) VALUE ZERO.
        01 W-CLEARED-COUNT  PIC 9(5) VALUE ZERO.
        01 W-CLOSED-COUNT   PIC 9(5) VALUE ZERO.
        01 W-MATCH-COUNT    PIC 9(5) VALUE ZERO.

        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(132).

        01 W-PAIR-LINE.
           05 FILLER           PIC X(5) VALUE "PAIR ".
           05 W-PL-NO          PIC Z(3)9.
           05 FILLER           PIC X(15) VALUE " - MATCHED ON ".
           05 W-PL-REASON      PIC X(20).

        01 W-SUP-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-SL-SIDE        PIC X(1).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-SL-LOC         PIC X(2).
           05 FILLER           PIC X(1) VALUE "/".
           05 W-SL-ACC         PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-SL-NAME        PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-SL-STATUS      PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-SL-BANK        PIC X(35).

        01 W-INV-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 W-IL-SIDE        PIC X(1).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-IL-INV         PIC X(7).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-IL-REF         PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-IL-DATE        PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-IL-CCY         PIC X(3).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-IL-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-IL-PAID        PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-IL-SOURCE      PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-IL-REASON      PIC X(30).

       LINKAGE SECTION.
      * Input : days apart that two invoices for the same amount may
      *   be posted and still be listed against a pair - zero = 7
        01 L-WINDOW-DAYS     PIC 9(3).

      * Output: 0 = no suspect pairs, X = suspect pairs listed, U =
      *   no pairs listed but some posting runs were not found
      *   (amount matching skipped for those invoices), T = a table
      *   overflowed (report incomplete), F = a file would not open.
      *   X is never turned into U - the report totals still count
      *   the runs that were missing.
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-WINDOW-DAYS L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.

      * Called again in the same job - nothing may be left over
      *   from the last run
           MOVE ZERO TO W-SUP-TAB-COUNT W-PAIR-TAB-COUNT
                        W-INV-TAB-COUNT W-RUN-TAB-COUNT
                        W-UNRESOLVED W-TAB-FULL-FLAG
                        W-SUP-COUNT W-NAME-COUNT W-BANK-COUNT
                        W-CLEARED-COUNT W-CLOSED-COUNT W-MATCH-COUNT.
           INITIALIZE W-SUP-TAB W-PAIR-TAB W-INV-TAB W-RUN-TAB.

           MOVE L-WINDOW-DAYS TO W-WINDOW-DAYS.
           IF W-WINDOW-DAYS = ZERO
             MOVE 7 TO W-WINDOW-DAYS
           END-IF.

           PERFORM OPEN-FILES.
           PERFORM LOAD-SUPPLIERS.
           PERFORM LOAD-BANK-DETAILS.
           PERFORM FIND-PAIRS.
           PERFORM COLLECT-LIVE.
           PERFORM COLLECT-HISTORY.
           PERFORM RESOLVE-RUNS.
           PERFORM RESOLVE-ARCHIVED-RUNS.
           PERFORM SET-INVOICE-DATES.

           PERFORM PRINT-PAIRS.
           PERFORM PRINT-TOTALS.

           IF W-PAIR-TAB-COUNT > ZERO
             MOVE "X" TO L-RETURN
           END-IF.
           IF W-UNRESOLVED > ZERO AND L-RETURN = "0"
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
           OPEN INPUT SUPMAST.
           IF ST-SUPMAST NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-SUPMAST.

           OPEN INPUT SUPBNK.
           IF ST-SUPBNK NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-SUPBNK.

      * No file yet just means no pair has been confirmed
           OPEN INPUT SUPDIF.
           IF ST-SUPDIF = "00"
             MOVE 1 TO O-SUPDIF
           END-IF.

           OPEN INPUT IFHDR.
           IF ST-IFHDR NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-IFHDR.

           OPEN INPUT HSTHDR.
           IF ST-HSTHDR = "00"
             MOVE 1 TO O-HSTHDR
           END-IF.

           OPEN INPUT RUNREG.
           IF ST-RUNREG NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-RUNREG.

           OPEN INPUT RUNARC.
           IF ST-RUNARC = "00"
             MOVE 1 TO O-RUNARC
           END-IF.

           OPEN OUTPUT DUPRPT.
           IF ST-DUPRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-DUPRPT.

           MOVE SPACES TO DUPRPT-REC.
           STRING "PROBABLE DUPLICATE SUPPLIERS"
                  "  (SAME AMOUNT LISTED UP TO " W-WINDOW-DAYS
                  " DAYS APART)"
             DELIMITED BY SIZE INTO DUPRPT-REC
           END-STRING.
           WRITE DUPRPT-REC.
           MOVE SPACES TO DUPRPT-REC.
           WRITE DUPRPT-REC.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * The master in key order - the table stays in key order, so a
      *   supplier is found in it by halving
       LOAD-SUPPLIERS SECTION.
       LOAD-SUPPLIERS-B.
           MOVE LOW-VALUES TO SUPM-Key.
           START SUPMAST KEY >= SUPM-Key
             INVALID KEY
               GO TO LOAD-SUPPLIERS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ SUPMAST NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 ADD 1 TO W-SUP-COUNT
                 IF W-SUP-TAB-COUNT >= W-SUP-TAB-MAX
                   SET W-TAB-FULL TO TRUE
                   MOVE 1 TO W-EOF
                 ELSE
                   ADD 1 TO W-SUP-TAB-COUNT
                   MOVE W-SUP-TAB-COUNT TO W-UX
                   MOVE SUPM-Key           TO WU-KEY(W-UX)
                   MOVE SUPM-Supplier-Name TO WU-NAME(W-UX)
                   MOVE SUPM-Status        TO WU-STATUS(W-UX)
                   MOVE SPACES             TO WU-BANK(W-UX)
                   MOVE 0                  TO WU-IN-PAIR(W-UX)
                   MOVE SUPM-Supplier-Name TO W-NORM-IN
                   PERFORM NORMALISE-NAME
                   MOVE W-NORM-OUT         TO WU-NORM(W-UX)
                 END-IF
             END-READ
           END-PERFORM.

       LOAD-SUPPLIERS-E.
           EXIT.

      ******************************************************************
      * Bank details, pending or confirmed, as one key per supplier
       LOAD-BANK-DETAILS SECTION.
       LOAD-BANK-DETAILS-B.
           MOVE LOW-VALUES TO SBK-Key.
           START SUPBNK KEY >= SBK-Key
             INVALID KEY
               GO TO LOAD-BANK-DETAILS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ SUPBNK NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE SBK-Key TO W-FIND-KEY
                 PERFORM FIND-SUPPLIER
                 IF W-THIS-SUP > 0
                   PERFORM NOTE-BANK-KEY
                 END-IF
             END-READ
           END-PERFORM.

       LOAD-BANK-DETAILS-E.
           EXIT.

      ******************************************************************
       NOTE-BANK-KEY SECTION.
       NOTE-BANK-KEY-B.
           IF SBK-BACS
             IF SBK-Sort-Code = SPACES OR SBK-Account-No = SPACES
               GO TO NOTE-BANK-KEY-E
             END-IF
             STRING "B" SBK-Sort-Code SBK-Account-No
               DELIMITED BY SIZE INTO WU-BANK(W-THIS-SUP)
             END-STRING
             GO TO NOTE-BANK-KEY-E
           END-IF.

           IF SBK-SEPA
             MOVE SBK-IBAN TO W-SQZ-IN
             PERFORM SQUEEZE-TEXT
             IF W-SQZ-OUT NOT = SPACES
               STRING "S" W-SQZ-OUT
                 DELIMITED BY SIZE INTO WU-BANK(W-THIS-SUP)
               END-STRING
             END-IF
           END-IF.

       NOTE-BANK-KEY-E.
           EXIT.

      ******************************************************************
      * Every supplier against every one after it in the table
       FIND-PAIRS SECTION.
       FIND-PAIRS-B.
           PERFORM VARYING W-UX FROM 1 BY 1
                   UNTIL W-UX >= W-SUP-TAB-COUNT
             ADD 1 TO W-UX GIVING W-UY-FROM
             PERFORM VARYING W-UY FROM W-UY-FROM BY 1
                     UNTIL W-UY > W-SUP-TAB-COUNT
               MOVE 0 TO W-BY-NAME W-BY-BANK
               IF WU-NORM(W-UX) NOT = SPACES
               AND WU-NORM(W-UX) = WU-NORM(W-UY)
                 MOVE 1 TO W-BY-NAME
               END-IF
               IF WU-BANK(W-UX) NOT = SPACES
               AND WU-BANK(W-UX) = WU-BANK(W-UY)
                 MOVE 1 TO W-BY-BANK
               END-IF
               IF W-BY-NAME = 1 OR W-BY-BANK = 1
                 PERFORM NOTE-PAIR
               END-IF
             END-PERFORM
           END-PERFORM.

       FIND-PAIRS-E.
           EXIT.

      ******************************************************************
      * Suppliers W-UX and W-UY look like one business - listed unless
      *   both are closed or a reviewer has confirmed them different
       NOTE-PAIR SECTION.
       NOTE-PAIR-B.
           ADD W-BY-NAME TO W-NAME-COUNT.
           ADD W-BY-BANK TO W-BANK-COUNT.

           IF WU-STATUS(W-UX) = "C" AND WU-STATUS(W-UY) = "C"
             ADD 1 TO W-CLOSED-COUNT
             GO TO NOTE-PAIR-E
           END-IF.

           IF O-SUPDIF = 1
             MOVE WU-KEY(W-UX)(1:2) TO SDF-First-Loc
             MOVE WU-KEY(W-UX)(3:6) TO SDF-First-Acc
             MOVE WU-KEY(W-UY)(1:2) TO SDF-Second-Loc
             MOVE WU-KEY(W-UY)(3:6) TO SDF-Second-Acc
             READ SUPDIF
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO W-CLEARED-COUNT
                 GO TO NOTE-PAIR-E
             END-READ
           END-IF.

           IF W-PAIR-TAB-COUNT >= W-PAIR-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-PAIR-E
           END-IF.

           ADD 1 TO W-PAIR-TAB-COUNT.
           MOVE W-PAIR-TAB-COUNT TO W-DX.
           MOVE W-UX      TO WD-SUP-1(W-DX).
           MOVE W-UY      TO WD-SUP-2(W-DX).
           MOVE W-BY-NAME TO WD-BY-NAME(W-DX).
           MOVE W-BY-BANK TO WD-BY-BANK(W-DX).
           MOVE 1 TO WU-IN-PAIR(W-UX) WU-IN-PAIR(W-UY).

       NOTE-PAIR-E.
           EXIT.

      ******************************************************************
      * The supplier with key W-FIND-KEY - W-THIS-SUP, zero if none
       FIND-SUPPLIER SECTION.
       FIND-SUPPLIER-B.
           MOVE 0 TO W-THIS-SUP.
           MOVE 1 TO W-LO.
           MOVE W-SUP-TAB-COUNT TO W-HI.
           PERFORM UNTIL W-LO > W-HI OR W-THIS-SUP > 0
             COMPUTE W-MID = (W-LO + W-HI) / 2
             EVALUATE TRUE
               WHEN WU-KEY(W-MID) = W-FIND-KEY
                 MOVE W-MID TO W-THIS-SUP
               WHEN WU-KEY(W-MID) < W-FIND-KEY
                 COMPUTE W-LO = W-MID + 1
               WHEN OTHER
                 COMPUTE W-HI = W-MID - 1
             END-EVALUATE
           END-PERFORM.

       FIND-SUPPLIER-E.
           EXIT.

      ******************************************************************
      * Live invoices of the suppliers in a pair
       COLLECT-LIVE SECTION.
       COLLECT-LIVE-B.
           IF W-PAIR-TAB-COUNT = ZERO
             GO TO COLLECT-LIVE-E
           END-IF.

           MOVE LOW-VALUES TO gaadInvNo.
           START IFHDR KEY >= gaadInvNo
             INVALID KEY
               GO TO COLLECT-LIVE-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ IFHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  gaadDRCR   =  "DR"
                 AND gaadRevSts NOT = "R"
                   MOVE gaadSupLoc TO W-FIND-KEY(1:2)
                   MOVE gaadSupAcc TO W-FIND-KEY(3:6)
                   PERFORM FIND-SUPPLIER
                   IF W-THIS-SUP > 0
                     IF WU-IN-PAIR(W-THIS-SUP) = 1
                       PERFORM NOTE-LIVE-INVOICE
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       COLLECT-LIVE-E.
           EXIT.

      ******************************************************************
       NOTE-LIVE-INVOICE SECTION.
       NOTE-LIVE-INVOICE-B.
           IF W-INV-TAB-COUNT >= W-INV-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-LIVE-INVOICE-E
           END-IF.

           ADD 1 TO W-INV-TAB-COUNT.
           MOVE W-INV-TAB-COUNT TO W-IX.
           MOVE W-THIS-SUP TO WI-SUP(W-IX).
           MOVE gaadInvNo  TO WI-INV(W-IX).
           MOVE gaadSppInv TO WI-REF(W-IX).
           MOVE gaadCurCde TO WI-CCY(W-IX).
           MOVE gaadSupAmt TO WI-AMT(W-IX).
           MOVE gaadRunNbr TO WI-RUN(W-IX).
           MOVE ZERO       TO WI-DATE(W-IX).
           MOVE gaadPayDte TO WI-PAY-DATE(W-IX).
           MOVE "LIVE"     TO WI-SOURCE(W-IX).
           PERFORM NOTE-INVOICE-KEYS.

       NOTE-LIVE-INVOICE-E.
           EXIT.

      ******************************************************************
      * History invoices of the suppliers in a pair
       COLLECT-HISTORY SECTION.
       COLLECT-HISTORY-B.
           IF W-PAIR-TAB-COUNT = ZERO OR O-HSTHDR = 0
             GO TO COLLECT-HISTORY-E
           END-IF.

           MOVE LOW-VALUES TO HH-Invoice-No.
           START HSTHDR KEY >= HH-Invoice-No
             INVALID KEY
               GO TO COLLECT-HISTORY-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ HSTHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  HH-DR-CR    =  "DR"
                 AND HH-Reversed NOT = "R"
                   MOVE HH-Supplier-Loc TO W-FIND-KEY(1:2)
                   MOVE HH-Supplier-Acc TO W-FIND-KEY(3:6)
                   PERFORM FIND-SUPPLIER
                   IF W-THIS-SUP > 0
                     IF WU-IN-PAIR(W-THIS-SUP) = 1
                       PERFORM NOTE-HISTORY-INVOICE
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       COLLECT-HISTORY-E.
           EXIT.

      ******************************************************************
       NOTE-HISTORY-INVOICE SECTION.
       NOTE-HISTORY-INVOICE-B.
           IF W-INV-TAB-COUNT >= W-INV-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-HISTORY-INVOICE-E
           END-IF.

           ADD 1 TO W-INV-TAB-COUNT.
           MOVE W-INV-TAB-COUNT TO W-IX.
           MOVE W-THIS-SUP          TO WI-SUP(W-IX).
           MOVE HH-Invoice-No       TO WI-INV(W-IX).
           MOVE HH-Supplier-Invoice TO WI-REF(W-IX).
           MOVE HH-Currency-Code    TO WI-CCY(W-IX).
           MOVE HH-Amount           TO WI-AMT(W-IX).
           MOVE HH-Run-Number       TO WI-RUN(W-IX).
           MOVE ZERO                TO WI-DATE(W-IX).
           MOVE HH-Pay-Date         TO WI-PAY-DATE(W-IX).
           MOVE "HIST"              TO WI-SOURCE(W-IX).
           PERFORM NOTE-INVOICE-KEYS.

       NOTE-HISTORY-INVOICE-E.
           EXIT.

      ******************************************************************
      * The matching form of the reference, and the posting run
       NOTE-INVOICE-KEYS SECTION.
       NOTE-INVOICE-KEYS-B.
           MOVE WI-REF(W-IX) TO W-SQZ-IN.
           PERFORM SQUEEZE-TEXT.
           MOVE W-SQZ-OUT TO WI-REF-KEY(W-IX).

           MOVE WI-RUN(W-IX) TO W-LINE-RUN.
           PERFORM FIND-RUN-ENTRY.
           IF W-THIS-RUN = 0
             IF W-RUN-TAB-COUNT >= W-RUN-TAB-MAX
               SET W-TAB-FULL TO TRUE
               GO TO NOTE-INVOICE-KEYS-E
             END-IF
             ADD 1 TO W-RUN-TAB-COUNT
             MOVE W-LINE-RUN TO WR-RUN(W-RUN-TAB-COUNT)
             MOVE ZERO       TO WR-DATE(W-RUN-TAB-COUNT)
           END-IF.

       NOTE-INVOICE-KEYS-E.
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
      * Each posting run looked up on the live register by key - an
      *   ADOS run, or failing that an expense feed run
       RESOLVE-RUNS SECTION.
       RESOLVE-RUNS-B.
           PERFORM VARYING W-RX FROM 1 BY 1
                   UNTIL W-RX > W-RUN-TAB-COUNT
             MOVE "ADOS"       TO RR-Application
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
      * Runs not on the live register - one pass of the archive
       RESOLVE-ARCHIVED-RUNS SECTION.
       RESOLVE-ARCHIVED-RUNS-B.
           MOVE ZERO TO W-UNRESOLVED.
           PERFORM VARYING W-RX FROM 1 BY 1
                   UNTIL W-RX > W-RUN-TAB-COUNT
             IF WR-DATE(W-RX) = ZERO
               ADD 1 TO W-UNRESOLVED
             END-IF
           END-PERFORM.

           IF W-UNRESOLVED = ZERO OR O-RUNARC = 0
             GO TO RESOLVE-ARCHIVED-RUNS-E
           END-IF.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1 OR W-UNRESOLVED = ZERO
             READ RUNARC
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE RUNARC-REC TO RUNREG-REC
                 IF RR-Interface-Run
                   MOVE RR-Run-Number TO W-LINE-RUN
                   PERFORM FIND-RUN-ENTRY
                   IF W-THIS-RUN > 0
                     IF WR-DATE(W-THIS-RUN) = ZERO
                       MOVE RR-Start-Date TO WR-DATE(W-THIS-RUN)
                       SUBTRACT 1 FROM W-UNRESOLVED
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       RESOLVE-ARCHIVED-RUNS-E.
           EXIT.

      ******************************************************************
      * Each invoice dated by its posting run - zero where the run
      *   could not be found
       SET-INVOICE-DATES SECTION.
       SET-INVOICE-DATES-B.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-INV-TAB-COUNT
             MOVE WI-RUN(W-IX) TO W-LINE-RUN
             PERFORM FIND-RUN-ENTRY
             IF W-THIS-RUN > 0
               MOVE WR-DATE(W-THIS-RUN) TO WI-DATE(W-IX)
             END-IF
           END-PERFORM.

       SET-INVOICE-DATES-E.
           EXIT.

      ******************************************************************
      * Each pair - its two suppliers, then the invoices on one that
      *   look like an invoice on the other
       PRINT-PAIRS SECTION.
       PRINT-PAIRS-B.
           PERFORM VARYING W-DX FROM 1 BY 1
                   UNTIL W-DX > W-PAIR-TAB-COUNT
             MOVE W-DX TO W-PL-NO
             EVALUATE TRUE
               WHEN WD-BY-NAME(W-DX) = 1 AND WD-BY-BANK(W-DX) = 1
                 MOVE "NAME AND BANK" TO W-PL-REASON
               WHEN WD-BY-NAME(W-DX) = 1
                 MOVE "NAME"          TO W-PL-REASON
               WHEN OTHER
                 MOVE "BANK DETAILS"  TO W-PL-REASON
             END-EVALUATE
             MOVE W-PAIR-LINE TO DUPRPT-REC
             WRITE DUPRPT-REC

             MOVE "1" TO W-SL-SIDE
             MOVE WD-SUP-1(W-DX) TO W-UX
             PERFORM PRINT-SUP-LINE
             MOVE "2" TO W-SL-SIDE
             MOVE WD-SUP-2(W-DX) TO W-UX
             PERFORM PRINT-SUP-LINE

             PERFORM MATCH-PAIR-INVOICES

             MOVE SPACES TO DUPRPT-REC
             WRITE DUPRPT-REC
           END-PERFORM.

       PRINT-PAIRS-E.
           EXIT.

      ******************************************************************
       PRINT-SUP-LINE SECTION.
       PRINT-SUP-LINE-B.
           MOVE WU-KEY(W-UX)(1:2) TO W-SL-LOC.
           MOVE WU-KEY(W-UX)(3:6) TO W-SL-ACC.
           MOVE WU-NAME(W-UX)     TO W-SL-NAME.
           MOVE WU-BANK(W-UX)     TO W-SL-BANK.
           IF WU-STATUS(W-UX) = "C"
             MOVE "CLOSED" TO W-SL-STATUS
           ELSE
             MOVE SPACES   TO W-SL-STATUS
           END-IF.
           MOVE W-SUP-LINE TO DUPRPT-REC.
           WRITE DUPRPT-REC.

       PRINT-SUP-LINE-E.
           EXIT.

      ******************************************************************
      * The pair's invoices split by supplier, then every invoice on
      *   the first against every invoice on the second
       MATCH-PAIR-INVOICES SECTION.
       MATCH-PAIR-INVOICES-B.
           MOVE ZERO TO W-LIST-A-COUNT W-LIST-B-COUNT W-PAIR-MATCHES.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-INV-TAB-COUNT
             EVALUATE WI-SUP(W-IX)
               WHEN WD-SUP-1(W-DX)
                 IF W-LIST-A-COUNT >= W-LIST-MAX
                   SET W-TAB-FULL TO TRUE
                 ELSE
                   ADD 1 TO W-LIST-A-COUNT
                   MOVE W-IX TO W-LIST-A-INV(W-LIST-A-COUNT)
                 END-IF
               WHEN WD-SUP-2(W-DX)
                 IF W-LIST-B-COUNT >= W-LIST-MAX
                   SET W-TAB-FULL TO TRUE
                 ELSE
                   ADD 1 TO W-LIST-B-COUNT
                   MOVE W-IX TO W-LIST-B-INV(W-LIST-B-COUNT)
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.

           PERFORM VARYING W-AX FROM 1 BY 1
                   UNTIL W-AX > W-LIST-A-COUNT
             PERFORM VARYING W-BX FROM 1 BY 1
                     UNTIL W-BX > W-LIST-B-COUNT
               MOVE W-LIST-A-INV(W-AX) TO W-IA
               MOVE W-LIST-B-INV(W-BX) TO W-IB
               PERFORM CHECK-INVOICE-MATCH
             END-PERFORM
           END-PERFORM.

           IF W-PAIR-MATCHES = ZERO
             MOVE "     NO MATCHING INVOICES ON THE TWO ACCOUNTS"
               TO DUPRPT-REC
             WRITE DUPRPT-REC
           END-IF.

       MATCH-PAIR-INVOICES-E.
           EXIT.

      ******************************************************************
      * Invoices W-IA (first supplier) and W-IB (second supplier) -
      *   the same reference, or the same amount close together
       CHECK-INVOICE-MATCH SECTION.
       CHECK-INVOICE-MATCH-B.
           MOVE SPACES TO W-MATCH-REASON.

           IF WI-REF-KEY(W-IA) NOT = SPACES
           AND WI-REF-KEY(W-IA) = WI-REF-KEY(W-IB)
             MOVE "SAME SUPPLIER REFERENCE" TO W-MATCH-REASON
           ELSE
             PERFORM CHECK-AMOUNT-MATCH
           END-IF.

           IF W-MATCH-REASON = SPACES
             GO TO CHECK-INVOICE-MATCH-E
           END-IF.

           ADD 1 TO W-PAIR-MATCHES W-MATCH-COUNT.
           MOVE "1" TO W-IL-SIDE.
           MOVE W-IA TO W-IX.
           MOVE W-MATCH-REASON TO W-IL-REASON.
           PERFORM PRINT-INV-LINE.
           MOVE "2" TO W-IL-SIDE.
           MOVE W-IB TO W-IX.
           MOVE SPACES TO W-IL-REASON.
           PERFORM PRINT-INV-LINE.

       CHECK-INVOICE-MATCH-E.
           EXIT.

      ******************************************************************
      * The same amount in the same currency, posted within the window
      *   - an undated invoice cannot be matched this way
       CHECK-AMOUNT-MATCH SECTION.
       CHECK-AMOUNT-MATCH-B.
           IF WI-CCY(W-IA) NOT = WI-CCY(W-IB)
           OR WI-AMT(W-IA) NOT = WI-AMT(W-IB)
           OR WI-DATE(W-IA) = ZERO
           OR WI-DATE(W-IB) = ZERO
             GO TO CHECK-AMOUNT-MATCH-E
           END-IF.

           COMPUTE W-GAP-DAYS
             = FUNCTION INTEGER-OF-DATE(WI-DATE(W-IA))
             - FUNCTION INTEGER-OF-DATE(WI-DATE(W-IB)).
           IF W-GAP-DAYS < ZERO
             COMPUTE W-GAP-DAYS = ZERO - W-GAP-DAYS
           END-IF.
           IF W-GAP-DAYS > W-WINDOW-DAYS
             GO TO CHECK-AMOUNT-MATCH-E
           END-IF.

           MOVE W-GAP-DAYS TO W-GAP-ED.
           STRING "SAME AMOUNT " W-GAP-ED " DAYS APART"
             DELIMITED BY SIZE INTO W-MATCH-REASON
           END-STRING.

       CHECK-AMOUNT-MATCH-E.
           EXIT.

      ******************************************************************
       PRINT-INV-LINE SECTION.
       PRINT-INV-LINE-B.
           MOVE WI-INV(W-IX)    TO W-IL-INV.
           MOVE WI-REF(W-IX)    TO W-IL-REF.
           MOVE WI-CCY(W-IX)    TO W-IL-CCY.
           MOVE WI-AMT(W-IX)    TO W-IL-AMT.
           MOVE WI-SOURCE(W-IX) TO W-IL-SOURCE.
           IF WI-DATE(W-IX) = ZERO
             MOVE "UNDATED"     TO W-IL-DATE
           ELSE
             MOVE WI-DATE(W-IX) TO W-IL-DATE
           END-IF.
           IF WI-PAY-DATE(W-IX) = ZERO
             MOVE "UNPAID"          TO W-IL-PAID
           ELSE
             MOVE WI-PAY-DATE(W-IX) TO W-IL-PAID
           END-IF.
           MOVE W-INV-LINE TO DUPRPT-REC.
           WRITE DUPRPT-REC.

       PRINT-INV-LINE-E.
           EXIT.

      ******************************************************************
      * A supplier name in upper case with the punctuation and the
      *   noise words taken out and the rest run together
       NORMALISE-NAME SECTION.
       NORMALISE-NAME-B.
           MOVE FUNCTION UPPER-CASE(W-NORM-IN) TO W-NORM-IN.
           INSPECT W-NORM-IN CONVERTING ".,'-/()&+"
                                     TO "         ".
           MOVE SPACES TO W-NORM-OUT W-WORD.
           MOVE 1 TO W-NORM-AT.
           MOVE 0 TO W-WORD-LEN.

           PERFORM VARYING W-CX FROM 1 BY 1 UNTIL W-CX > 30
             IF W-NORM-IN(W-CX:1) = SPACE
               PERFORM END-OF-WORD
             ELSE
               ADD 1 TO W-WORD-LEN
               MOVE W-NORM-IN(W-CX:1) TO W-WORD(W-WORD-LEN:1)
             END-IF
           END-PERFORM.
           PERFORM END-OF-WORD.

       NORMALISE-NAME-E.
           EXIT.

      ******************************************************************
       END-OF-WORD SECTION.
       END-OF-WORD-B.
           IF W-WORD-LEN = 0
             GO TO END-OF-WORD-E
           END-IF.

           MOVE 0 TO W-NOISE-FLAG.
           PERFORM VARYING W-NX FROM 1 BY 1
                   UNTIL W-NX > 10 OR W-NOISE-WORD
             IF W-WORD = W-NOISE(W-NX)
               SET W-NOISE-WORD TO TRUE
             END-IF
           END-PERFORM.

           IF NOT W-NOISE-WORD
             MOVE W-WORD(1:W-WORD-LEN)
               TO W-NORM-OUT(W-NORM-AT:W-WORD-LEN)
             ADD W-WORD-LEN TO W-NORM-AT
           END-IF.

           MOVE SPACES TO W-WORD.
           MOVE 0 TO W-WORD-LEN.

       END-OF-WORD-E.
           EXIT.

      ******************************************************************
      * W-SQZ-IN in upper case with everything but letters and digits
      *   taken out
       SQUEEZE-TEXT SECTION.
       SQUEEZE-TEXT-B.
           MOVE FUNCTION UPPER-CASE(W-SQZ-IN) TO W-SQZ-IN.
           MOVE SPACES TO W-SQZ-OUT.
           MOVE 0 TO W-SQZ-AT.
           PERFORM VARYING W-CX FROM 1 BY 1 UNTIL W-CX > 34
             MOVE W-SQZ-IN(W-CX:1) TO W-SQZ-CHAR
             IF W-SQZ-CHAR NOT = SPACE
             AND (W-SQZ-CHAR IS ALPHABETIC OR W-SQZ-CHAR IS NUMERIC)
               ADD 1 TO W-SQZ-AT
               MOVE W-SQZ-CHAR TO W-SQZ-OUT(W-SQZ-AT:1)
             END-IF
           END-PERFORM.

       SQUEEZE-TEXT-E.
           EXIT.

      ******************************************************************
       PRINT-TOTALS SECTION.
       PRINT-TOTALS-B.
           MOVE SPACES TO DUPRPT-REC.
           WRITE DUPRPT-REC.

           MOVE W-SUP-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "SUPPLIERS ON THE MASTER . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO DUPRPT-REC.
           WRITE DUPRPT-REC.

           MOVE W-NAME-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "PAIRS WITH THE SAME NAME  . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO DUPRPT-REC.
           WRITE DUPRPT-REC.

           MOVE W-BANK-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "PAIRS WITH THE SAME BANK DETAILS  : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO DUPRPT-REC.
           WRITE DUPRPT-REC.

           MOVE W-CLEARED-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "CONFIRMED DIFFERENT - NOT LISTED  : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO DUPRPT-REC.
           WRITE DUPRPT-REC.

           MOVE W-CLOSED-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "BOTH CLOSED - NOT LISTED  . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO DUPRPT-REC.
           WRITE DUPRPT-REC.

           MOVE W-PAIR-TAB-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "SUSPECT PAIRS LISTED  . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO DUPRPT-REC.
           WRITE DUPRPT-REC.

           MOVE W-MATCH-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "MATCHING INVOICES LISTED  . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO DUPRPT-REC.
           WRITE DUPRPT-REC.

           MOVE W-UNRESOLVED TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "POSTING RUNS NOT ON THE REGISTER . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO DUPRPT-REC.
           WRITE DUPRPT-REC.

           IF W-TAB-FULL
             MOVE "*** A TABLE OVERFLOWED - REPORT INCOMPLETE ***"
               TO DUPRPT-REC
             WRITE DUPRPT-REC
           END-IF.

       PRINT-TOTALS-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-SUPMAST = 1
             CLOSE SUPMAST
             MOVE 0 TO O-SUPMAST
           END-IF.

           IF O-SUPBNK = 1
             CLOSE SUPBNK
             MOVE 0 TO O-SUPBNK
           END-IF.

           IF O-SUPDIF = 1
             CLOSE SUPDIF
             MOVE 0 TO O-SUPDIF
           END-IF.

           IF O-IFHDR = 1
             CLOSE IFHDR
             MOVE 0 TO O-IFHDR
           END-IF.

           IF O-HSTHDR = 1
             CLOSE HSTHDR
             MOVE 0 TO O-HSTHDR
           END-IF.

           IF O-RUNREG = 1
             CLOSE RUNREG
             MOVE 0 TO O-RUNREG
           END-IF.

           IF O-RUNARC = 1
             CLOSE RUNARC
             MOVE 0 TO O-RUNARC
           END-IF.

           IF O-DUPRPT = 1
             CLOSE DUPRPT
             MOVE 0 TO O-DUPRPT
           END-IF.

           GOBACK.
