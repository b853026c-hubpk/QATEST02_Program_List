       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000142S.

      **************************************************************************
      *  Finance application. IPN26461                                         *
      *                                                                        *
      *  Segregation-of-duties exception report, for the auditors.             *
      *    Joins who approved each invoice on the ADA000131S approval          *
      *    screen with who maintained the data that invoice depends on,        *
      *    both as the shared audit log (and its AUDITARCL0 archive)           *
      *    recorded them:                                                      *
      *                                                                        *
      *       ADA000118S currency master  - invoices in that currency          *
      *       ADA000124S exchange rates   - invoices in that currency          *
      *       ADA000128S period calendar  - invoices posted in the period      *
      *       ADA000125S supplier sync    - invoices for that supplier         *
      *       ADA000132S supplier bank    - invoices for that supplier         *
      *       NVA001604S PFORDPACL1 codes - invoices for that InvBCV           *
      *       NVA001605S dispositions     - invoices for that InvBCV           *
      *                                                                        *
      *  Section 1 lists every approval in the period given by a person        *
      *    who changed data that invoice depends on within the keyed           *
      *    number of days before approving it. Section 2 lists every           *
      *    invoice whose two approvals (above the threshold) were given        *
      *    under different initials that belong to the same person.            *
      *                                                                        *
      *  Initials are resolved to a person through the names held on           *
      *    ADUSRAUTL0, so a person holding two sets of initials is             *
      *    caught by both sections. Initials not on file stand for             *
      *    themselves. The posting period of an invoice is the start           *
      *    date of the ADOS run that posted it (ADRUNREGL0, or the             *
      *    ADRUNRGAL0 archive once the run has been purged); an                *
      *    InvBCV is tied to an invoice through the supplier's invoice         *
      *    reference.                                                          *
      *                                                                        *
      *  The corporate supplier sync runs unattended and its audit             *
      *    rows name no user - they are counted on the report but can          *
      *    never be attributed to an approver.                                 *
      *                                                                        *
      *  Author: D.Rowan 2026-10-14                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26462 2026/10/15 DR001 Initials resolved to a person through the   *
      *                            ADUSRAUTL0 user authority file instead of   *
      *                            NVAAUTHL0                                   *
      *  IPN26469 2026/10/15 DR001 Runs of the EXPENSES claims feed taken with *
      *                            the ADOS runs - both post to the interface  *
      *                            files                                       *
      *  IPN26471 2026/10/15 DR001 ADA000132S supplier bank detail changes and *
      *                            confirmations taken as maintenance;         *
      *                            ADA000128S taken only from its period and   *
      *                            override rows, never the free-text reason   *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Shared ADOS/VFS-UK/VOR batch audit/exception log
           SELECT AUDITLOG ASSIGN      TO DATABASE-AUDITLOGL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-AUDITLOG.

      * Archive log - rows OPS000601C moved off the live log
           SELECT AUDITARC ASSIGN      TO DATABASE-AUDITARCL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-AUDITARC.

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

      * User authority file - the name behind each set of initials
           SELECT USRAUT   ASSIGN      TO DATABASE-ADUSRAUTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS UA-Initials
                         FILE STATUS   IS ST-USRAUT.

      * The exception report
           SELECT SODRPT   ASSIGN      TO DATABASE-ADSODRPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-SODRPT.

       DATA DIVISION.
        FILE SECTION.
         FD AUDITLOG.
          01 AUDITLOG-REC.
             COPY AUDITLOGL0.

      * Archived rows are byte images of the 155-byte log record -
      *   unpacked through the AUDITLOG record area
         FD AUDITARC.
          01 AUDITARC-REC              PIC X(155).

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

         FD USRAUT.
          01 USRAUT-REC.
             COPY ADUSRAUTL0.

         FD SODRPT.
          01 SODRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-AUDITLOG PIC X(2).
        01  ST-AUDITARC PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HSTHDR   PIC X(2).
        01  ST-RUNREG   PIC X(2).
        01  ST-RUNARC   PIC X(2).
        01  ST-USRAUT   PIC X(2).
        01  ST-SODRPT   PIC X(2).
        01  O-AUDITLOG  PIC 9 VALUE ZERO.
        01  O-AUDITARC  PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HSTHDR    PIC 9 VALUE ZERO.
        01  O-RUNREG    PIC 9 VALUE ZERO.
        01  O-RUNARC    PIC 9 VALUE ZERO.
        01  O-USRAUT    PIC 9 VALUE ZERO.
        01  O-SODRPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

      * The period reported, and how far back before an approval a
      *   change to the data still counts
        01 W-DATE-FROM      PIC 9(8).
        01 W-DATE-TO        PIC 9(8).
        01 W-WINDOW-DAYS    PIC 9(3).
        01 W-CHANGE-FROM    PIC 9(8).
        01 W-WORK-INT       PIC S9(9) COMP-3.

      * Every maintenance row in the period (widened by the window),
      *   with the person behind the initials
        01 W-MNT-TAB-MAX    PIC 9(4) VALUE 3000.
        01 W-MNT-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-MNT-TAB.
           05 W-MNT-ENTRY OCCURS 3000.
              10 WM-PROG      PIC X(10).
              10 WM-KEY       PIC X(20).
              10 WM-INITS     PIC X(3).
              10 WM-PERSON    PIC X(30).
              10 WM-DATE      PIC 9(8).
              10 WM-TIME      PIC 9(8).
              10 WM-TEXT      PIC X(60).
        01 W-MX             PIC 9(4).

      * Every approval decision in the period, with what the invoice
      *   it approved depends on
        01 W-APV-TAB-MAX    PIC 9(4) VALUE 5000.
        01 W-APV-TAB-COUNT  PIC 9(4) VALUE ZERO.
        01 W-APV-TAB.
           05 W-APV-ENTRY OCCURS 5000.
              10 WA-INV       PIC X(7).
      * A = sole approval, 1 = first of two, 2 = second of two
              10 WA-STEP      PIC X(1).
              10 WA-INITS     PIC X(3).
              10 WA-PERSON    PIC X(30).
              10 WA-DATE      PIC 9(8).
              10 WA-TIME      PIC 9(8).
      * 1 = header found on the live file or history
              10 WA-FOUND     PIC 9(1).
              10 WA-CCY       PIC X(3).
              10 WA-LOC       PIC X(2).
              10 WA-ACC       PIC X(6).
              10 WA-REF       PIC X(15).
              10 WA-RUN       PIC S9(7)     COMP-3.
              10 WA-PERIOD    PIC X(6).
        01 W-AX             PIC 9(4).

      * The posting runs of the approved invoices, with their start
      *   dates - zero until resolved
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
        01 W-LINKED-FLAG    PIC 9 VALUE ZERO.
           88 W-LINKED              VALUE 1.
        01 W-SEEN-FLAG      PIC 9 VALUE ZERO.
           88 W-IN-PERIOD           VALUE 1.

      * Initials parsed off a log row's text - the name after " BY "
        01 W-PARSE-TEXT     PIC X(60).
        01 W-PARSE-LAST     PIC 9 VALUE ZERO.
        01 W-PARSE-INITS    PIC X(3).
        01 W-PX             PIC 9(2).
        01 W-BY-AT          PIC 9(2).

      * Initials resolved to the person behind them
        01 W-RES-INITS      PIC X(3).
        01 W-RES-PERSON     PIC X(30).
        01 W-RES-PERSON-2   PIC X(30).

      * The two approvers of a header under the section-2 check
        01 W-CHK-INV        PIC X(7).
        01 W-CHK-IN1        PIC X(3).
        01 W-CHK-IN2        PIC X(3).
        01 W-CHK-SOURCE     PIC X(7).

        01 W-SYNC-COUNT     PIC 9(5) VALUE ZERO.
        01 W-SEC1-COUNT     PIC 9(5) VALUE ZERO.
        01 W-SEC2-COUNT     PIC 9(5) VALUE ZERO.
        01 W-NOHDR-COUNT    PIC 9(5) VALUE ZERO.

        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(132).

        01 W-SEC1-LINE.
           05 W-S1-INV         PIC X(7).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-S1-STEP        PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-S1-APV-INITS   PIC X(3).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-S1-APV-DATE    PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-S1-PROG        PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-S1-KEY         PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-S1-MNT-INITS   PIC X(3).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-S1-MNT-DATE    PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-S1-TEXT        PIC X(57).

        01 W-SEC2-LINE.
           05 W-S2-INV         PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-S2-SOURCE      PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-S2-IN1         PIC X(3).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 W-S2-IN2         PIC X(3).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 W-S2-PERSON      PIC X(30).

       LINKAGE SECTION.
      * Input : the approval period reported (yyyymmdd) - a zero from
      *   date takes every approval still on the log, and checks every
      *   header for section 2; a zero to date means today
        01 L-DATE-FROM       PIC 9(8).
        01 L-DATE-TO         PIC 9(8).

      * Input : days before an approval that a change to the data it
      *   depends on still counts against the approver - zero = 30
        01 L-WINDOW-DAYS     PIC 9(3).

      * Output: 0 = no exceptions, X = exceptions listed, U = some
      *   posting runs were not found (period links skipped for those
      *   invoices), T = a table overflowed (report incomplete),
      *   F = a file would not open
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-DATE-FROM L-DATE-TO L-WINDOW-DAYS
                                L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.

           MOVE L-DATE-FROM TO W-DATE-FROM.
           MOVE L-DATE-TO   TO W-DATE-TO.
           IF W-DATE-TO = ZERO
             ACCEPT W-DATE-TO FROM DATE YYYYMMDD
           END-IF.
           MOVE L-WINDOW-DAYS TO W-WINDOW-DAYS.
           IF W-WINDOW-DAYS = ZERO
             MOVE 30 TO W-WINDOW-DAYS
           END-IF.

           MOVE ZERO TO W-CHANGE-FROM.
           IF W-DATE-FROM NOT = ZERO
             COMPUTE W-WORK-INT
               = FUNCTION INTEGER-OF-DATE(W-DATE-FROM) - W-WINDOW-DAYS
             MOVE FUNCTION DATE-OF-INTEGER(W-WORK-INT)
               TO W-CHANGE-FROM
           END-IF.

           PERFORM OPEN-FILES.
           PERFORM LOAD-LOG-ROWS.
           PERFORM RESOLVE-INVOICES.
           PERFORM RESOLVE-RUNS.
           PERFORM RESOLVE-ARCHIVED-RUNS.
           PERFORM SET-PERIODS.

           PERFORM PRINT-SECTION-1.
           PERFORM PRINT-SECTION-2.
           PERFORM PRINT-TOTALS.

           IF W-SEC1-COUNT > ZERO OR W-SEC2-COUNT > ZERO
             MOVE "X" TO L-RETURN
           END-IF.
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
           OPEN INPUT AUDITLOG.
           IF ST-AUDITLOG NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-AUDITLOG.

      * No archive yet just means nothing has been archived
           OPEN INPUT AUDITARC.
           IF ST-AUDITARC = "00"
             MOVE 1 TO O-AUDITARC
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

      * Without the authority file initials stand for themselves
           OPEN INPUT USRAUT.
           IF ST-USRAUT = "00"
             MOVE 1 TO O-USRAUT
           END-IF.

           OPEN OUTPUT SODRPT.
           IF ST-SODRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-SODRPT.

           MOVE SPACES TO SODRPT-REC.
           STRING "SEGREGATION OF DUTIES EXCEPTIONS - APPROVALS "
                  W-DATE-FROM " TO " W-DATE-TO
                  "  (CHANGES UP TO " W-WINDOW-DAYS
                  " DAYS BEFORE APPROVAL)"
             DELIMITED BY SIZE INTO SODRPT-REC
           END-STRING.
           WRITE SODRPT-REC.
           MOVE SPACES TO SODRPT-REC.
           WRITE SODRPT-REC.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * The archive holds the older rows, the live log the newer - both
      *   are read, archive first, through the one record area.
       LOAD-LOG-ROWS SECTION.
       LOAD-LOG-ROWS-B.
           IF O-AUDITARC = 1
             MOVE 0 TO W-EOF
             PERFORM UNTIL W-EOF = 1
               READ AUDITARC
                 AT END
                   MOVE 1 TO W-EOF
                 NOT AT END
                   MOVE AUDITARC-REC TO AUDITLOG-REC
                   PERFORM NOTE-LOG-ROW
               END-READ
             END-PERFORM
           END-IF.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ AUDITLOG
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 PERFORM NOTE-LOG-ROW
             END-READ
           END-PERFORM.

       LOAD-LOG-ROWS-E.
           EXIT.

      ******************************************************************
      * ADA000128S also logs a refused close and the free-text reason
      *   for an override - neither changes the calendar, and a reason
      *   could itself contain " BY " - so only its "PERIOD ..." and
      *   "CLOSED WITH ..." rows are taken. ADA000132S logs a bank
      *   change as several rows; only the first, "BANK CHANGED - WAS
      *   ...", is taken so the change is counted once.
       NOTE-LOG-ROW SECTION.
       NOTE-LOG-ROW-B.
           IF AL-TS-DATE > W-DATE-TO
             GO TO NOTE-LOG-ROW-E
           END-IF.

           EVALUATE AL-PROGRAM-NAME
             WHEN "ADA000131S"
               IF AL-TS-DATE NOT < W-DATE-FROM
                 PERFORM NOTE-APPROVAL
               END-IF
             WHEN "ADA000125S"
               IF AL-TS-DATE NOT < W-CHANGE-FROM
                 ADD 1 TO W-SYNC-COUNT
                 PERFORM NOTE-MAINTENANCE
               END-IF
             WHEN "ADA000128S"
               IF  AL-TS-DATE NOT < W-CHANGE-FROM
               AND (AL-PROBLEM-DESC(1:7)  = "PERIOD "
                 OR AL-PROBLEM-DESC(1:12) = "CLOSED WITH ")
                 PERFORM NOTE-MAINTENANCE
               END-IF
             WHEN "ADA000132S"
               IF  AL-TS-DATE NOT < W-CHANGE-FROM
               AND AL-PROBLEM-DESC(1:9) NOT = "BANK WAS "
                 PERFORM NOTE-MAINTENANCE
               END-IF
             WHEN "ADA000118S"
             WHEN "ADA000124S"
             WHEN "NVA001604S"
             WHEN "NVA001605S"
               IF AL-TS-DATE NOT < W-CHANGE-FROM
                 PERFORM NOTE-MAINTENANCE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       NOTE-LOG-ROW-E.
           EXIT.

      ******************************************************************
      * ADA000131S words its decisions "APPROVED BY x", "FIRST APPROVAL
      *   BY x - ...", "SECOND APPROVAL BY x - FIRST BY y" and
      *   "QUERIED BY x" - a query approves nothing.
       NOTE-APPROVAL SECTION.
       NOTE-APPROVAL-B.
           IF W-APV-TAB-COUNT >= W-APV-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-APPROVAL-E
           END-IF.

           ADD 1 TO W-APV-TAB-COUNT.
           MOVE W-APV-TAB-COUNT TO W-AX.
           EVALUATE TRUE
             WHEN AL-PROBLEM-DESC(1:12) = "APPROVED BY "
               MOVE "A" TO WA-STEP(W-AX)
             WHEN AL-PROBLEM-DESC(1:18) = "FIRST APPROVAL BY "
               MOVE "1" TO WA-STEP(W-AX)
             WHEN AL-PROBLEM-DESC(1:19) = "SECOND APPROVAL BY "
               MOVE "2" TO WA-STEP(W-AX)
             WHEN OTHER
               SUBTRACT 1 FROM W-APV-TAB-COUNT
               GO TO NOTE-APPROVAL-E
           END-EVALUATE.

           MOVE AL-PROBLEM-DESC TO W-PARSE-TEXT.
           MOVE 0 TO W-PARSE-LAST.
           PERFORM PARSE-INITIALS.

           MOVE AL-RECORD-KEY(1:7) TO WA-INV(W-AX).
           MOVE W-PARSE-INITS      TO WA-INITS(W-AX).
           MOVE W-PARSE-INITS      TO W-RES-INITS.
           PERFORM RESOLVE-PERSON.
           MOVE W-RES-PERSON       TO WA-PERSON(W-AX).
           MOVE AL-TS-DATE         TO WA-DATE(W-AX).
           MOVE AL-TS-TIME         TO WA-TIME(W-AX).
           MOVE 0                  TO WA-FOUND(W-AX).
           MOVE SPACES             TO WA-CCY(W-AX) WA-LOC(W-AX)
                                      WA-ACC(W-AX) WA-REF(W-AX)
                                      WA-PERIOD(W-AX).
           MOVE ZERO               TO WA-RUN(W-AX).

       NOTE-APPROVAL-E.
           EXIT.

      ******************************************************************
      * The maintenance screens all end their row text "BY x" - the
      *   last " BY " is taken, so a reason keyed into the text cannot
      *   be mistaken for the user.
       NOTE-MAINTENANCE SECTION.
       NOTE-MAINTENANCE-B.
           MOVE AL-PROBLEM-DESC TO W-PARSE-TEXT.
           MOVE 1 TO W-PARSE-LAST.
           PERFORM PARSE-INITIALS.
           IF W-PARSE-INITS = SPACES
             GO TO NOTE-MAINTENANCE-E
           END-IF.

           IF W-MNT-TAB-COUNT >= W-MNT-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO NOTE-MAINTENANCE-E
           END-IF.

           ADD 1 TO W-MNT-TAB-COUNT.
           MOVE W-MNT-TAB-COUNT TO W-MX.
           MOVE AL-PROGRAM-NAME TO WM-PROG(W-MX).
           MOVE AL-RECORD-KEY   TO WM-KEY(W-MX).
           MOVE W-PARSE-INITS   TO WM-INITS(W-MX).
           MOVE W-PARSE-INITS   TO W-RES-INITS.
           PERFORM RESOLVE-PERSON.
           MOVE W-RES-PERSON    TO WM-PERSON(W-MX).
           MOVE AL-TS-DATE      TO WM-DATE(W-MX).
           MOVE AL-TS-TIME      TO WM-TIME(W-MX).
           MOVE AL-PROBLEM-DESC TO WM-TEXT(W-MX).

       NOTE-MAINTENANCE-E.
           EXIT.

      ******************************************************************
      * Sets W-PARSE-INITS to the three characters after the first
      *   " BY " in W-PARSE-TEXT, or after the last when W-PARSE-LAST
      *   is 1 - spaces when there is none
       PARSE-INITIALS SECTION.
       PARSE-INITIALS-B.
           MOVE ZERO   TO W-BY-AT.
           MOVE SPACES TO W-PARSE-INITS.
           PERFORM VARYING W-PX FROM 1 BY 1
                   UNTIL W-PX > 54
                      OR (W-BY-AT > ZERO AND W-PARSE-LAST = 0)
             IF W-PARSE-TEXT(W-PX:4) = " BY "
               MOVE W-PX TO W-BY-AT
             END-IF
           END-PERFORM.

           IF W-BY-AT > ZERO
             MOVE W-PARSE-TEXT(W-BY-AT + 4:3) TO W-PARSE-INITS
           END-IF.

       PARSE-INITIALS-E.
           EXIT.

      ******************************************************************
      * The name on the user authority file, or the initials
      *   themselves where they are not on it. A leaver's row is
      *   disabled, never deleted, so old initials still resolve.
       RESOLVE-PERSON SECTION.
       RESOLVE-PERSON-B.
           MOVE SPACES TO W-RES-PERSON.
           STRING "INITIALS " W-RES-INITS
             DELIMITED BY SIZE INTO W-RES-PERSON
           END-STRING.
           IF O-USRAUT = 0 OR W-RES-INITS = SPACES
             GO TO RESOLVE-PERSON-E
           END-IF.

           MOVE W-RES-INITS TO UA-Initials.
           READ USRAUT
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF UA-Name NOT = SPACES
                 MOVE UA-Name TO W-RES-PERSON
               END-IF
           END-READ.

       RESOLVE-PERSON-E.
           EXIT.

      ******************************************************************
      * What each approved invoice depends on - from the live header,
      *   or from history once it has been swept
       RESOLVE-INVOICES SECTION.
       RESOLVE-INVOICES-B.
           PERFORM VARYING W-AX FROM 1 BY 1
                   UNTIL W-AX > W-APV-TAB-COUNT
             MOVE WA-INV(W-AX) TO gaadInvNo
             READ IFHDR
               INVALID KEY
                 PERFORM RESOLVE-FROM-HISTORY
               NOT INVALID KEY
                 MOVE 1          TO WA-FOUND(W-AX)
                 MOVE gaadCurCde TO WA-CCY(W-AX)
                 MOVE gaadSupLoc TO WA-LOC(W-AX)
                 MOVE gaadSupAcc TO WA-ACC(W-AX)
                 MOVE gaadSppInv TO WA-REF(W-AX)
                 MOVE gaadRunNbr TO WA-RUN(W-AX)
             END-READ
             IF WA-FOUND(W-AX) = 1
               PERFORM NOTE-RUN
             ELSE
               ADD 1 TO W-NOHDR-COUNT
             END-IF
           END-PERFORM.

       RESOLVE-INVOICES-E.
           EXIT.

      ******************************************************************
       RESOLVE-FROM-HISTORY SECTION.
       RESOLVE-FROM-HISTORY-B.
           IF O-HSTHDR = 0
             GO TO RESOLVE-FROM-HISTORY-E
           END-IF.

           MOVE WA-INV(W-AX) TO HH-Invoice-No.
           READ HSTHDR
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 1                   TO WA-FOUND(W-AX)
               MOVE HH-Currency-Code    TO WA-CCY(W-AX)
               MOVE HH-Supplier-Loc     TO WA-LOC(W-AX)
               MOVE HH-Supplier-Acc     TO WA-ACC(W-AX)
               MOVE HH-Supplier-Invoice TO WA-REF(W-AX)
               MOVE HH-Run-Number       TO WA-RUN(W-AX)
           END-READ.

       RESOLVE-FROM-HISTORY-E.
           EXIT.

      ******************************************************************
       NOTE-RUN SECTION.
       NOTE-RUN-B.
           MOVE WA-RUN(W-AX) TO W-LINE-RUN.
           PERFORM FIND-RUN-ENTRY.
           IF W-THIS-RUN = 0
             IF W-RUN-TAB-COUNT >= W-RUN-TAB-MAX
               SET W-TAB-FULL TO TRUE
               GO TO NOTE-RUN-E
             END-IF
             ADD 1 TO W-RUN-TAB-COUNT
             MOVE W-LINE-RUN TO WR-RUN(W-RUN-TAB-COUNT)
             MOVE ZERO       TO WR-DATE(W-RUN-TAB-COUNT)
           END-IF.

       NOTE-RUN-E.
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
      * The posting period (yyyymm) of each approved invoice - blank
      *   where its run could not be dated
       SET-PERIODS SECTION.
       SET-PERIODS-B.
           PERFORM VARYING W-AX FROM 1 BY 1
                   UNTIL W-AX > W-APV-TAB-COUNT
             IF WA-FOUND(W-AX) = 1
               MOVE WA-RUN(W-AX) TO W-LINE-RUN
               PERFORM FIND-RUN-ENTRY
               IF W-THIS-RUN > 0
                 IF WR-DATE(W-THIS-RUN) NOT = ZERO
                   MOVE WR-DATE(W-THIS-RUN)(1:6) TO WA-PERIOD(W-AX)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       SET-PERIODS-E.
           EXIT.

      ******************************************************************
      * Section 1 - each approval against each change by the same
      *   person made before it, within the window, to data the
      *   approved invoice depends on
       PRINT-SECTION-1 SECTION.
       PRINT-SECTION-1-B.
           MOVE "SECTION 1 - APPROVED BY WHOEVER CHANGED THE DATA"
             TO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE SPACES TO SODRPT-REC.
           STRING "INVOICE STEP   APV APPROVED  PROGRAM    "
                  "CHANGED KEY          BY  CHANGED   CHANGE"
             DELIMITED BY SIZE INTO SODRPT-REC
           END-STRING.
           WRITE SODRPT-REC.

           PERFORM VARYING W-AX FROM 1 BY 1
                   UNTIL W-AX > W-APV-TAB-COUNT
             IF WA-FOUND(W-AX) = 1
               PERFORM VARYING W-MX FROM 1 BY 1
                       UNTIL W-MX > W-MNT-TAB-COUNT
                 IF WM-PERSON(W-MX) = WA-PERSON(W-AX)
                   PERFORM CHECK-CHANGE-LINK
                   IF W-LINKED
                     PERFORM PRINT-SEC1-LINE
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

           IF W-SEC1-COUNT = ZERO
             MOVE "  NONE" TO SODRPT-REC
             WRITE SODRPT-REC
           END-IF.
           MOVE SPACES TO SODRPT-REC.
           WRITE SODRPT-REC.

       PRINT-SECTION-1-E.
           EXIT.

      ******************************************************************
      * The change must come before the approval, no earlier than the
      *   window allows, and touch what the invoice depends on.
       CHECK-CHANGE-LINK SECTION.
       CHECK-CHANGE-LINK-B.
           MOVE 0 TO W-LINKED-FLAG.

           IF WM-DATE(W-MX) > WA-DATE(W-AX)
           OR (WM-DATE(W-MX) = WA-DATE(W-AX)
               AND WM-TIME(W-MX) > WA-TIME(W-AX))
             GO TO CHECK-CHANGE-LINK-E
           END-IF.

           COMPUTE W-WORK-INT
             = FUNCTION INTEGER-OF-DATE(WA-DATE(W-AX))
             - FUNCTION INTEGER-OF-DATE(WM-DATE(W-MX)).
           IF W-WORK-INT > W-WINDOW-DAYS
             GO TO CHECK-CHANGE-LINK-E
           END-IF.

           EVALUATE WM-PROG(W-MX)
             WHEN "ADA000118S"
             WHEN "ADA000124S"
               IF WM-KEY(W-MX)(1:3) = WA-CCY(W-AX)
                 MOVE 1 TO W-LINKED-FLAG
               END-IF
             WHEN "ADA000128S"
               IF  WA-PERIOD(W-AX) NOT = SPACES
               AND WM-KEY(W-MX)(1:6) = WA-PERIOD(W-AX)
                 MOVE 1 TO W-LINKED-FLAG
               END-IF
             WHEN "ADA000125S"
               IF  WM-KEY(W-MX)(1:1) = "S"
               AND WM-KEY(W-MX)(3:2) = WA-LOC(W-AX)
               AND WM-KEY(W-MX)(6:6) = WA-ACC(W-AX)
                 MOVE 1 TO W-LINKED-FLAG
               END-IF
             WHEN "ADA000132S"
               IF  WM-KEY(W-MX)(1:2) = WA-LOC(W-AX)
               AND WM-KEY(W-MX)(4:6) = WA-ACC(W-AX)
                 MOVE 1 TO W-LINKED-FLAG
               END-IF
             WHEN "NVA001604S"
             WHEN "NVA001605S"
               IF  WA-REF(W-AX) NOT = SPACES
               AND WM-KEY(W-MX)(1:15) = WA-REF(W-AX)
                 MOVE 1 TO W-LINKED-FLAG
               END-IF
           END-EVALUATE.

       CHECK-CHANGE-LINK-E.
           EXIT.

      ******************************************************************
       PRINT-SEC1-LINE SECTION.
       PRINT-SEC1-LINE-B.
           ADD 1 TO W-SEC1-COUNT.
           MOVE WA-INV(W-AX)   TO W-S1-INV.
           EVALUATE WA-STEP(W-AX)
             WHEN "1"
               MOVE "FIRST"  TO W-S1-STEP
             WHEN "2"
               MOVE "SECOND" TO W-S1-STEP
             WHEN OTHER
               MOVE "SOLE"   TO W-S1-STEP
           END-EVALUATE.
           MOVE WA-INITS(W-AX) TO W-S1-APV-INITS.
           MOVE WA-DATE(W-AX)  TO W-S1-APV-DATE.
           MOVE WM-PROG(W-MX)  TO W-S1-PROG.
           MOVE WM-KEY(W-MX)   TO W-S1-KEY.
           MOVE WM-INITS(W-MX) TO W-S1-MNT-INITS.
           MOVE WM-DATE(W-MX)  TO W-S1-MNT-DATE.
           MOVE WM-TEXT(W-MX)  TO W-S1-TEXT.
           MOVE W-SEC1-LINE    TO SODRPT-REC.
           WRITE SODRPT-REC.

       PRINT-SEC1-LINE-E.
           EXIT.

      ******************************************************************
      * Section 2 - headers carrying two approvers, live and swept. With
      *   a period given, only invoices approved in it are checked.
       PRINT-SECTION-2 SECTION.
       PRINT-SECTION-2-B.
           MOVE "SECTION 2 - BOTH APPROVALS BY ONE PERSON"
             TO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE "INVOICE  FILE     1ST   2ND   PERSON" TO SODRPT-REC.
           WRITE SODRPT-REC.

           MOVE LOW-VALUES TO gaadInvNo.
           START IFHDR KEY >= gaadInvNo
             INVALID KEY
               MOVE 1 TO W-EOF
             NOT INVALID KEY
               MOVE 0 TO W-EOF
           END-START.
           PERFORM UNTIL W-EOF = 1
             READ IFHDR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE gaadInvNo  TO W-CHK-INV
                 MOVE gaadAppIn1 TO W-CHK-IN1
                 MOVE gaadAppIn2 TO W-CHK-IN2
                 MOVE "LIVE"     TO W-CHK-SOURCE
                 PERFORM CHECK-SAME-PERSON
             END-READ
           END-PERFORM.

           IF O-HSTHDR = 1
             MOVE LOW-VALUES TO HH-Invoice-No
             START HSTHDR KEY >= HH-Invoice-No
               INVALID KEY
                 MOVE 1 TO W-EOF
               NOT INVALID KEY
                 MOVE 0 TO W-EOF
             END-START
             PERFORM UNTIL W-EOF = 1
               READ HSTHDR NEXT
                 AT END
                   MOVE 1 TO W-EOF
                 NOT AT END
                   MOVE HH-Invoice-No TO W-CHK-INV
                   MOVE HH-Approver-1 TO W-CHK-IN1
                   MOVE HH-Approver-2 TO W-CHK-IN2
                   MOVE "HISTORY"     TO W-CHK-SOURCE
                   PERFORM CHECK-SAME-PERSON
               END-READ
             END-PERFORM
           END-IF.

           IF W-SEC2-COUNT = ZERO
             MOVE "  NONE" TO SODRPT-REC
             WRITE SODRPT-REC
           END-IF.
           MOVE SPACES TO SODRPT-REC.
           WRITE SODRPT-REC.

       PRINT-SECTION-2-E.
           EXIT.

      ******************************************************************
      * ADA000131S already refuses the same initials twice - what is
      *   left to catch is two sets of initials with one name behind
      *   them.
       CHECK-SAME-PERSON SECTION.
       CHECK-SAME-PERSON-B.
           IF W-CHK-IN1 = SPACES OR W-CHK-IN2 = SPACES
             GO TO CHECK-SAME-PERSON-E
           END-IF.

           IF W-DATE-FROM NOT = ZERO
             MOVE 0 TO W-SEEN-FLAG
             PERFORM VARYING W-AX FROM 1 BY 1
                     UNTIL W-AX > W-APV-TAB-COUNT OR W-IN-PERIOD
               IF WA-INV(W-AX) = W-CHK-INV
                 MOVE 1 TO W-SEEN-FLAG
               END-IF
             END-PERFORM
             IF NOT W-IN-PERIOD
               GO TO CHECK-SAME-PERSON-E
             END-IF
           END-IF.

           MOVE W-CHK-IN1 TO W-RES-INITS.
           PERFORM RESOLVE-PERSON.
           MOVE W-RES-PERSON TO W-RES-PERSON-2.
           MOVE W-CHK-IN2 TO W-RES-INITS.
           PERFORM RESOLVE-PERSON.
           IF W-RES-PERSON NOT = W-RES-PERSON-2
             GO TO CHECK-SAME-PERSON-E
           END-IF.

           ADD 1 TO W-SEC2-COUNT.
           MOVE W-CHK-INV    TO W-S2-INV.
           MOVE W-CHK-SOURCE TO W-S2-SOURCE.
           MOVE W-CHK-IN1    TO W-S2-IN1.
           MOVE W-CHK-IN2    TO W-S2-IN2.
           MOVE W-RES-PERSON TO W-S2-PERSON.
           MOVE W-SEC2-LINE  TO SODRPT-REC.
           WRITE SODRPT-REC.

       CHECK-SAME-PERSON-E.
           EXIT.

      ******************************************************************
       PRINT-TOTALS SECTION.
       PRINT-TOTALS-B.
           MOVE W-APV-TAB-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "APPROVALS CHECKED  . . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SODRPT-REC.
           WRITE SODRPT-REC.

           MOVE W-MNT-TAB-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "DATA CHANGES CHECKED AGAINST THEM  : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SODRPT-REC.
           WRITE SODRPT-REC.

           MOVE W-SYNC-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "SUPPLIER SYNC CHANGES (NO USER)  . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SODRPT-REC.
           WRITE SODRPT-REC.

           MOVE W-NOHDR-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "APPROVALS WITH NO HEADER ON FILE . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SODRPT-REC.
           WRITE SODRPT-REC.

           MOVE W-UNRESOLVED TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "POSTING RUNS NOT ON THE REGISTER . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SODRPT-REC.
           WRITE SODRPT-REC.

           MOVE W-SEC1-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "SECTION 1 EXCEPTIONS . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SODRPT-REC.
           WRITE SODRPT-REC.

           MOVE W-SEC2-COUNT TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "SECTION 2 EXCEPTIONS . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO SODRPT-REC.
           WRITE SODRPT-REC.

           IF W-TAB-FULL
             MOVE "*** A TABLE OVERFLOWED - REPORT INCOMPLETE ***"
               TO SODRPT-REC
             WRITE SODRPT-REC
           END-IF.

       PRINT-TOTALS-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-AUDITLOG = 1
             CLOSE AUDITLOG
             MOVE 0 TO O-AUDITLOG
           END-IF.

           IF O-AUDITARC = 1
             CLOSE AUDITARC
             MOVE 0 TO O-AUDITARC
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

           IF O-USRAUT = 1
             CLOSE USRAUT
             MOVE 0 TO O-USRAUT
           END-IF.

           IF O-SODRPT = 1
             CLOSE SODRPT
             MOVE 0 TO O-SODRPT
           END-IF.

           GOBACK.
