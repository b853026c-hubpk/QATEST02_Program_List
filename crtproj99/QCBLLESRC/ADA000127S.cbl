      *    all - is refused whole: nothing is extracted and the               *
      *    return code says why.                                              *
      *                                                                        *
      *  Each extract registers on ADRUNREGL0 as a GLJOURNAL run of its        *
      *    own, ended from the return code, for the OPS000608C stream.         *
      *                                                                        *
      *  Author: D.Rowan 2026-09-02                                            *
      *                                                                        *
      *  Change:                                                               *
      *                            per run per entity, in that entity's       *
      *                            own base currency, so EUR and GBP          *
      *                            amounts never sum into one ledger file     *
      *  IPN26452 2026/10/06 DR001 Reversal contra lines carried - every      *
      *                            ADIFCREVL0 row the ADA000134S screen       *
      *                            wrote for the entity and no journal has    *
      *                            taken yet goes on this journal and is      *
      *                            stamped with its number                    *
      *  IPN26454 2026/10/08 DR001 Journal layout moved to the ADGLJRNL0      *
      *                            copybook shared with the NVA001607S        *
      *                            accrual run; reverse date left zero        *
      *  IPN26468 2026/10/15 DR001 Each journal extracted is recorded on the   *
      *                            ADJRNLOGL0 extract log by run and entity,   *
      *                            for the ADA000150S period-close readiness   *
      *                            check                                       *
      *  IPN26471 2026/10/15 DR001 Reversal contra rows handed back unstamped  *
      *                            when the journal fails its balance proof,   *
      *                            so the next journal takes them              *
      *  IPN26471 2026/10/15 DR001 Only contra rows whose invoice header (or   *
      *                            its ADIFCHDRH0 history row) is marked       *
      *                            reversed are journalled                     *
      *  IPN26471 2026/10/15 DR001 Run registered on ADRUNREGL0 as GLJOURNAL   *
      *                            through OPS000602C and ended from the       *
      *                            return code, so a refused extract fails its *
      *                            stream step                                 *
      **************************************************************************

       ENVIRONMENT DIVISION.
                         RECORD KEY    IS gaadInvNo
                         FILE STATUS   IS ST-IFHDR.

      * Header history - a reversed invoice ADA000120S has since swept
           SELECT HSTHDR   ASSIGN      TO DATABASE-ADIFCHDRH0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS HH-Invoice-No
                         FILE STATUS   IS ST-HSTHDR.

      * Posted interface details - the expense and VAT lines
           SELECT IFDTL    ASSIGN      TO DATABASE-ADIFCDTLL0
                         ORGANIZATION  IS INDEXED
                         RECORD KEY    IS JCT-Record-Key
                         FILE STATUS   IS ST-JRNCTL.

      * Reversal contra lines - unextracted rows are journalled here
           SELECT REVFILE  ASSIGN      TO DATABASE-ADIFCREVL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS REV-Key
                         FILE STATUS   IS ST-REVFILE.

      * Journal extract log - which runs each entity has had journalled
           SELECT JRNLOG   ASSIGN      TO DATABASE-ADJRNLOGL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS JLG-Key
                         FILE STATUS   IS ST-JRNLOG.

      * The journal file the ledger side loads
           SELECT GLJRN    ASSIGN      TO DATABASE-ADGLJRNL0
                         ORGANIZATION  IS SEQUENTIAL
          01 IFHDR-REC.
             COPY ADIFCHDRL0.

         FD HSTHDR.
          01 HSTHDR-REC.
             COPY ADIFCHDRH0.

         FD IFDTL.
          01 IFDTL-REC.
             COPY ADIFCDTLL0.
             05  JCT-Record-Key        PIC X(1).
             05  JCT-Last-Journal      PIC S9(7)      COMP-3.

         FD REVFILE.
          01 REVFILE-REC.
             COPY ADIFCREVL0.

         FD JRNLOG.
          01 JRNLOG-REC.
             COPY ADJRNLOGL0.

         FD GLJRN.
          01 GLJRN-REC.
             COPY ADGLJRNL0.

       WORKING-STORAGE SECTION.
        01  ST-ADOSCTL  PIC X(2).
        01  ST-IFHDR    PIC X(2).
        01  ST-HSTHDR   PIC X(2).
        01  ST-IFDTL    PIC X(2).
        01  ST-TAXMAST  PIC X(2).
        01  ST-JRNCTL   PIC X(2).
        01  ST-REVFILE  PIC X(2).
        01  ST-JRNLOG   PIC X(2).
        01  ST-GLJRN    PIC X(2).
        01  O-ADOSCTL   PIC 9 VALUE ZERO.
        01  O-IFHDR     PIC 9 VALUE ZERO.
        01  O-HSTHDR    PIC 9 VALUE ZERO.
        01  O-IFDTL     PIC 9 VALUE ZERO.
        01  O-TAXMAST   PIC 9 VALUE ZERO.
        01  O-JRNCTL    PIC 9 VALUE ZERO.
        01  O-REVFILE   PIC 9 VALUE ZERO.
        01  O-JRNLOG    PIC 9 VALUE ZERO.
        01  O-GLJRN     PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

        01 W-VAT-BASE       PIC S9(9)V99 COMP-3.

      * Set when a contra row's invoice header is marked reversed
        01 W-HDR-REV-FLAG   PIC 9 VALUE ZERO.
           88 W-HDR-REVERSED        VALUE 1.

      * Balance proof and the control record's hash
        01 W-DR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-CR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 W-HASH-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
        01 W-BALANCE-DIFF   PIC S9(11)V99 COMP-3.

        01 W-TODAY          PIC 9(8).
        01 W-LOG-FOUND      PIC 9 VALUE ZERO.

      * Run register server parameters - every extract registers as a
      *   GLJOURNAL run of its own, numbered by the server, so the
      *   night stream controller can judge it by its register row
        01 W-REG-FUNCTION    PIC X(1).
        01 W-REG-APPLICATION PIC X(10) VALUE "GLJOURNAL".
        01 W-REG-RUN         PIC S9(7) COMP-3.
        01 W-REG-STATUS      PIC X(1).
        01 W-REG-COUNT-1     PIC S9(7) COMP-3.
        01 W-REG-COUNT-2     PIC S9(7) COMP-3.
        01 W-REG-RETURN      PIC X(1).
        01 W-REG-STARTED     PIC 9 VALUE ZERO.

       LINKAGE SECTION.
      * Output: 0 = journal extracted, B = run out of balance or
      *   balance unproven, R = control report is not this run's,
      *   N = no detail lines found for the run and no reversal
      *   contra lines waiting for the entity, A = supplier control
      *   account not keyed, F = a file would not open
        01 L-RETURN          PIC X(1).

           MOVE "0" TO L-RETURN.
           MOVE ZERO TO L-JOURNAL-NO.

           PERFORM REGISTER-START.

           MOVE L-ENTITY-CODE TO W-ENTITY.
           IF W-ENTITY = SPACES
             MOVE "GBR" TO W-ENTITY

           IF L-CTL-LOC = SPACES OR L-CTL-NO = SPACES
             MOVE "A" TO L-RETURN
             GO TO MAIN-E
           END-IF.

           PERFORM CHECK-CONTROL-REPORT.
           PERFORM OPEN-FILES.
           PERFORM ALLOCATE-JOURNAL-NO.
           PERFORM EXTRACT-RUN.
           PERFORM EXTRACT-REVERSALS.

           IF W-LINE-NO = ZERO
             MOVE "N" TO L-RETURN
           PERFORM WRITE-CONTROL-RECORD.
           MOVE W-JOURNAL-NO TO L-JOURNAL-NO.

           IF L-RETURN = "B"
             PERFORM RELEASE-REVERSALS
           END-IF.

           IF L-RETURN = "0"
             PERFORM LOG-EXTRACT
           END-IF.

       MAIN-E.
           GO TO PGM-END.

           END-IF.
           MOVE 1 TO O-IFHDR.

           OPEN INPUT HSTHDR.
           IF ST-HSTHDR NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-HSTHDR.

           OPEN INPUT IFDTL.
           IF ST-IFDTL NOT = "00"
             MOVE "F" TO L-RETURN
           END-IF.
           MOVE 1 TO O-JRNCTL.

           OPEN I-O REVFILE.
           IF ST-REVFILE NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-REVFILE.

           OPEN I-O JRNLOG.
           IF ST-JRNLOG NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-JRNLOG.

           OPEN OUTPUT GLJRN.
           IF ST-GLJRN NOT = "00"
             MOVE "F" TO L-RETURN
       WRITE-SUPPLIER-LINE-E.
           EXIT.

      ******************************************************************
      * Contra lines from the ADA000134S reversal screen not yet on
      *   any journal. They are already in the entity's base currency
      *   and balance among themselves invoice by invoice; the
      *   supplier control side carries no account and goes to the
      *   control account this extract is run with. Each row is
      *   stamped with this journal's number so it is taken once only.
       EXTRACT-REVERSALS SECTION.
       EXTRACT-REVERSALS-B.
           MOVE LOW-VALUES TO REV-Key.
           START REVFILE KEY >= REV-Key
             INVALID KEY
               GO TO EXTRACT-REVERSALS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ REVFILE NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF  REV-Journal-No = ZERO
                 AND REV-Entity-Code = W-ENTITY
                   PERFORM CHECK-HEADER-REVERSED
                   IF W-HDR-REVERSED
                     PERFORM JOURNAL-ONE-CONTRA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       EXTRACT-REVERSALS-E.
           EXIT.

      ******************************************************************
      * A contra is only journalled once its reversal completed - the
      *   header (or its history row, once swept) marked R. Rows of a
      *   reversal that never finished are not the ledger's business.
       CHECK-HEADER-REVERSED SECTION.
       CHECK-HEADER-REVERSED-B.
           MOVE 0 TO W-HDR-REV-FLAG.

           MOVE REV-Invoice-No TO gaadInvNo.
           READ IFHDR
             INVALID KEY
               MOVE REV-Invoice-No TO HH-Invoice-No
               READ HSTHDR
                 INVALID KEY
                   GO TO CHECK-HEADER-REVERSED-E
               END-READ
               IF HH-Reversed = "R"
                 SET W-HDR-REVERSED TO TRUE
               END-IF
               GO TO CHECK-HEADER-REVERSED-E
           END-READ.

           IF gaadRevSts = "R"
             SET W-HDR-REVERSED TO TRUE
           END-IF.

       CHECK-HEADER-REVERSED-E.
           EXIT.

      ******************************************************************
       JOURNAL-ONE-CONTRA SECTION.
       JOURNAL-ONE-CONTRA-B.
           MOVE SPACES TO GLJRN-REC.
           MOVE W-JOURNAL-NO TO GJ-JOURNAL-NO.
           ADD 1 TO W-LINE-NO.
           MOVE W-LINE-NO    TO GJ-LINE-NO.
           MOVE "D"          TO GJ-RECORD-TYPE.
           IF REV-Supplier
             MOVE L-CTL-LOC       TO GJ-ACCOUNT-LOC
             MOVE L-CTL-NO        TO GJ-ACCOUNT-NO
           ELSE
             MOVE REV-Account-Loc TO GJ-ACCOUNT-LOC
             MOVE REV-Account-No  TO GJ-ACCOUNT-NO
           END-IF.
           MOVE REV-Dept     TO GJ-DEPT.
           MOVE REV-Anal     TO GJ-ANAL.
           MOVE REV-DR-CR    TO GJ-DR-CR.
           MOVE REV-Amount   TO GJ-AMOUNT.
           MOVE REV-Desc     TO GJ-DESC.
           MOVE L-RUN-NUMBER TO GJ-RUN-NUMBER.
           MOVE W-ENTITY     TO GJ-ENTITY-CODE.
           PERFORM WRITE-JOURNAL-LINE.

           MOVE W-JOURNAL-NO TO REV-Journal-No.
           REWRITE REVFILE-REC.

       JOURNAL-ONE-CONTRA-E.
           EXIT.

      ******************************************************************
       WRITE-JOURNAL-LINE SECTION.
       WRITE-JOURNAL-LINE-B.
             ADD GJ-AMOUNT TO W-CR-TOTAL
           END-IF.
           ADD GJ-AMOUNT TO W-HASH-TOTAL.
           MOVE ZERO TO GJ-REVERSE-DATE.
           WRITE GLJRN-REC.

       WRITE-JOURNAL-LINE-E.
           MOVE "CONTROL - LINE COUNT AND AMOUNT HASH" TO GJ-DESC.
           MOVE L-RUN-NUMBER TO GJ-RUN-NUMBER.
           MOVE W-ENTITY     TO GJ-ENTITY-CODE.
           MOVE ZERO         TO GJ-REVERSE-DATE.
           WRITE GLJRN-REC.

           COMPUTE W-BALANCE-DIFF = W-DR-TOTAL - W-CR-TOTAL.
       WRITE-CONTROL-RECORD-E.
           EXIT.

      ******************************************************************
      * A journal refused by its own balance proof is never loaded, so
      *   the contra rows stamped with its number are handed back for
      *   the next journal to take
       RELEASE-REVERSALS SECTION.
       RELEASE-REVERSALS-B.
           MOVE LOW-VALUES TO REV-Key.
           START REVFILE KEY >= REV-Key
             INVALID KEY
               GO TO RELEASE-REVERSALS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ REVFILE NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF REV-Journal-No = W-JOURNAL-NO
                   MOVE ZERO TO REV-Journal-No
                   REWRITE REVFILE-REC
                 END-IF
             END-READ
           END-PERFORM.

       RELEASE-REVERSALS-E.
           EXIT.

      ******************************************************************
      * Records that the run has been journalled for the entity - the
      *   ADA000150S period-close check looks for this row. A run
      *   extracted again keeps only its latest journal.
       LOG-EXTRACT SECTION.
       LOG-EXTRACT-B.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           MOVE "ADOS"       TO JLG-Application.
           MOVE L-RUN-NUMBER TO JLG-Run-Number.
           MOVE W-ENTITY     TO JLG-Entity-Code.
           READ JRNLOG
             INVALID KEY
               MOVE 0 TO W-LOG-FOUND
             NOT INVALID KEY
               MOVE 1 TO W-LOG-FOUND
           END-READ.

           MOVE "ADOS"       TO JLG-Application.
           MOVE L-RUN-NUMBER TO JLG-Run-Number.
           MOVE W-ENTITY     TO JLG-Entity-Code.
           MOVE W-JOURNAL-NO TO JLG-Journal-No.
           MOVE W-TODAY      TO JLG-Extract-Date.
           MOVE W-LINE-NO    TO JLG-Line-Count.
           MOVE W-HASH-TOTAL TO JLG-Hash-Total.
           IF W-LOG-FOUND = 1
             REWRITE JRNLOG-REC
           ELSE
             WRITE JRNLOG-REC
           END-IF.

       LOG-EXTRACT-E.
           EXIT.

      ******************************************************************
      * A zero run number is allocated the next GLJOURNAL number by
      *   the register server. A start the server could not record
      *   reports no end either - there is no row of this run's to
      *   end.
       REGISTER-START SECTION.
       REGISTER-START-B.
           MOVE 0 TO W-REG-STARTED.
           MOVE "S"   TO W-REG-FUNCTION.
           MOVE ZERO  TO W-REG-RUN.
           MOVE SPACE TO W-REG-STATUS.
           MOVE ZERO  TO W-REG-COUNT-1 W-REG-COUNT-2.
           CALL "OPS000602C" USING W-REG-FUNCTION W-REG-APPLICATION
                                   W-REG-RUN W-REG-STATUS
                                   W-REG-COUNT-1 W-REG-COUNT-2
                                   W-REG-RETURN.
           IF W-REG-RETURN = "0"
             MOVE 1 TO W-REG-STARTED
           END-IF.

       REGISTER-START-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
             MOVE 0 TO O-IFHDR
           END-IF.

           IF O-HSTHDR = 1
             CLOSE HSTHDR
             MOVE 0 TO O-HSTHDR
           END-IF.

           IF O-IFDTL = 1
             CLOSE IFDTL
             MOVE 0 TO O-IFDTL
             MOVE 0 TO O-JRNCTL
           END-IF.

           IF O-REVFILE = 1
             CLOSE REVFILE
             MOVE 0 TO O-REVFILE
           END-IF.

           IF O-JRNLOG = 1
             CLOSE JRNLOG
             MOVE 0 TO O-JRNLOG
           END-IF.

           IF O-GLJRN = 1
             CLOSE GLJRN
             MOVE 0 TO O-GLJRN
           END-IF.

      * Report the run's end to the register from the return code -
      *   a journal extracted is ended, nothing to extract is ended
      *   with exceptions, a file that would not open is an abend,
      *   and a run refused (out of balance, not this run's report,
      *   no control account) is failed, so the stream stops there.
           IF W-REG-STARTED = 1
             MOVE "E" TO W-REG-FUNCTION
             EVALUATE L-RETURN
               WHEN "0"
                 MOVE "E" TO W-REG-STATUS
               WHEN "N"
                 MOVE "X" TO W-REG-STATUS
               WHEN "F"
                 MOVE "A" TO W-REG-STATUS
               WHEN OTHER
                 MOVE "F" TO W-REG-STATUS
             END-EVALUATE
             MOVE W-LINE-NO TO W-REG-COUNT-1
             MOVE ZERO      TO W-REG-COUNT-2
             CALL "OPS000602C" USING W-REG-FUNCTION W-REG-APPLICATION
                                     W-REG-RUN W-REG-STATUS
                                     W-REG-COUNT-1 W-REG-COUNT-2
                                     W-REG-RETURN
             MOVE 0 TO W-REG-STARTED
           END-IF.

           GOBACK.
