      *    keep their match link there, so the over-credit totals see          *
      *    them alongside the live ones.                                       *
      *                                                                        *
      *  Each run registers on ADRUNREGL0 as a CRNMATCH run, for the           *
      *    OPS000608C night stream controller.                                 *
      *                                                                        *
      *  Author: D.Rowan 2026-09-02                                            *
      *                                                                        *
      *  Change:                                                               *
      *                            totals - history now carries the match     *
      *                            link, so a credit swept in March still     *
      *                            counts against April's second credit      *
      *  IPN26471 2026/10/15 DR001 Run registered on ADRUNREGL0 as CRNMATCH    *
      *                            through OPS000602C, so the night stream     *
      *                            judges it by its register row               *
      **************************************************************************

       ENVIRONMENT DIVISION.
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(110).

      * Run register server parameters - every run registers as a
      *   CRNMATCH run of its own, numbered by the server, so the night
      *   stream controller can judge it by its register row
        01 W-REG-FUNCTION    PIC X(1).
        01 W-REG-APPLICATION PIC X(10) VALUE "CRNMATCH".
        01 W-REG-RUN         PIC S9(7) COMP-3.
        01 W-REG-STATUS      PIC X(1).
        01 W-REG-COUNT-1     PIC S9(7) COMP-3.
        01 W-REG-COUNT-2     PIC S9(7) COMP-3.
        01 W-REG-RETURN      PIC X(1).
        01 W-REG-STARTED     PIC 9 VALUE ZERO.
      * Set once the run has got through its work - a run that never
      *   did is reported as abended
        01 W-PROC-DONE       PIC 9 VALUE ZERO.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           MOVE 0 TO W-PROC-DONE.
           PERFORM REGISTER-START.

           PERFORM OPEN-FILES.

           PERFORM COLLECT-CREDITS.
           PERFORM REWRITE-MATCHED.
           PERFORM PRINT-EXCEPTIONS.

           MOVE 1 TO W-PROC-DONE.

       MAIN-E.
           GO TO PGM-END.

       CHECK-OVER-CREDIT-E.
           EXIT.

      ******************************************************************
      * A zero run number is allocated the next CRNMATCH number by
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
             MOVE 0 TO O-EXCRPT
           END-IF.

      * Report the run's end to the register - a run that never got
      *   through is an abend; credits left unmatched, over-credited
      *   originals or a table that overflowed end it with exceptions.
           IF W-REG-STARTED = 1
             MOVE "E" TO W-REG-FUNCTION
             EVALUATE TRUE
               WHEN W-PROC-DONE = 0
                 MOVE "A" TO W-REG-STATUS
               WHEN W-TAB-FULL OR W-HCR-FULL
               WHEN W-UNMATCH-COUNT > ZERO
               WHEN W-OVERCRD-COUNT > ZERO
                 MOVE "X" TO W-REG-STATUS
               WHEN OTHER
                 MOVE "E" TO W-REG-STATUS
             END-EVALUATE
             MOVE W-MATCHED-COUNT TO W-REG-COUNT-1
             MOVE W-UNMATCH-COUNT TO W-REG-COUNT-2
             CALL "OPS000602C" USING W-REG-FUNCTION W-REG-APPLICATION
                                     W-REG-RUN W-REG-STATUS
                                     W-REG-COUNT-1 W-REG-COUNT-2
                                     W-REG-RETURN
             MOVE 0 TO W-REG-STARTED
           END-IF.

           GOBACK.
