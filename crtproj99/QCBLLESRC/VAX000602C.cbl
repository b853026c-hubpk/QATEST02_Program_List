      *    incident), otherwise the extract cycle is marked complete      *
      *    on VORCYCL0.                                                   *
      *                                                                   *
      *  Each run registers on ADRUNREGL0 as a VORACK run - a failed      *
      *    cycle ends it failed, so the OPS000608C stream stops there.    *
      *                                                                   *
      *  Author: D.Rowan 2026-08-23                                       *
      *                                                                   *
      *  Change:                                                          *
      *                                                                   *
      *  IPN26445 2026/09/02 DR001 Audit rows written through the       *
      *                            OPS000607C log server               *
      *  IPN26471 2026/10/15 DR001 Run registered on ADRUNREGL0 as VORACK *
      *                            through OPS000602C - failed with the   *
      *                            cycle                                  *
      *********************************************************************

       ENVIRONMENT DIVISION.
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

      * Run register server parameters - every run registers as a
      *   VORACK run of its own, numbered by the server, so the night
      *   stream controller can judge it by its register row
        01 W-REG-FUNCTION    PIC X(1).
        01 W-REG-APPLICATION PIC X(10) VALUE "VORACK".
        01 W-REG-RUN         PIC S9(7) COMP-3.
        01 W-REG-STATUS      PIC X(1).
        01 W-REG-COUNT-1     PIC S9(7) COMP-3.
        01 W-REG-COUNT-2     PIC S9(7) COMP-3.
        01 W-REG-RETURN      PIC X(1).
        01 W-REG-STARTED     PIC 9 VALUE ZERO.
      * Set once the run has got through its work - a run that never
      *   did is reported as abended
        01 W-PROC-DONE       PIC 9 VALUE ZERO.

       LINKAGE SECTION.
      * Input : this extract cycle's run number
        01 L-RUN-NUMBER      PIC S9(7)      COMP-3.
       PROCEDURE DIVISION USING L-RUN-NUMBER.
       MAIN SECTION.
       MAIN-B.
           MOVE 0 TO W-PROC-DONE.
           PERFORM REGISTER-START.

           PERFORM OPEN-FILES.

           PERFORM LOAD-TRAILERS.
           PERFORM MATCH-ACKS.
           PERFORM JUDGE-CYCLE.

           MOVE 1 TO W-PROC-DONE.

       MAIN-E.
           GO TO PGM-END.

       WRITE-EXCEPTION-E.
           EXIT.

      ******************************************************************
      * A zero run number is allocated the next VORACK number by
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
             CLOSE VORCYC
           END-IF.

      * Report the run's end to the register - a run that never got
      *   through is an abend, and a cycle judged failed fails the
      *   run with it.
           IF W-REG-STARTED = 1
             MOVE "E" TO W-REG-FUNCTION
             EVALUATE TRUE
               WHEN W-PROC-DONE = 0
                 MOVE "A" TO W-REG-STATUS
               WHEN W-PROBLEM-COUNT > ZERO
                 MOVE "F" TO W-REG-STATUS
               WHEN OTHER
                 MOVE "E" TO W-REG-STATUS
             END-EVALUATE
             MOVE W-EXP-COUNT TO W-REG-COUNT-1
             MOVE W-PROBLEM-COUNT TO W-REG-COUNT-2
             CALL "OPS000602C" USING W-REG-FUNCTION W-REG-APPLICATION
                                     W-REG-RUN W-REG-STATUS
                                     W-REG-COUNT-1 W-REG-COUNT-2
                                     W-REG-RETURN
             MOVE 0 TO W-REG-STARTED
           END-IF.

           GOBACK.
