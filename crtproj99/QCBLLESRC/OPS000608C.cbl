       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS000608C.

      **************************************************************************
      *  Operations night stream controller. IPN26460                          *
      *                                                                        *
      *  Runs a named batch stream off its ADSTRDEFL0 definition, one          *
      *    step at a time in step order. Each step's CL command goes           *
      *    through QCMDEXC, and the step is judged on the outcome its          *
      *    run left on the ADRUNREGL0 register - not on the command            *
      *    coming back - before the next step may start. A step that           *
      *    does not register itself is registered here under its step          *
      *    name. Every step's status is kept on the ADSTRLOGL0 stream          *
      *    log, which the OPS000609S screen shows.                             *
      *                                                                        *
      *  A step waits on the steps its definition lists - if any of            *
      *    them is not complete it is not run. A failed step the               *
      *    definition allows to be skipped is logged and the stream            *
      *    goes on; any other failure stops the stream, alerts the             *
      *    operator and writes a severity-1 row on the audit log.              *
      *                                                                        *
      *  Calling the controller again for the stream resumes a night           *
      *    that stopped (or whose controller job died) at its first            *
      *    step not yet complete, without rerunning the steps that             *
      *    are. Otherwise a new night is started for today's date.             *
      *                                                                        *
      *  Author: D.Rowan 2026-10-14                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26471 2026/10/15 DR001 A run registered as failed (F) fails its    *
      *                            step                                        *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Stream definition - the steps, their order and dependencies
           SELECT STRDEF   ASSIGN      TO DATABASE-ADSTRDEFL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS SD-Key
                         FILE STATUS   IS ST-STRDEF.

      * Stream log - one header row per night, one row per step
           SELECT STRLOG   ASSIGN      TO DATABASE-ADSTRLOGL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS SL-Key
                         FILE STATUS   IS ST-STRLOG.

      * Central run register maintained through OPS000602C
           SELECT RUNREG   ASSIGN      TO DATABASE-ADRUNREGL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS RR-Key
                         FILE STATUS   IS ST-RUNREG.

       DATA DIVISION.
        FILE SECTION.
         FD STRDEF.
          01 STRDEF-REC.
             COPY STRDEFL0.

         FD STRLOG.
          01 STRLOG-REC.
             COPY STRLOGL0.

         FD RUNREG.
          01 RUNREG-REC.
             COPY RUNREGL0.

       WORKING-STORAGE SECTION.
        01  ST-STRDEF   PIC X(2).
        01  ST-STRLOG   PIC X(2).
        01  ST-RUNREG   PIC X(2).
        01  O-STRDEF    PIC 9 VALUE ZERO.
        01  O-STRLOG    PIC 9 VALUE ZERO.
        01  O-RUNREG    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.
        01 W-TODAY      PIC 9(8).

      * The night being run - today's, or the stopped one resumed
        01 W-NIGHT          PIC 9(8) VALUE ZERO.
        01 W-LAST-NIGHT     PIC 9(8) VALUE ZERO.
        01 W-LAST-STATUS    PIC X(1) VALUE SPACE.
        01 W-RESUME-FLAG    PIC 9 VALUE ZERO.
           88 W-RESUMING               VALUE 1.
        01 W-STOP-FLAG      PIC 9 VALUE ZERO.
           88 W-STREAM-STOPPED         VALUE 1.
        01 W-STOP-SEQ       PIC 9(3) VALUE ZERO.
        01 W-STOP-NAME      PIC X(10) VALUE SPACES.
        01 W-OPEN-COUNT     PIC 9(3) VALUE ZERO.

      * The stream's steps in step order, with the status each one
      *   stands at on the night's log
        01 W-SX             PIC 9(3).
        01 W-DX             PIC 9(3).
        01 W-FX             PIC 9(3).
        01 W-STEP-COUNT     PIC 9(3) VALUE ZERO.
        01 W-STEP-TABLE.
           05 W-ST-ENTRY       OCCURS 50.
              10 W-ST-SEQ        PIC 9(3).
              10 W-ST-NAME       PIC X(10).
              10 W-ST-CMD        PIC X(200).
              10 W-ST-APP        PIC X(10).
              10 W-ST-SKIP       PIC X(1).
              10 W-ST-DEP        PIC 9(3) OCCURS 5.
              10 W-ST-STATUS     PIC X(1).

        01 W-DEPS-FLAG      PIC 9 VALUE ZERO.
           88 W-DEPS-MET               VALUE 1.
        01 W-DEP-FOUND      PIC 9 VALUE ZERO.
        01 W-BLOCK-SEQ      PIC 9(3) VALUE ZERO.

      * The step being run - when it started, the register row its
      *   outcome is read from, and the outcome
        01 W-STEP-DATE      PIC 9(8).
        01 W-STEP-TIME      PIC 9(8).
        01 W-STEP-APP       PIC X(10).
        01 W-OWN-REG        PIC 9 VALUE ZERO.
        01 W-CMD-FAILED     PIC 9 VALUE ZERO.
        01 W-RR-FOUND       PIC 9 VALUE ZERO.
        01 W-RR-RUN         PIC S9(7) COMP-3 VALUE ZERO.
        01 W-RR-STATUS      PIC X(1).
        01 W-OUTCOME        PIC X(1).
        01 W-OUTCOME-TEXT   PIC X(40).
        01 W-RUN-ED         PIC Z(6)9.
        01 W-CNT-ED         PIC ZZ9.

        01 W-CMD-STRING PIC X(200).
        01 W-CMD-LENGTH PIC S9(10)V9(5) COMP-3 VALUE 200.

      * Parameter set for the OPS000602C register server - used only
      *   for a step that does not register its own run
        01 W-REG-FUNCTION    PIC X(1).
        01 W-REG-APPLICATION PIC X(10).
        01 W-REG-RUN         PIC S9(7) COMP-3.
        01 W-REG-STATUS      PIC X(1).
        01 W-REG-COUNT-1     PIC S9(7) COMP-3 VALUE ZERO.
        01 W-REG-COUNT-2     PIC S9(7) COMP-3 VALUE ZERO.
        01 W-REG-RETURN      PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "OPS000608C".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       LINKAGE SECTION.
      * Input : stream name as held on ADSTRDEFL0
        01 L-STREAM          PIC X(10).

      * Output: 0 = every step ran (skippable failures are on the
      *   log), F = the stream stopped at a failed step, N = no
      *   definition for the stream, C = tonight's stream already
      *   finished, E = the definition or log would not open
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-STREAM L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.

           PERFORM LOAD-STREAM.
           IF W-STEP-COUNT = ZERO
             MOVE "N" TO L-RETURN
             MOVE "NO STEPS DEFINED FOR THE STREAM - NOTHING RUN"
               TO W-ALG-TEXT
             MOVE 2 TO W-ALG-SEVERITY
             PERFORM WRITE-AUDIT-LOG
             GO TO MAIN-E
           END-IF.

           PERFORM FIND-NIGHT.
           IF L-RETURN = "C"
             GO TO MAIN-E
           END-IF.

           PERFORM RUN-STEPS.
           PERFORM CLOSE-NIGHT.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN INPUT STRDEF.
           IF ST-STRDEF NOT = "00"
             MOVE "E" TO L-RETURN
             MOVE "STREAM DEFINITION UNAVAILABLE - NOTHING RUN"
               TO W-ALG-TEXT
             MOVE 1 TO W-ALG-SEVERITY
             PERFORM WRITE-AUDIT-LOG
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-STRDEF.

           OPEN I-O STRLOG.
           IF ST-STRLOG NOT = "00"
             MOVE "E" TO L-RETURN
             MOVE "STREAM LOG UNAVAILABLE - NOTHING RUN"
               TO W-ALG-TEXT
             MOVE 1 TO W-ALG-SEVERITY
             PERFORM WRITE-AUDIT-LOG
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-STRLOG.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * The definition is read once - an edit made while the stream
      *   runs takes effect from the next call.
       LOAD-STREAM SECTION.
       LOAD-STREAM-B.
           MOVE SPACES     TO STRDEF-REC.
           MOVE L-STREAM   TO SD-Stream.
           MOVE ZERO       TO SD-Step-Seq.
           START STRDEF KEY >= SD-Key
             INVALID KEY
               GO TO LOAD-STREAM-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ STRDEF NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF SD-Stream NOT = L-STREAM
                   MOVE 1 TO W-EOF
                 ELSE
                   IF W-STEP-COUNT < 50
                     ADD 1 TO W-STEP-COUNT
                     MOVE W-STEP-COUNT TO W-SX
                     MOVE SD-Step-Seq     TO W-ST-SEQ(W-SX)
                     MOVE SD-Step-Name    TO W-ST-NAME(W-SX)
                     MOVE SD-Command      TO W-ST-CMD(W-SX)
                     MOVE SD-Reg-Application TO W-ST-APP(W-SX)
                     MOVE SD-Skip-On-Fail TO W-ST-SKIP(W-SX)
                     MOVE SPACE           TO W-ST-STATUS(W-SX)
                     PERFORM VARYING W-DX FROM 1 BY 1 UNTIL W-DX > 5
                       MOVE SD-Dep-Seq(W-DX) TO W-ST-DEP(W-SX W-DX)
                     END-PERFORM
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       LOAD-STREAM-E.
           EXIT.

      ******************************************************************
      * The stream's last night decides: still running (its job died)
      *   or stopped means resume it; finished today means there is
      *   nothing to do; anything else starts tonight's.
       FIND-NIGHT SECTION.
       FIND-NIGHT-B.
           MOVE SPACES   TO STRLOG-REC.
           MOVE L-STREAM TO SL-Stream.
           MOVE ZERO     TO SL-Night SL-Step-Seq.
           START STRLOG KEY >= SL-Key
             INVALID KEY
               MOVE 1 TO W-EOF
             NOT INVALID KEY
               MOVE 0 TO W-EOF
           END-START.

           PERFORM UNTIL W-EOF = 1
             READ STRLOG NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF SL-Stream NOT = L-STREAM
                   MOVE 1 TO W-EOF
                 ELSE
                   IF SL-Step-Seq = ZERO
                     MOVE SL-Night  TO W-LAST-NIGHT
                     MOVE SL-Status TO W-LAST-STATUS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           IF W-LAST-NIGHT NOT = ZERO
           AND (W-LAST-STATUS = "R" OR W-LAST-STATUS = "F")
             MOVE W-LAST-NIGHT TO W-NIGHT
             MOVE 1 TO W-RESUME-FLAG
           ELSE
             IF W-LAST-NIGHT = W-TODAY
               MOVE "C" TO L-RETURN
               MOVE "STREAM ALREADY RUN TONIGHT - NOTHING RUN"
                 TO W-ALG-TEXT
               MOVE 2 TO W-ALG-SEVERITY
               PERFORM WRITE-AUDIT-LOG
               GO TO FIND-NIGHT-E
             END-IF
             MOVE W-TODAY TO W-NIGHT
           END-IF.

      * The night's header row - a resumed night counts one more
      *   attempt and is back to running
           MOVE SPACES   TO STRLOG-REC.
           MOVE L-STREAM TO SL-Stream.
           MOVE W-NIGHT  TO SL-Night.
           MOVE ZERO     TO SL-Step-Seq.
           IF W-RESUMING
             READ STRLOG
               INVALID KEY
                 CONTINUE
             END-READ
             ADD 1 TO SL-Attempts
             SET SL-Running TO TRUE
             MOVE "RESUMED" TO SL-Text
             MOVE ZERO TO SL-End-Date SL-End-Time
             REWRITE STRLOG-REC
               INVALID KEY
                 CONTINUE
             END-REWRITE
             PERFORM LOAD-STEP-STATUS
             MOVE "NIGHT STREAM RESUMED" TO W-ALG-TEXT
           ELSE
             MOVE "STREAM" TO SL-Step-Name
             SET SL-Running TO TRUE
             MOVE 1 TO SL-Attempts
             ACCEPT SL-Start-Date FROM DATE YYYYMMDD
             ACCEPT SL-Start-Time FROM TIME
             MOVE ZERO TO SL-End-Date SL-End-Time SL-Reg-Run
             WRITE STRLOG-REC
               INVALID KEY
                 CONTINUE
             END-WRITE
             MOVE "NIGHT STREAM STARTED" TO W-ALG-TEXT
           END-IF.
           MOVE 3 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT-LOG.

       FIND-NIGHT-E.
           EXIT.

      ******************************************************************
      * A resumed night picks up where each step stands on its log
       LOAD-STEP-STATUS SECTION.
       LOAD-STEP-STATUS-B.
           PERFORM VARYING W-SX FROM 1 BY 1 UNTIL W-SX > W-STEP-COUNT
             MOVE L-STREAM        TO SL-Stream
             MOVE W-NIGHT         TO SL-Night
             MOVE W-ST-SEQ(W-SX)  TO SL-Step-Seq
             READ STRLOG
               INVALID KEY
                 MOVE SPACE TO W-ST-STATUS(W-SX)
               NOT INVALID KEY
                 MOVE SL-Status TO W-ST-STATUS(W-SX)
             END-READ
           END-PERFORM.

       LOAD-STEP-STATUS-E.
           EXIT.

      ******************************************************************
       RUN-STEPS SECTION.
       RUN-STEPS-B.
           PERFORM VARYING W-SX FROM 1 BY 1
                   UNTIL W-SX > W-STEP-COUNT OR W-STREAM-STOPPED
             PERFORM RUN-ONE-STEP
           END-PERFORM.

       RUN-STEPS-E.
           EXIT.

      ******************************************************************
      * Complete steps - done tonight, on an earlier attempt or by hand
      *   from the progress screen - are never run again.
       RUN-ONE-STEP SECTION.
       RUN-ONE-STEP-B.
           IF W-ST-STATUS(W-SX) = "C" OR "X" OR "M"
             GO TO RUN-ONE-STEP-E
           END-IF.

           PERFORM CHECK-DEPENDENCIES.
           IF NOT W-DEPS-MET
             PERFORM HOLD-STEP
             GO TO RUN-ONE-STEP-E
           END-IF.

           PERFORM START-STEP-ROW.

           MOVE W-ST-APP(W-SX) TO W-STEP-APP.
           MOVE 0 TO W-OWN-REG.
           IF W-STEP-APP = SPACES
             MOVE W-ST-NAME(W-SX) TO W-STEP-APP
             MOVE 1 TO W-OWN-REG
             MOVE "S"        TO W-REG-FUNCTION
             MOVE ZERO       TO W-REG-RUN
             MOVE SPACE      TO W-REG-STATUS
             PERFORM CALL-REGISTER
           END-IF.

           MOVE W-ST-CMD(W-SX) TO W-CMD-STRING.
           MOVE 0 TO W-CMD-FAILED.
           CALL "QCMDEXC" USING W-CMD-STRING W-CMD-LENGTH
             ON EXCEPTION
               MOVE 1 TO W-CMD-FAILED
           END-CALL.

           IF W-OWN-REG = 1
             MOVE "E" TO W-REG-FUNCTION
             IF W-CMD-FAILED = 1
               MOVE "A" TO W-REG-STATUS
             ELSE
               MOVE "E" TO W-REG-STATUS
             END-IF
             PERFORM CALL-REGISTER
           END-IF.

           PERFORM CHECK-OUTCOME.
           PERFORM END-STEP-ROW.
           MOVE W-OUTCOME TO W-ST-STATUS(W-SX).

           IF W-OUTCOME = "F"
             MOVE SPACES TO W-ALG-TEXT
             STRING "STEP " W-ST-SEQ(W-SX) " " W-ST-NAME(W-SX)
                    " FAILED - " W-OUTCOME-TEXT
               DELIMITED BY SIZE INTO W-ALG-TEXT
             END-STRING
             MOVE 2 TO W-ALG-SEVERITY
             PERFORM WRITE-AUDIT-LOG
             IF W-ST-SKIP(W-SX) NOT = "Y"
               PERFORM STOP-STREAM
             END-IF
           END-IF.

       RUN-ONE-STEP-E.
           EXIT.

      ******************************************************************
      * Every step listed must be complete. A listed step missing from
      *   the definition can never complete, so it holds the step too.
       CHECK-DEPENDENCIES SECTION.
       CHECK-DEPENDENCIES-B.
           MOVE 1 TO W-DEPS-FLAG.
           MOVE ZERO TO W-BLOCK-SEQ.
           PERFORM VARYING W-DX FROM 1 BY 1
                   UNTIL W-DX > 5 OR NOT W-DEPS-MET
             IF W-ST-DEP(W-SX W-DX) NOT = ZERO
               MOVE 0 TO W-DEP-FOUND
               PERFORM VARYING W-FX FROM 1 BY 1
                       UNTIL W-FX > W-STEP-COUNT OR W-DEP-FOUND = 1
                 IF W-ST-SEQ(W-FX) = W-ST-DEP(W-SX W-DX)
                   MOVE 1 TO W-DEP-FOUND
                   IF W-ST-STATUS(W-FX) NOT = "C" AND
                      W-ST-STATUS(W-FX) NOT = "X" AND
                      W-ST-STATUS(W-FX) NOT = "M"
                     MOVE 0 TO W-DEPS-FLAG
                   END-IF
                 END-IF
               END-PERFORM
               IF W-DEP-FOUND = 0
                 MOVE 0 TO W-DEPS-FLAG
               END-IF
               IF NOT W-DEPS-MET
                 MOVE W-ST-DEP(W-SX W-DX) TO W-BLOCK-SEQ
               END-IF
             END-IF
           END-PERFORM.

       CHECK-DEPENDENCIES-E.
           EXIT.

      ******************************************************************
      * A step held on a dependency is logged D and not run. Only a
      *   step that may be skipped lets the stream carry on past it.
       HOLD-STEP SECTION.
       HOLD-STEP-B.
           PERFORM READ-STEP-ROW.
           SET SL-Held TO TRUE.
           ACCEPT SL-End-Date FROM DATE YYYYMMDD.
           ACCEPT SL-End-Time FROM TIME.
           MOVE SPACES TO SL-Text.
           STRING "NOT RUN - STEP " W-BLOCK-SEQ " NOT COMPLETE"
             DELIMITED BY SIZE INTO SL-Text
           END-STRING.
           PERFORM PUT-STEP-ROW.
           MOVE "D" TO W-ST-STATUS(W-SX).

           MOVE SPACES TO W-ALG-TEXT.
           STRING "STEP " W-ST-SEQ(W-SX) " " W-ST-NAME(W-SX)
                  " " SL-Text
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 2 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT-LOG.

           IF W-ST-SKIP(W-SX) NOT = "Y"
             PERFORM STOP-STREAM
           END-IF.

       HOLD-STEP-E.
           EXIT.

      ******************************************************************
      * The step's row for tonight - an earlier attempt's row is
      *   carried on, so its attempt count keeps counting
       READ-STEP-ROW SECTION.
       READ-STEP-ROW-B.
           MOVE L-STREAM        TO SL-Stream.
           MOVE W-NIGHT         TO SL-Night.
           MOVE W-ST-SEQ(W-SX)  TO SL-Step-Seq.
           READ STRLOG
             INVALID KEY
               MOVE SPACES          TO STRLOG-REC
               MOVE L-STREAM        TO SL-Stream
               MOVE W-NIGHT         TO SL-Night
               MOVE W-ST-SEQ(W-SX)  TO SL-Step-Seq
               MOVE ZERO            TO SL-Attempts
               MOVE ZERO            TO SL-Start-Date SL-Start-Time
               MOVE ZERO            TO SL-End-Date SL-End-Time
               MOVE ZERO            TO SL-Reg-Run
           END-READ.
           MOVE W-ST-NAME(W-SX) TO SL-Step-Name.

       READ-STEP-ROW-E.
           EXIT.

      ******************************************************************
       PUT-STEP-ROW SECTION.
       PUT-STEP-ROW-B.
           REWRITE STRLOG-REC
             INVALID KEY
               WRITE STRLOG-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
           END-REWRITE.

       PUT-STEP-ROW-E.
           EXIT.

      ******************************************************************
       START-STEP-ROW SECTION.
       START-STEP-ROW-B.
           PERFORM READ-STEP-ROW.
           SET SL-Running TO TRUE.
           ADD 1 TO SL-Attempts.
           ACCEPT W-STEP-DATE FROM DATE YYYYMMDD.
           ACCEPT W-STEP-TIME FROM TIME.
           MOVE W-STEP-DATE TO SL-Start-Date.
           MOVE W-STEP-TIME TO SL-Start-Time.
           MOVE ZERO TO SL-End-Date SL-End-Time SL-Reg-Run.
           MOVE SPACES TO SL-Reg-Application SL-Text SL-Inits.
           PERFORM PUT-STEP-ROW.

       START-STEP-ROW-E.
           EXIT.

      ******************************************************************
       END-STEP-ROW SECTION.
       END-STEP-ROW-B.
           PERFORM READ-STEP-ROW.
           MOVE W-OUTCOME      TO SL-Status.
           ACCEPT SL-End-Date FROM DATE YYYYMMDD.
           ACCEPT SL-End-Time FROM TIME.
           MOVE W-STEP-APP     TO SL-Reg-Application.
           MOVE W-RR-RUN       TO SL-Reg-Run.
           MOVE W-OUTCOME-TEXT TO SL-Text.
           PERFORM PUT-STEP-ROW.

       END-STEP-ROW-E.
           EXIT.

      ******************************************************************
       CALL-REGISTER SECTION.
       CALL-REGISTER-B.
           MOVE W-STEP-APP TO W-REG-APPLICATION.
           CALL "OPS000602C" USING W-REG-FUNCTION W-REG-APPLICATION
                                   W-REG-RUN W-REG-STATUS
                                   W-REG-COUNT-1 W-REG-COUNT-2
                                   W-REG-RETURN.

       CALL-REGISTER-E.
           EXIT.

      ******************************************************************
      * The step's run is the application's latest register row
      *   started at or after the step was - E or X is a good end,
      *   A is an abend, F a run that refused its input or failed its
      *   check, and S is a run that never reported its end.
      *   No row at all means the step never got as far as starting.
      *   A command that came back in error fails the step whatever
      *   its register row says.
       CHECK-OUTCOME SECTION.
       CHECK-OUTCOME-B.
           MOVE 0 TO W-RR-FOUND.
           MOVE ZERO TO W-RR-RUN.
           MOVE SPACE TO W-RR-STATUS.

           OPEN INPUT RUNREG.
           IF ST-RUNREG NOT = "00"
             MOVE "F" TO W-OUTCOME
             MOVE "RUN REGISTER UNAVAILABLE - OUTCOME UNKNOWN"
               TO W-OUTCOME-TEXT
             GO TO CHECK-OUTCOME-E
           END-IF.
           MOVE 1 TO O-RUNREG.

           MOVE W-STEP-APP TO RR-Application.
           MOVE ZERO       TO RR-Run-Number.
           START RUNREG KEY >= RR-Key
             INVALID KEY
               MOVE 1 TO W-EOF
             NOT INVALID KEY
               MOVE 0 TO W-EOF
           END-START.

           PERFORM UNTIL W-EOF = 1
             READ RUNREG NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF RR-Application NOT = W-STEP-APP
                   MOVE 1 TO W-EOF
                 ELSE
                   IF RR-Run-Number NOT = ZERO
                   AND (RR-Start-Date > W-STEP-DATE
                    OR (RR-Start-Date = W-STEP-DATE
                        AND RR-Start-Time NOT < W-STEP-TIME))
                     MOVE 1             TO W-RR-FOUND
                     MOVE RR-Run-Number TO W-RR-RUN
                     MOVE RR-Status     TO W-RR-STATUS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE RUNREG.
           MOVE 0 TO O-RUNREG.

           MOVE W-RR-RUN TO W-RUN-ED.
           MOVE SPACES TO W-OUTCOME-TEXT.
           EVALUATE TRUE
             WHEN W-RR-FOUND = 0
               MOVE "F" TO W-OUTCOME
               MOVE "NO RUN REGISTERED SINCE STEP STARTED"
                 TO W-OUTCOME-TEXT
             WHEN W-CMD-FAILED = 1
               MOVE "F" TO W-OUTCOME
               STRING "COMMAND ENDED IN ERROR - RUN " W-RUN-ED
                 DELIMITED BY SIZE INTO W-OUTCOME-TEXT
               END-STRING
             WHEN W-RR-STATUS = "E"
               MOVE "C" TO W-OUTCOME
               STRING "ENDED - RUN " W-RUN-ED
                 DELIMITED BY SIZE INTO W-OUTCOME-TEXT
               END-STRING
             WHEN W-RR-STATUS = "X"
               MOVE "X" TO W-OUTCOME
               STRING "ENDED WITH EXCEPTIONS - RUN " W-RUN-ED
                 DELIMITED BY SIZE INTO W-OUTCOME-TEXT
               END-STRING
             WHEN W-RR-STATUS = "A"
               MOVE "F" TO W-OUTCOME
               STRING "ABENDED - RUN " W-RUN-ED
                 DELIMITED BY SIZE INTO W-OUTCOME-TEXT
               END-STRING
             WHEN W-RR-STATUS = "F"
               MOVE "F" TO W-OUTCOME
               STRING "ENDED FAILED - RUN " W-RUN-ED
                 DELIMITED BY SIZE INTO W-OUTCOME-TEXT
               END-STRING
             WHEN OTHER
               MOVE "F" TO W-OUTCOME
               STRING "NEVER REPORTED ITS END - RUN " W-RUN-ED
                 DELIMITED BY SIZE INTO W-OUTCOME-TEXT
               END-STRING
           END-EVALUATE.

       CHECK-OUTCOME-E.
           EXIT.

      ******************************************************************
       STOP-STREAM SECTION.
       STOP-STREAM-B.
           MOVE 1 TO W-STOP-FLAG.
           MOVE "F" TO L-RETURN.
           MOVE W-ST-SEQ(W-SX)  TO W-STOP-SEQ.
           MOVE W-ST-NAME(W-SX) TO W-STOP-NAME.

           MOVE SPACES TO W-ALG-TEXT.
           STRING "NIGHT STREAM STOPPED AT STEP " W-STOP-SEQ " "
                  W-STOP-NAME
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 1 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT-LOG.

           PERFORM ALERT-OPERATOR.

       STOP-STREAM-E.
           EXIT.

      ******************************************************************
       ALERT-OPERATOR SECTION.
       ALERT-OPERATOR-B.
           MOVE SPACES TO W-CMD-STRING.
           STRING "SNDMSG MSG('NIGHT STREAM " L-STREAM
                  " STOPPED AT STEP " W-STOP-SEQ " " W-STOP-NAME
                  " - SEE OPS000609S, RESUME WITH OPS000608C')"
                  " TOMSGQ(QSYSOPR) MSGTYPE(*INFO)"
             DELIMITED BY SIZE
             INTO W-CMD-STRING
           END-STRING.
           CALL "QCMDEXC" USING W-CMD-STRING W-CMD-LENGTH
             ON EXCEPTION
               CONTINUE
           END-CALL.

       ALERT-OPERATOR-E.
           EXIT.

      ******************************************************************
      * The header row carries the night's end: F stopped (resumable),
      *   C every step complete, X ran to the end with skipped steps
      *   left failed or not run.
       CLOSE-NIGHT SECTION.
       CLOSE-NIGHT-B.
           MOVE ZERO TO W-OPEN-COUNT.
           PERFORM VARYING W-SX FROM 1 BY 1 UNTIL W-SX > W-STEP-COUNT
             IF W-ST-STATUS(W-SX) NOT = "C" AND
                W-ST-STATUS(W-SX) NOT = "X" AND
                W-ST-STATUS(W-SX) NOT = "M"
               ADD 1 TO W-OPEN-COUNT
             END-IF
           END-PERFORM.

           MOVE L-STREAM TO SL-Stream.
           MOVE W-NIGHT  TO SL-Night.
           MOVE ZERO     TO SL-Step-Seq.
           READ STRLOG
             INVALID KEY
               GO TO CLOSE-NIGHT-E
           END-READ.

           ACCEPT SL-End-Date FROM DATE YYYYMMDD.
           ACCEPT SL-End-Time FROM TIME.
           MOVE SPACES TO SL-Text.
           EVALUATE TRUE
             WHEN W-STREAM-STOPPED
               SET SL-Failed TO TRUE
               STRING "STOPPED AT STEP " W-STOP-SEQ " " W-STOP-NAME
                 DELIMITED BY SIZE INTO SL-Text
               END-STRING
             WHEN W-OPEN-COUNT = ZERO
               SET SL-Complete TO TRUE
               MOVE "ALL STEPS COMPLETE" TO SL-Text
             WHEN OTHER
               SET SL-Exceptions TO TRUE
               MOVE W-OPEN-COUNT TO W-CNT-ED
               STRING W-CNT-ED " SKIPPABLE STEPS NOT COMPLETE"
                 DELIMITED BY SIZE INTO SL-Text
               END-STRING
           END-EVALUATE.
           REWRITE STRLOG-REC
             INVALID KEY
               CONTINUE
           END-REWRITE.

           IF NOT W-STREAM-STOPPED
             MOVE SPACES TO W-ALG-TEXT
             STRING "NIGHT STREAM ENDED - " SL-Text
               DELIMITED BY SIZE INTO W-ALG-TEXT
             END-STRING
             MOVE 3 TO W-ALG-SEVERITY
             IF W-OPEN-COUNT NOT = ZERO
               MOVE 2 TO W-ALG-SEVERITY
             END-IF
             PERFORM WRITE-AUDIT-LOG
           END-IF.

       CLOSE-NIGHT-E.
           EXIT.

      ******************************************************************
      * Keyed on stream + night so the audit rows of a night line up
      *   with its stream log
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
           MOVE SPACES TO W-ALG-KEY.
           STRING L-STREAM " " W-NIGHT
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-AUDIT-LOG-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-STRDEF = 1
             CLOSE STRDEF
             MOVE 0 TO O-STRDEF
           END-IF.

           IF O-STRLOG = 1
             CLOSE STRLOG
             MOVE 0 TO O-STRLOG
           END-IF.

           IF O-RUNREG = 1
             CLOSE RUNREG
             MOVE 0 TO O-RUNREG
           END-IF.

           GOBACK.
