       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS000609S.

      **************************************************************************
      *  Operations night stream progress. IPN26460                            *
      *                                                                        *
      *  Shows a night of a batch stream as the OPS000608C controller          *
      *    has logged it on ADSTRLOGL0 - the night's own status, then          *
      *    every step of the ADSTRDEFL0 definition in step order with          *
      *    its status, times, attempts and outcome - twelve steps a            *
      *    page. A zero night shows the stream's latest.                       *
      *                                                                        *
      *  On the latest night the on-call operator can also:                    *
      *    M - mark a failed or held step complete by hand, once it            *
      *        has been put right outside the stream, so a resume              *
      *        goes on past it;                                                *
      *    A - abandon a stopped night, so the next controller call            *
      *        starts a new one instead of resuming it;                        *
      *    O - reopen a night that ran to the end with skipped steps           *
      *        left over, so the next call runs those steps again.             *
      *  Each is stamped with the operator's initials and written to           *
      *    the shared audit log.                                               *
      *                                                                        *
      *  Author: D.Rowan 2026-10-14                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26462 2026/10/15 DR001 Initials checked through OPS000610C against *
      *                            the ADUSRAUTL0 user authority file (STREAM, *
      *                            view to look, maintain to mark, abandon or  *
      *                            reopen)                                     *
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

      * Stream log written by the OPS000608C controller
           SELECT STRLOG   ASSIGN      TO DATABASE-ADSTRLOGL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS SL-Key
                         FILE STATUS   IS ST-STRLOG.

       DATA DIVISION.
        FILE SECTION.
         FD STRDEF.
          01 STRDEF-REC.
             COPY STRDEFL0.

         FD STRLOG.
          01 STRLOG-REC.
             COPY STRLOGL0.

       WORKING-STORAGE SECTION.
        01  ST-STRDEF   PIC X(2).
        01  ST-STRLOG   PIC X(2).
        01  O-STRDEF    PIC 9 VALUE ZERO.
        01  O-STRLOG    PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.
        01 W-EOF            PIC 9 VALUE ZERO.
        01 W-STOP-PAGE-FLAG PIC 9 VALUE ZERO.
           88 W-STOP-PAGING         VALUE 1.

      * Selection - a zero night means the stream's latest
        01 W-INITS          PIC X(3).
        01 W-F-STREAM       PIC X(10).
        01 W-F-NIGHT        PIC 9(8) VALUE ZERO.
        01 W-SEL-SEQ        PIC 9(3) VALUE ZERO.
        01 W-ACTION         PIC X(01).
        01 W-STATUS-MSG     PIC X(50).
        01 W-VERB           PIC X(12).

      * The night on screen and its header row
        01 W-NIGHT          PIC 9(8) VALUE ZERO.
        01 W-LAST-NIGHT     PIC 9(8) VALUE ZERO.
        01 W-HDR-FOUND      PIC 9 VALUE ZERO.
        01 W-HDR-STATUS     PIC X(1).
        01 W-HDR-DESC       PIC X(14).
        01 W-HDR-ATTEMPTS   PIC 9(3).
        01 W-HDR-TEXT       PIC X(40).

      * The stream's steps in step order with their logged rows
        01 W-SX             PIC 9(3).
        01 W-IX             PIC 9(2).
        01 W-PAGE-START     PIC 9(3) VALUE 1.
        01 W-STEP-COUNT     PIC 9(3) VALUE ZERO.
        01 W-STEP-TABLE.
           05 W-ST-ENTRY       OCCURS 50.
              10 W-ST-SEQ        PIC 9(3).
              10 W-ST-NAME       PIC X(10).
              10 W-ST-STATUS     PIC X(1).
              10 W-ST-START      PIC 9(6).
              10 W-ST-END        PIC 9(6).
              10 W-ST-TRIES      PIC 9(3).
              10 W-ST-TEXT       PIC X(40).

        01 W-PAGE-LINES.
           05 W-PL-01          PIC X(78).
           05 W-PL-02          PIC X(78).
           05 W-PL-03          PIC X(78).
           05 W-PL-04          PIC X(78).
           05 W-PL-05          PIC X(78).
           05 W-PL-06          PIC X(78).
           05 W-PL-07          PIC X(78).
           05 W-PL-08          PIC X(78).
           05 W-PL-09          PIC X(78).
           05 W-PL-10          PIC X(78).
           05 W-PL-11          PIC X(78).
           05 W-PL-12          PIC X(78).
        01 W-PAGE-LINE-TAB REDEFINES W-PAGE-LINES.
           05 W-PL             PIC X(78) OCCURS 12.

        01 W-DETAIL-LINE.
           05 W-DL-SEQ         PIC 9(3).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-DL-NAME        PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-DL-STATUS      PIC X(14).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-DL-START       PIC 9(6) BLANK WHEN ZERO.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-DL-END         PIC 9(6) BLANK WHEN ZERO.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-DL-TRIES       PIC ZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-DL-TEXT        PIC X(30).

      * Work fields for the status description
        01 W-DESC-CODE      PIC X(1).
        01 W-DESC-TEXT      PIC X(14).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "STREAM".
        01 W-AUT-ROLE       PIC X(1)  VALUE "V".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "OPS000609S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "NIGHT STREAM PROGRESS".
           05 LINE 3  COLUMN 1  VALUE "YOUR INITIALS  . . . . . . :".
           05 LINE 3  COLUMN 30 PIC X(3)  USING W-INITS.
           05 LINE 4  COLUMN 1  VALUE "STREAM . . . . . . . . . . :".
           05 LINE 4  COLUMN 30 PIC X(10) USING W-F-STREAM.
           05 LINE 5  COLUMN 1  VALUE "NIGHT YYYYMMDD (0=LATEST)  :".
           05 LINE 5  COLUMN 30 PIC 9(8)  USING W-F-NIGHT.
           05 LINE 7  COLUMN 1  VALUE "BLANK INITIALS TO EXIT".
           05 LINE 8  COLUMN 1  PIC X(50) FROM W-STATUS-MSG.

        01 SCR-PROGRESS.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "NIGHT STREAM PROGRESS".
           05 LINE 3  COLUMN 1  VALUE "STREAM:".
           05 LINE 3  COLUMN 9  PIC X(10) FROM W-F-STREAM.
           05 LINE 3  COLUMN 21 VALUE "NIGHT:".
           05 LINE 3  COLUMN 28 PIC 9(8)  FROM W-NIGHT.
           05 LINE 3  COLUMN 38 VALUE "STATUS:".
           05 LINE 3  COLUMN 46 PIC X(14) FROM W-HDR-DESC.
           05 LINE 3  COLUMN 62 VALUE "ATTEMPTS:".
           05 LINE 3  COLUMN 72 PIC 9(3)  FROM W-HDR-ATTEMPTS.
           05 LINE 4  COLUMN 9  PIC X(40) FROM W-HDR-TEXT.
           05 LINE 6  COLUMN 1  VALUE "SEQ STEP       STATUS".
           05 LINE 6  COLUMN 31 VALUE "START  END    TRY OUTCOME".
           05 LINE 7  COLUMN 1  PIC X(78) FROM W-PL-01.
           05 LINE 8  COLUMN 1  PIC X(78) FROM W-PL-02.
           05 LINE 9  COLUMN 1  PIC X(78) FROM W-PL-03.
           05 LINE 10 COLUMN 1  PIC X(78) FROM W-PL-04.
           05 LINE 11 COLUMN 1  PIC X(78) FROM W-PL-05.
           05 LINE 12 COLUMN 1  PIC X(78) FROM W-PL-06.
           05 LINE 13 COLUMN 1  PIC X(78) FROM W-PL-07.
           05 LINE 14 COLUMN 1  PIC X(78) FROM W-PL-08.
           05 LINE 15 COLUMN 1  PIC X(78) FROM W-PL-09.
           05 LINE 16 COLUMN 1  PIC X(78) FROM W-PL-10.
           05 LINE 17 COLUMN 1  PIC X(78) FROM W-PL-11.
           05 LINE 18 COLUMN 1  PIC X(78) FROM W-PL-12.
           05 LINE 20 COLUMN 1  VALUE "M=MARK STEP DONE".
           05 LINE 20 COLUMN 19 VALUE "A=ABANDON NIGHT".
           05 LINE 20 COLUMN 36 VALUE "O=REOPEN NIGHT  R=REFRESH".
           05 LINE 21 COLUMN 1  VALUE "ENTER=NEXT PAGE  X=EXIT".
           05 LINE 22 COLUMN 1  VALUE "ACTION:".
           05 LINE 22 COLUMN 9  PIC X(01) USING W-ACTION.
           05 LINE 22 COLUMN 12 VALUE "STEP (FOR M):".
           05 LINE 22 COLUMN 26 PIC 9(3)  USING W-SEL-SEQ.
           05 LINE 23 COLUMN 1  PIC X(50) FROM W-STATUS-MSG.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT
               MOVE "V" TO W-AUT-ROLE
               PERFORM CHECK-AUTHORITY
               IF W-AUTHORISED
                 PERFORM SHOW-PROGRESS
               END-IF
             END-IF
           END-PERFORM.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       GET-SELECTION SECTION.
       GET-SELECTION-B.
           DISPLAY SCR-SELECT.
           ACCEPT SCR-SELECT.
           MOVE SPACES TO W-STATUS-MSG.
           MOVE FUNCTION UPPER-CASE(W-F-STREAM) TO W-F-STREAM.
           IF W-INITS = SPACES
             SET W-EXIT TO TRUE
           END-IF.

       GET-SELECTION-E.
           EXIT.

      ******************************************************************
      * Looking at a night needs STREAM at view on the ADUSRAUTL0 user
      *   authority file; marking, abandoning or reopening needs it at
      *   maintain.
       CHECK-AUTHORITY SECTION.
       CHECK-AUTHORITY-B.
           MOVE 0 TO W-AUTH-FLAG.

           MOVE W-INITS TO W-AUT-INITS.
           MOVE SPACES  TO W-AUT-PROFILE.
           CALL "OPS000610C" USING W-AUT-INITS W-AUT-PROFILE
                                   W-AUT-FUNCTION W-AUT-ROLE
                                   W-AUT-ENTITY W-AUT-AMOUNT
                                   W-AUT-NAME W-AUT-MESSAGE
                                   W-AUT-RETURN.
           IF W-AUT-RETURN = "0"
             MOVE W-AUT-INITS TO W-INITS
             SET W-AUTHORISED TO TRUE
           ELSE
             MOVE W-AUT-MESSAGE TO W-STATUS-MSG
           END-IF.

       CHECK-AUTHORITY-E.
           EXIT.

      ******************************************************************
      * Files are opened per selection, so a refresh or a new
      *   selection always shows what the controller has logged since
       SHOW-PROGRESS SECTION.
       SHOW-PROGRESS-B.
           OPEN INPUT STRDEF.
           IF ST-STRDEF NOT = "00"
             MOVE "STREAM DEFINITION OPEN FAILED" TO W-STATUS-MSG
             GO TO SHOW-PROGRESS-E
           END-IF.
           MOVE 1 TO O-STRDEF.

           OPEN I-O STRLOG.
           IF ST-STRLOG NOT = "00"
             MOVE "STREAM LOG OPEN FAILED" TO W-STATUS-MSG
             PERFORM CLOSE-FILES
             GO TO SHOW-PROGRESS-E
           END-IF.
           MOVE 1 TO O-STRLOG.

           PERFORM LOAD-PROGRESS.
           IF W-HDR-FOUND = 0
             MOVE "NO NIGHT LOGGED FOR THAT STREAM" TO W-STATUS-MSG
             PERFORM CLOSE-FILES
             GO TO SHOW-PROGRESS-E
           END-IF.

           MOVE 1 TO W-PAGE-START.
           MOVE 0 TO W-STOP-PAGE-FLAG.
           PERFORM UNTIL W-STOP-PAGING
             PERFORM SHOW-PAGE
           END-PERFORM.

           PERFORM CLOSE-FILES.
           MOVE SPACES TO W-STATUS-MSG.

       SHOW-PROGRESS-E.
           EXIT.

      ******************************************************************
      * The latest night, the night on screen's header, then every
      *   step of the definition with its row for that night
       LOAD-PROGRESS SECTION.
       LOAD-PROGRESS-B.
           MOVE 0 TO W-HDR-FOUND.
           MOVE ZERO TO W-LAST-NIGHT.
           MOVE SPACES     TO STRLOG-REC.
           MOVE W-F-STREAM TO SL-Stream.
           MOVE ZERO       TO SL-Night SL-Step-Seq.
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
                 IF SL-Stream NOT = W-F-STREAM
                   MOVE 1 TO W-EOF
                 ELSE
                   IF SL-Step-Seq = ZERO
                     MOVE SL-Night TO W-LAST-NIGHT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           MOVE W-F-NIGHT TO W-NIGHT.
           IF W-NIGHT = ZERO
             MOVE W-LAST-NIGHT TO W-NIGHT
           END-IF.

           MOVE W-F-STREAM TO SL-Stream.
           MOVE W-NIGHT    TO SL-Night.
           MOVE ZERO       TO SL-Step-Seq.
           READ STRLOG
             INVALID KEY
               GO TO LOAD-PROGRESS-E
           END-READ.
           MOVE 1 TO W-HDR-FOUND.
           MOVE SL-Status   TO W-HDR-STATUS.
           MOVE SL-Attempts TO W-HDR-ATTEMPTS.
           MOVE SL-Text     TO W-HDR-TEXT.
           MOVE SL-Status   TO W-DESC-CODE.
           PERFORM DESCRIBE-STATUS.
           MOVE W-DESC-TEXT TO W-HDR-DESC.

           MOVE ZERO TO W-STEP-COUNT.
           MOVE SPACES     TO STRDEF-REC.
           MOVE W-F-STREAM TO SD-Stream.
           MOVE ZERO       TO SD-Step-Seq.
           START STRDEF KEY >= SD-Key
             INVALID KEY
               GO TO LOAD-PROGRESS-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ STRDEF NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF SD-Stream NOT = W-F-STREAM
                   MOVE 1 TO W-EOF
                 ELSE
                   IF W-STEP-COUNT < 50
                     ADD 1 TO W-STEP-COUNT
                     MOVE W-STEP-COUNT TO W-SX
                     MOVE SD-Step-Seq  TO W-ST-SEQ(W-SX)
                     MOVE SD-Step-Name TO W-ST-NAME(W-SX)
                     PERFORM LOAD-STEP-ROW
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       LOAD-PROGRESS-E.
           EXIT.

      ******************************************************************
       LOAD-STEP-ROW SECTION.
       LOAD-STEP-ROW-B.
           MOVE W-F-STREAM     TO SL-Stream.
           MOVE W-NIGHT        TO SL-Night.
           MOVE W-ST-SEQ(W-SX) TO SL-Step-Seq.
           READ STRLOG
             INVALID KEY
               MOVE SPACE  TO W-ST-STATUS(W-SX)
               MOVE ZERO   TO W-ST-START(W-SX) W-ST-END(W-SX)
               MOVE ZERO   TO W-ST-TRIES(W-SX)
               MOVE SPACES TO W-ST-TEXT(W-SX)
             NOT INVALID KEY
               MOVE SL-Status           TO W-ST-STATUS(W-SX)
               MOVE SL-Start-Time(1:6)  TO W-ST-START(W-SX)
               MOVE SL-End-Time(1:6)    TO W-ST-END(W-SX)
               MOVE SL-Attempts         TO W-ST-TRIES(W-SX)
               MOVE SL-Text             TO W-ST-TEXT(W-SX)
           END-READ.

       LOAD-STEP-ROW-E.
           EXIT.

      ******************************************************************
       DESCRIBE-STATUS SECTION.
       DESCRIBE-STATUS-B.
           EVALUATE W-DESC-CODE
             WHEN "R"
               MOVE "RUNNING"        TO W-DESC-TEXT
             WHEN "C"
               MOVE "COMPLETE"       TO W-DESC-TEXT
             WHEN "X"
               MOVE "EXCEPTIONS"     TO W-DESC-TEXT
             WHEN "F"
               MOVE "FAILED"         TO W-DESC-TEXT
             WHEN "D"
               MOVE "HELD - DEPENDS" TO W-DESC-TEXT
             WHEN "M"
               MOVE "DONE BY HAND"   TO W-DESC-TEXT
             WHEN "A"
               MOVE "ABANDONED"      TO W-DESC-TEXT
             WHEN OTHER
               MOVE "NOT STARTED"    TO W-DESC-TEXT
           END-EVALUATE.

       DESCRIBE-STATUS-E.
           EXIT.

      ******************************************************************
       SHOW-PAGE SECTION.
       SHOW-PAGE-B.
           MOVE SPACES TO W-PAGE-LINES.
           MOVE W-PAGE-START TO W-SX.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > 12 OR W-SX > W-STEP-COUNT
             MOVE W-ST-SEQ(W-SX)     TO W-DL-SEQ
             MOVE W-ST-NAME(W-SX)    TO W-DL-NAME
             MOVE W-ST-STATUS(W-SX)  TO W-DESC-CODE
             PERFORM DESCRIBE-STATUS
             MOVE W-DESC-TEXT        TO W-DL-STATUS
             MOVE W-ST-START(W-SX)   TO W-DL-START
             MOVE W-ST-END(W-SX)     TO W-DL-END
             MOVE W-ST-TRIES(W-SX)   TO W-DL-TRIES
             MOVE W-ST-TEXT(W-SX)    TO W-DL-TEXT
             MOVE W-DETAIL-LINE      TO W-PL(W-IX)
             ADD 1 TO W-SX
           END-PERFORM.

           MOVE SPACE TO W-ACTION.
           MOVE ZERO  TO W-SEL-SEQ.
           DISPLAY SCR-PROGRESS.
           ACCEPT SCR-PROGRESS.
           MOVE FUNCTION UPPER-CASE(W-ACTION) TO W-ACTION.
           MOVE SPACES TO W-STATUS-MSG.

           EVALUATE W-ACTION
             WHEN "X"
               SET W-STOP-PAGING TO TRUE
             WHEN "R"
               PERFORM LOAD-PROGRESS
             WHEN "M"
               PERFORM MARK-STEP-DONE
             WHEN "A"
               PERFORM ABANDON-NIGHT
             WHEN "O"
               PERFORM REOPEN-NIGHT
             WHEN OTHER
               ADD 12 TO W-PAGE-START
               IF W-PAGE-START > W-STEP-COUNT
                 MOVE 1 TO W-PAGE-START
               END-IF
           END-EVALUATE.

       SHOW-PAGE-E.
           EXIT.

      ******************************************************************
      * Only the latest night is ever resumed, so only it may be
      *   changed from here - and only by an operator with maintain
       CHECK-LATEST SECTION.
       CHECK-LATEST-B.
           IF W-NIGHT NOT = W-LAST-NIGHT
             MOVE "ONLY THE LATEST NIGHT CAN BE CHANGED"
               TO W-STATUS-MSG
             GO TO CHECK-LATEST-E
           END-IF.

           MOVE "M" TO W-AUT-ROLE.
           PERFORM CHECK-AUTHORITY.

       CHECK-LATEST-E.
           EXIT.

      ******************************************************************
      * A failed or held step, or one not reached on a night that is
      *   no longer running - never one the controller may be running
      *   now, and never one already complete.
       MARK-STEP-DONE SECTION.
       MARK-STEP-DONE-B.
           PERFORM CHECK-LATEST.
           IF W-STATUS-MSG NOT = SPACES
             GO TO MARK-STEP-DONE-E
           END-IF.

           PERFORM VARYING W-SX FROM 1 BY 1
                   UNTIL W-SX > W-STEP-COUNT
                      OR W-ST-SEQ(W-SX) = W-SEL-SEQ
             CONTINUE
           END-PERFORM.
           IF W-SX > W-STEP-COUNT OR W-SEL-SEQ = ZERO
             MOVE "STEP NOT IN THE STREAM DEFINITION" TO W-STATUS-MSG
             GO TO MARK-STEP-DONE-E
           END-IF.

           IF W-HDR-STATUS = "C" OR "A"
             MOVE "NIGHT IS CLOSED - STEPS CANNOT BE MARKED"
               TO W-STATUS-MSG
             GO TO MARK-STEP-DONE-E
           END-IF.

           IF W-ST-STATUS(W-SX) NOT = "F" AND
              W-ST-STATUS(W-SX) NOT = "D" AND
              (W-ST-STATUS(W-SX) NOT = SPACE OR W-HDR-STATUS = "R")
             MOVE "ONLY A FAILED, HELD OR UNRUN STEP CAN BE MARKED"
               TO W-STATUS-MSG
             GO TO MARK-STEP-DONE-E
           END-IF.

           MOVE W-F-STREAM     TO SL-Stream.
           MOVE W-NIGHT        TO SL-Night.
           MOVE W-ST-SEQ(W-SX) TO SL-Step-Seq.
           READ STRLOG
             INVALID KEY
               MOVE SPACES          TO STRLOG-REC
               MOVE W-F-STREAM      TO SL-Stream
               MOVE W-NIGHT         TO SL-Night
               MOVE W-ST-SEQ(W-SX)  TO SL-Step-Seq
               MOVE ZERO            TO SL-Attempts
               MOVE ZERO            TO SL-Start-Date SL-Start-Time
               MOVE ZERO            TO SL-Reg-Run
           END-READ.
           MOVE W-ST-NAME(W-SX) TO SL-Step-Name.
           SET SL-Manual TO TRUE.
           ACCEPT SL-End-Date FROM DATE YYYYMMDD.
           ACCEPT SL-End-Time FROM TIME.
           MOVE W-INITS TO SL-Inits.
           MOVE SPACES TO SL-Text.
           STRING "MARKED COMPLETE BY " W-INITS
             DELIMITED BY SIZE INTO SL-Text
           END-STRING.
           REWRITE STRLOG-REC
             INVALID KEY
               WRITE STRLOG-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
           END-REWRITE.

           MOVE SPACES TO W-ALG-TEXT.
           STRING "STEP " W-ST-SEQ(W-SX) " " W-ST-NAME(W-SX)
                  " MARKED COMPLETE BY " W-INITS
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.

           PERFORM LOAD-PROGRESS.
           MOVE "STEP MARKED COMPLETE" TO W-STATUS-MSG.
           MOVE 3 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT-LOG.

       MARK-STEP-DONE-E.
           EXIT.

      ******************************************************************
       ABANDON-NIGHT SECTION.
       ABANDON-NIGHT-B.
           PERFORM CHECK-LATEST.
           IF W-STATUS-MSG NOT = SPACES
             GO TO ABANDON-NIGHT-E
           END-IF.

           IF W-HDR-STATUS NOT = "F"
             MOVE "ONLY A STOPPED NIGHT CAN BE ABANDONED"
               TO W-STATUS-MSG
             GO TO ABANDON-NIGHT-E
           END-IF.

           MOVE "A" TO W-HDR-STATUS.
           MOVE "ABANDONED" TO W-VERB.
           PERFORM UPDATE-HEADER.

           PERFORM LOAD-PROGRESS.
           MOVE "NIGHT ABANDONED" TO W-STATUS-MSG.
           MOVE 2 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT-LOG.

       ABANDON-NIGHT-E.
           EXIT.

      ******************************************************************
      * Back to F - stopped - which is what the controller resumes
       REOPEN-NIGHT SECTION.
       REOPEN-NIGHT-B.
           PERFORM CHECK-LATEST.
           IF W-STATUS-MSG NOT = SPACES
             GO TO REOPEN-NIGHT-E
           END-IF.

           IF W-HDR-STATUS NOT = "X"
             MOVE "ONLY A NIGHT ENDED WITH SKIPS CAN BE REOPENED"
               TO W-STATUS-MSG
             GO TO REOPEN-NIGHT-E
           END-IF.

           MOVE "F" TO W-HDR-STATUS.
           MOVE "REOPENED" TO W-VERB.
           PERFORM UPDATE-HEADER.

           PERFORM LOAD-PROGRESS.
           MOVE "NIGHT REOPENED - NEXT CALL RESUMES IT"
             TO W-STATUS-MSG.
           MOVE 3 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT-LOG.

       REOPEN-NIGHT-E.
           EXIT.

      ******************************************************************
      * Sets the header row to W-HDR-STATUS and its text to W-VERB
      *   and the operator's initials, and words the audit row to match
       UPDATE-HEADER SECTION.
       UPDATE-HEADER-B.
           MOVE W-F-STREAM TO SL-Stream.
           MOVE W-NIGHT    TO SL-Night.
           MOVE ZERO       TO SL-Step-Seq.
           READ STRLOG
             INVALID KEY
               GO TO UPDATE-HEADER-E
           END-READ.
           MOVE W-HDR-STATUS TO SL-Status.
           MOVE W-INITS      TO SL-Inits.
           MOVE SPACES       TO SL-Text.
           STRING W-VERB DELIMITED BY SPACE
                  " BY " W-INITS DELIMITED BY SIZE
             INTO SL-Text
           END-STRING.
           REWRITE STRLOG-REC
             INVALID KEY
               CONTINUE
           END-REWRITE.

           MOVE SPACES TO W-ALG-TEXT.
           STRING "NIGHT STREAM " SL-Text
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.

       UPDATE-HEADER-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
           MOVE SPACES TO W-ALG-KEY.
           STRING W-F-STREAM " " W-NIGHT
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.
           IF W-ALG-RETURN NOT = "0"
             MOVE "DONE - AUDIT LOG WRITE FAILED" TO W-STATUS-MSG
           END-IF.

       WRITE-AUDIT-LOG-E.
           EXIT.

      ******************************************************************
       CLOSE-FILES SECTION.
       CLOSE-FILES-B.
           IF O-STRDEF = 1
             CLOSE STRDEF
             MOVE 0 TO O-STRDEF
           END-IF.

           IF O-STRLOG = 1
             CLOSE STRLOG
             MOVE 0 TO O-STRLOG
           END-IF.

       CLOSE-FILES-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           PERFORM CLOSE-FILES.

           GOBACK.
