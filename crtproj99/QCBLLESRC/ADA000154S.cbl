       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000154S.

      **************************************************************************
      *  Finance application. IPN26470                                         *
      *                                                                        *
      *  Screen for the ADSUPDIFL0 list of supplier pairs confirmed as         *
      *    two different businesses. The ADA000153S duplicate supplier         *
      *    report leaves out any pair on this list, so a pair a reviewer       *
      *    has looked into and cleared does not come back on every run.        *
      *                                                                        *
      *  The reviewer keys the two supplier accounts, in either order.         *
      *    Action C confirms the pair different - both accounts must be        *
      *    on the supplier master and a reason is required. Action R           *
      *    removes a confirmation, so the pair is reported again. Every        *
      *    change goes to the shared audit log with the reason given.          *
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
      * Pairs confirmed different - same file the report reads
           SELECT SUPDIF   ASSIGN      TO DATABASE-ADSUPDIFL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS SDF-Key
                         FILE STATUS   IS ST-SUPDIF.

      * Supplier master - both accounts must be on it
           SELECT SUPMAST  ASSIGN      TO DATABASE-ADSUPMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS SUPM-Key
                         FILE STATUS   IS ST-SUPMAST.

       DATA DIVISION.
        FILE SECTION.
         FD SUPDIF.
          01 SUPDIF-REC.
             COPY ADSUPDIFL0.

         FD SUPMAST.
          01 SUPMAST-REC.
             COPY ADSUPMSTL0.

       WORKING-STORAGE SECTION.
        01  ST-SUPDIF   PIC X(2).
        01  ST-SUPMAST  PIC X(2).
        01  O-SUPDIF    PIC 9 VALUE ZERO.
        01  O-SUPMAST   PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.

        01 W-INITS          PIC X(3).
        01 W-ACTION         PIC X(01).
        01 W-STATUS-MSG     PIC X(40).
        01 W-TODAY          PIC 9(8).

      * The two accounts as keyed, and as held - the lower key first
        01 W-LOC-1          PIC X(2).
        01 W-ACC-1          PIC X(6).
        01 W-LOC-2          PIC X(2).
        01 W-ACC-2          PIC X(6).
        01 W-KEY-1          PIC X(8).
        01 W-KEY-2          PIC X(8).
        01 W-KEY-SWAP       PIC X(8).
        01 W-NAME-1         PIC X(30).
        01 W-NAME-2         PIC X(30).
        01 W-CLOSED-1       PIC X(6).
        01 W-CLOSED-2       PIC X(6).

        01 W-REASON         PIC X(40).

        01 W-DETAIL-FLAG    PIC 9 VALUE ZERO.
           88 W-DETAIL-OK              VALUE 1.
        01 W-ABANDON-FLAG   PIC 9 VALUE ZERO.
           88 W-ABANDONED              VALUE 1.

        01 W-LOG-TEXT       PIC X(60).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "DUPSUP".
        01 W-AUT-ROLE       PIC X(1)  VALUE "M".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000154S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1
              VALUE "SUPPLIERS CONFIRMED DIFFERENT".
           05 LINE 3  COLUMN 1  VALUE "YOUR INITIALS  . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  USING W-INITS.
           05 LINE 4  COLUMN 1  VALUE "FIRST SUPPLIER LOC/ACC :".
           05 LINE 4  COLUMN 27 PIC X(2)  USING W-LOC-1.
           05 LINE 4  COLUMN 30 PIC X(6)  USING W-ACC-1.
           05 LINE 5  COLUMN 1  VALUE "SECOND SUPPLIER LOC/ACC:".
           05 LINE 5  COLUMN 27 PIC X(2)  USING W-LOC-2.
           05 LINE 5  COLUMN 30 PIC X(6)  USING W-ACC-2.
           05 LINE 6  COLUMN 1  VALUE "ACTION (C/R, X=EXIT) . :".
           05 LINE 6  COLUMN 27 PIC X(01) USING W-ACTION.
           05 LINE 8  COLUMN 1
              VALUE "C=CONFIRM THE PAIR ARE DIFFERENT SUPPLIERS".
           05 LINE 9  COLUMN 1
              VALUE "R=REMOVE A CONFIRMATION - PAIR IS REPORTED AGAIN".
           05 LINE 11 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-CONFIRM.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1
              VALUE "CONFIRM SUPPLIERS ARE DIFFERENT".
           05 LINE 3  COLUMN 1  VALUE "FIRST SUPPLIER . . . . :".
           05 LINE 3  COLUMN 27 PIC X(8)  FROM W-KEY-1.
           05 LINE 3  COLUMN 37 PIC X(30) FROM W-NAME-1.
           05 LINE 3  COLUMN 69 PIC X(6)  FROM W-CLOSED-1.
           05 LINE 4  COLUMN 1  VALUE "SECOND SUPPLIER  . . . :".
           05 LINE 4  COLUMN 27 PIC X(8)  FROM W-KEY-2.
           05 LINE 4  COLUMN 37 PIC X(30) FROM W-NAME-2.
           05 LINE 4  COLUMN 69 PIC X(6)  FROM W-CLOSED-2.
           05 LINE 6  COLUMN 1  VALUE "WHY THEY ARE DIFFERENT :".
           05 LINE 6  COLUMN 27 PIC X(40) USING W-REASON.
           05 LINE 8  COLUMN 1
              VALUE "KEY * AS THE REASON TO LEAVE WITHOUT CONFIRMING".
           05 LINE 10 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           OPEN I-O SUPDIF.
           IF ST-SUPDIF NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-SUPDIF.

           OPEN INPUT SUPMAST.
           IF ST-SUPMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-SUPMAST.

           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT
               EVALUATE W-ACTION
                 WHEN "C"
                   PERFORM CONFIRM-PAIR
                 WHEN "R"
                   PERFORM REMOVE-PAIR
      * Blank means GET-SELECTION already refused the request and set
      *   its own message - don't overwrite it
                 WHEN SPACE
                   CONTINUE
                 WHEN OTHER
                   MOVE "ACTION MUST BE C, R OR X" TO W-STATUS-MSG
               END-EVALUATE
             END-IF
           END-PERFORM.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       GET-SELECTION SECTION.
       GET-SELECTION-B.
           MOVE SPACE TO W-ACTION.
           DISPLAY SCR-SELECT.
           ACCEPT SCR-SELECT.
           MOVE SPACES TO W-STATUS-MSG.
           MOVE FUNCTION UPPER-CASE(W-ACTION) TO W-ACTION.
           MOVE FUNCTION UPPER-CASE(W-INITS)  TO W-INITS.
           MOVE FUNCTION UPPER-CASE(W-LOC-1)  TO W-LOC-1.
           MOVE FUNCTION UPPER-CASE(W-ACC-1)  TO W-ACC-1.
           MOVE FUNCTION UPPER-CASE(W-LOC-2)  TO W-LOC-2.
           MOVE FUNCTION UPPER-CASE(W-ACC-2)  TO W-ACC-2.
           IF W-ACTION = "X"
             SET W-EXIT TO TRUE
             GO TO GET-SELECTION-E
           END-IF.

      * The pair is held lower key first, whichever way round it was
      *   keyed
           STRING W-LOC-1 W-ACC-1 DELIMITED BY SIZE INTO W-KEY-1
           END-STRING.
           STRING W-LOC-2 W-ACC-2 DELIMITED BY SIZE INTO W-KEY-2
           END-STRING.
           IF W-KEY-1 > W-KEY-2
             MOVE W-KEY-1    TO W-KEY-SWAP
             MOVE W-KEY-2    TO W-KEY-1
             MOVE W-KEY-SWAP TO W-KEY-2
           END-IF.

           IF W-KEY-1 = W-KEY-2
             MOVE "THE TWO ACCOUNTS ARE THE SAME" TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
           END-IF.
           IF W-ACC-1 = SPACES OR W-ACC-2 = SPACES
             MOVE "BOTH SUPPLIER ACCOUNTS REQUIRED" TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
           END-IF.
           IF W-INITS = SPACES
             MOVE "INITIALS REQUIRED" TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
           END-IF.

           IF W-ACTION NOT = SPACE
             PERFORM CHECK-AUTHORITY
             IF NOT W-AUTHORISED
               MOVE SPACE TO W-ACTION
             END-IF
           END-IF.

       GET-SELECTION-E.
           EXIT.

      ******************************************************************
      * Every action here needs DUPSUP at maintain on the ADUSRAUTL0
      *   user authority file.
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
       READ-PAIR SECTION.
       READ-PAIR-B.
           MOVE SPACES          TO SUPDIF-REC.
           MOVE W-KEY-1(1:2)    TO SDF-First-Loc.
           MOVE W-KEY-1(3:6)    TO SDF-First-Acc.
           MOVE W-KEY-2(1:2)    TO SDF-Second-Loc.
           MOVE W-KEY-2(3:6)    TO SDF-Second-Acc.
           READ SUPDIF
             INVALID KEY
               CONTINUE
           END-READ.

       READ-PAIR-E.
           EXIT.

      ******************************************************************
       CONFIRM-PAIR SECTION.
       CONFIRM-PAIR-B.
           PERFORM READ-PAIR.
           IF ST-SUPDIF = "00"
             MOVE "ALREADY CONFIRMED DIFFERENT" TO W-STATUS-MSG
             GO TO CONFIRM-PAIR-E
           END-IF.

      * Both accounts must be on the master - a closed account can
      *   still be confirmed, it may have been closed as the duplicate
           MOVE W-KEY-1 TO SUPM-Key.
           READ SUPMAST
             INVALID KEY
               MOVE "FIRST SUPPLIER NOT ON SUPPLIER MASTER"
                 TO W-STATUS-MSG
               GO TO CONFIRM-PAIR-E
           END-READ.
           MOVE SUPM-Supplier-Name TO W-NAME-1.
           MOVE SPACES TO W-CLOSED-1.
           IF SUPM-Closed
             MOVE "CLOSED" TO W-CLOSED-1
           END-IF.

           MOVE W-KEY-2 TO SUPM-Key.
           READ SUPMAST
             INVALID KEY
               MOVE "SECOND SUPPLIER NOT ON SUPPLIER MASTER"
                 TO W-STATUS-MSG
               GO TO CONFIRM-PAIR-E
           END-READ.
           MOVE SUPM-Supplier-Name TO W-NAME-2.
           MOVE SPACES TO W-CLOSED-2.
           IF SUPM-Closed
             MOVE "CLOSED" TO W-CLOSED-2
           END-IF.

           MOVE SPACES TO W-REASON.
           PERFORM GET-REASON.
           IF W-ABANDONED
             GO TO CONFIRM-PAIR-E
           END-IF.

           MOVE SPACES          TO SUPDIF-REC.
           MOVE W-KEY-1(1:2)    TO SDF-First-Loc.
           MOVE W-KEY-1(3:6)    TO SDF-First-Acc.
           MOVE W-KEY-2(1:2)    TO SDF-Second-Loc.
           MOVE W-KEY-2(3:6)    TO SDF-Second-Acc.
           MOVE W-REASON        TO SDF-Reason.
           MOVE W-INITS         TO SDF-Confirm-Inits.
           MOVE W-TODAY         TO SDF-Confirm-Date.
           WRITE SUPDIF-REC
             INVALID KEY
               MOVE "WRITE FAILED - DUPLICATE KEY" TO W-STATUS-MSG
               GO TO CONFIRM-PAIR-E
           END-WRITE.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "CONFIRMED DIFFERENT - " W-REASON
             DELIMITED BY SIZE INTO W-LOG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "PAIR CONFIRMED DIFFERENT" TO W-STATUS-MSG.

       CONFIRM-PAIR-E.
           EXIT.

      ******************************************************************
       REMOVE-PAIR SECTION.
       REMOVE-PAIR-B.
           PERFORM READ-PAIR.
           IF ST-SUPDIF NOT = "00"
             MOVE "PAIR IS NOT CONFIRMED DIFFERENT" TO W-STATUS-MSG
             GO TO REMOVE-PAIR-E
           END-IF.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "CONFIRMATION REMOVED - WAS " SDF-Reason
             DELIMITED BY SIZE INTO W-LOG-TEXT
           END-STRING.

           DELETE SUPDIF
             INVALID KEY
               MOVE "DELETE FAILED" TO W-STATUS-MSG
               GO TO REMOVE-PAIR-E
           END-DELETE.

           PERFORM WRITE-AUDIT-LOG.
           MOVE "CONFIRMATION REMOVED" TO W-STATUS-MSG.

       REMOVE-PAIR-E.
           EXIT.

      ******************************************************************
      * The reason screen, re-shown until a reason is keyed. A reason
      *   of * abandons the confirmation.
       GET-REASON SECTION.
       GET-REASON-B.
           MOVE 0 TO W-DETAIL-FLAG.
           MOVE 0 TO W-ABANDON-FLAG.
           PERFORM UNTIL W-DETAIL-OK
             DISPLAY SCR-CONFIRM
             ACCEPT SCR-CONFIRM
             MOVE FUNCTION UPPER-CASE(W-REASON) TO W-REASON
             IF W-REASON = "*"
               MOVE "ABANDONED - NOTHING CHANGED" TO W-STATUS-MSG
               SET W-ABANDONED TO TRUE
               GO TO GET-REASON-E
             END-IF
             IF W-REASON = SPACES
               MOVE "A REASON IS REQUIRED" TO W-STATUS-MSG
             ELSE
               SET W-DETAIL-OK TO TRUE
             END-IF
           END-PERFORM.
           MOVE SPACES TO W-STATUS-MSG.

       GET-REASON-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
           MOVE SPACES              TO W-ALG-KEY.
           STRING W-KEY-1 "/" W-KEY-2
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           MOVE SPACES              TO W-ALG-TEXT.
           STRING W-LOG-TEXT        DELIMITED BY "   "
                  " BY "            DELIMITED BY SIZE
                  W-INITS           DELIMITED BY SIZE
             INTO W-ALG-TEXT
           END-STRING.
           MOVE 3                   TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-AUDIT-LOG-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-SUPDIF = 1
             CLOSE SUPDIF
             MOVE 0 TO O-SUPDIF
           END-IF.

           IF O-SUPMAST = 1
             CLOSE SUPMAST
             MOVE 0 TO O-SUPMAST
           END-IF.

           GOBACK.
