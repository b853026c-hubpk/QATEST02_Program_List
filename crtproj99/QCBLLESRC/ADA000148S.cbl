       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000148S.

      **************************************************************************
      *  Finance application. IPN26467                                         *
      *                                                                        *
      *  Maintenance screen for intercompany supplier accounts. When a         *
      *    company of the group invoices another, the recharge arrives         *
      *    through the ADOS interface as an ordinary supplier invoice on       *
      *    a supplier account that stands for the invoicing company.           *
      *    This screen flags such an account on the ADSUPMSTL0 supplier        *
      *    master with the entity it stands for (SUPM-IC-Entity), and          *
      *    the ADA000149S intercompany reconciliation takes every              *
      *    invoice on a flagged account as owed to that entity.                *
      *                                                                        *
      *  The counterparty must be on the ADENTMSTL0 entity master and          *
      *    not closed. A blank entity takes the flag off. Every change         *
      *    goes to the shared audit log with the entity it replaced.           *
      *                                                                        *
      *  Author: D.Rowan 2026-10-15                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26471 2026/10/15 DR001 A failed rewrite is reported and the change *
      *                            is not logged as made                       *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Supplier master - the intercompany flag is kept here
           SELECT SUPMAST  ASSIGN      TO DATABASE-ADSUPMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS SUPM-Key
                         FILE STATUS   IS ST-SUPMAST.

      * Entity master - the counterparty entities
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

       DATA DIVISION.
        FILE SECTION.
         FD SUPMAST.
          01 SUPMAST-REC.
             COPY ADSUPMSTL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

       WORKING-STORAGE SECTION.
        01  ST-SUPMAST  PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  O-SUPMAST   PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.

        01 W-INITS          PIC X(3).
        01 W-KEY-LOC        PIC X(2).
        01 W-KEY-ACC        PIC X(6).
        01 W-ACTION         PIC X(01).
        01 W-STATUS-MSG     PIC X(40).
        01 W-SUP-NAME       PIC X(30).

      * Counterparty entity being keyed, and the one it replaces
        01 W-IC-ENTITY      PIC X(3).
        01 W-OLD-ENTITY     PIC X(3).
        01 W-ENT-NAME       PIC X(30).
        01 W-LOG-NEW        PIC X(4).
        01 W-LOG-OLD        PIC X(4).

        01 W-DETAIL-FLAG    PIC 9 VALUE ZERO.
           88 W-DETAIL-OK              VALUE 1.
        01 W-ABANDON-FLAG   PIC 9 VALUE ZERO.
           88 W-ABANDONED              VALUE 1.

        01 W-LOG-TEXT       PIC X(60).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "INTERCO".
        01 W-AUT-ROLE       PIC X(1)  VALUE "M".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000148S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "INTERCOMPANY SUPPLIER ACCOUNTS".
           05 LINE 3  COLUMN 1  VALUE "YOUR INITIALS  . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  USING W-INITS.
           05 LINE 4  COLUMN 1  VALUE "SUPPLIER LOCATION  . . :".
           05 LINE 4  COLUMN 27 PIC X(2)  USING W-KEY-LOC.
           05 LINE 5  COLUMN 1  VALUE "SUPPLIER ACCOUNT . . . :".
           05 LINE 5  COLUMN 27 PIC X(6)  USING W-KEY-ACC.
           05 LINE 6  COLUMN 1  VALUE "ACTION (C, X=EXIT) . . :".
           05 LINE 6  COLUMN 27 PIC X(01) USING W-ACTION.
           05 LINE 8  COLUMN 1
              VALUE "C=CHANGE THE ACCOUNT'S INTERCOMPANY ENTITY".
           05 LINE 10 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "INTERCOMPANY SUPPLIER ACCOUNT".
           05 LINE 3  COLUMN 1  VALUE "SUPPLIER . . . . . . . :".
           05 LINE 3  COLUMN 27 PIC X(2)  FROM W-KEY-LOC.
           05 LINE 3  COLUMN 29 VALUE "/".
           05 LINE 3  COLUMN 30 PIC X(6)  FROM W-KEY-ACC.
           05 LINE 3  COLUMN 37 PIC X(30) FROM W-SUP-NAME.
           05 LINE 5  COLUMN 1  VALUE "COUNTERPARTY ENTITY  . :".
           05 LINE 5  COLUMN 27 PIC X(3)  USING W-IC-ENTITY.
           05 LINE 5  COLUMN 32 PIC X(30) FROM W-ENT-NAME.
           05 LINE 7  COLUMN 1
              VALUE "THE GROUP COMPANY THIS ACCOUNT STANDS FOR".
           05 LINE 8  COLUMN 1
              VALUE "BLANK = NOT INTERCOMPANY, * = LEAVE UNCHANGED".
           05 LINE 10 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           OPEN I-O SUPMAST.
           IF ST-SUPMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-SUPMAST.

           OPEN INPUT ENTMAST.
           IF ST-ENTMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-ENTMAST.

           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT
               EVALUATE W-ACTION
                 WHEN "C"
                   PERFORM CHANGE-IC-ENTITY
      * Blank means GET-SELECTION already refused the request and set
      *   its own message - don't overwrite it
                 WHEN SPACE
                   CONTINUE
                 WHEN OTHER
                   MOVE "ACTION MUST BE C OR X" TO W-STATUS-MSG
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
           MOVE FUNCTION UPPER-CASE(W-ACTION)   TO W-ACTION.
           MOVE FUNCTION UPPER-CASE(W-INITS)    TO W-INITS.
           MOVE FUNCTION UPPER-CASE(W-KEY-LOC)  TO W-KEY-LOC.
           MOVE FUNCTION UPPER-CASE(W-KEY-ACC)  TO W-KEY-ACC.
           IF W-ACTION = "X"
             SET W-EXIT TO TRUE
             GO TO GET-SELECTION-E
           END-IF.
           IF W-ACTION = "C"
             IF W-KEY-LOC = SPACES OR W-KEY-ACC = SPACES
               MOVE "SUPPLIER LOCATION AND ACCOUNT REQUIRED"
                 TO W-STATUS-MSG
               MOVE SPACE TO W-ACTION
             END-IF
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
      * Changing the flag needs INTERCO at maintain on the ADUSRAUTL0
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
      * A closed supplier can still have the flag taken off, but not
      *   put on.
       CHANGE-IC-ENTITY SECTION.
       CHANGE-IC-ENTITY-B.
           MOVE W-KEY-LOC TO SUPM-Supplier-Loc.
           MOVE W-KEY-ACC TO SUPM-Supplier-Acc.
           READ SUPMAST
             INVALID KEY
               MOVE "SUPPLIER NOT ON SUPPLIER MASTER" TO W-STATUS-MSG
               GO TO CHANGE-IC-ENTITY-E
           END-READ.
           MOVE SUPM-Supplier-Name TO W-SUP-NAME.

           MOVE SUPM-IC-Entity TO W-OLD-ENTITY W-IC-ENTITY.
           PERFORM GET-DETAIL.
           IF W-ABANDONED
             GO TO CHANGE-IC-ENTITY-E
           END-IF.

           IF SUPM-Closed AND W-IC-ENTITY NOT = SPACES
             MOVE "SUPPLIER IS CLOSED" TO W-STATUS-MSG
             GO TO CHANGE-IC-ENTITY-E
           END-IF.

           IF W-IC-ENTITY = W-OLD-ENTITY
             MOVE "NO CHANGE MADE" TO W-STATUS-MSG
             GO TO CHANGE-IC-ENTITY-E
           END-IF.

           MOVE W-IC-ENTITY TO SUPM-IC-Entity.
           REWRITE SUPMAST-REC
             INVALID KEY
               MOVE "SUPPLIER NOT UPDATED - REWRITE FAILED"
                 TO W-STATUS-MSG
               GO TO CHANGE-IC-ENTITY-E
           END-REWRITE.

      * A blank entity is logged as NONE - the log server's text is
      *   cut at the first run of spaces
           MOVE W-IC-ENTITY  TO W-LOG-NEW.
           MOVE W-OLD-ENTITY TO W-LOG-OLD.
           IF W-LOG-NEW = SPACES
             MOVE "NONE" TO W-LOG-NEW
           END-IF.
           IF W-LOG-OLD = SPACES
             MOVE "NONE" TO W-LOG-OLD
           END-IF.
           MOVE SPACES TO W-LOG-TEXT.
           STRING "INTERCOMPANY ENTITY NOW " W-LOG-NEW
                  " - WAS " W-LOG-OLD
             DELIMITED BY SIZE INTO W-LOG-TEXT
           END-STRING.
           MOVE SPACES TO W-ALG-KEY.
           STRING W-KEY-LOC "/" W-KEY-ACC
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.

           MOVE "INTERCOMPANY ENTITY CHANGED" TO W-STATUS-MSG.

       CHANGE-IC-ENTITY-E.
           EXIT.

      ******************************************************************
      * Detail screen, re-shown until the entity checks out. An entity
      *   of * abandons the change.
       GET-DETAIL SECTION.
       GET-DETAIL-B.
           MOVE 0 TO W-DETAIL-FLAG.
           MOVE 0 TO W-ABANDON-FLAG.
           MOVE SPACES TO W-ENT-NAME.
           IF W-IC-ENTITY NOT = SPACES
             MOVE W-IC-ENTITY TO ENT-Entity-Code
             READ ENTMAST
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE ENT-Entity-Name TO W-ENT-NAME
             END-READ
           END-IF.

           PERFORM UNTIL W-DETAIL-OK
             DISPLAY SCR-DETAIL
             ACCEPT SCR-DETAIL
             MOVE FUNCTION UPPER-CASE(W-IC-ENTITY) TO W-IC-ENTITY
             IF W-IC-ENTITY = "*"
               MOVE "ABANDONED - NOTHING CHANGED" TO W-STATUS-MSG
               SET W-ABANDONED TO TRUE
               GO TO GET-DETAIL-E
             END-IF
             PERFORM CHECK-DETAIL
           END-PERFORM.
           MOVE SPACES TO W-STATUS-MSG.

       GET-DETAIL-E.
           EXIT.

      ******************************************************************
       CHECK-DETAIL SECTION.
       CHECK-DETAIL-B.
           MOVE SPACES TO W-ENT-NAME.
           IF W-IC-ENTITY = SPACES
             SET W-DETAIL-OK TO TRUE
             GO TO CHECK-DETAIL-E
           END-IF.

           MOVE W-IC-ENTITY TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "ENTITY NOT ON ENTITY MASTER" TO W-STATUS-MSG
               GO TO CHECK-DETAIL-E
           END-READ.
           MOVE ENT-Entity-Name TO W-ENT-NAME.

           IF ENT-Closed
             MOVE "ENTITY IS CLOSED" TO W-STATUS-MSG
             GO TO CHECK-DETAIL-E
           END-IF.

           SET W-DETAIL-OK TO TRUE.

       CHECK-DETAIL-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
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
           IF O-SUPMAST = 1
             CLOSE SUPMAST
             MOVE 0 TO O-SUPMAST
           END-IF.

           IF O-ENTMAST = 1
             CLOSE ENTMAST
             MOVE 0 TO O-ENTMAST
           END-IF.

           GOBACK.
