       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000152S.

      **************************************************************************
      *  Finance application. IPN26469                                         *
      *                                                                        *
      *  Maintenance screen for the ADEXPMAPL0 expense claims mapping -        *
      *    how the ADA000151S feed turns a claim from the expenses             *
      *    system into an interface invoice. Map type E maps an                *
      *    employee number to the supplier account the employee is             *
      *    reimbursed through and the company employing them; map type         *
      *    C maps an expense category to the GL account, tax codes and         *
      *    analysis code its lines post to.                                    *
      *                                                                        *
      *  Action A adds a mapping, C changes it, S suspends it (or              *
      *    reactivates a suspended one) and D deletes it. Every field is       *
      *    checked against the masters the load checks, so a mapping           *
      *    cannot be set up that the load would only throw into                *
      *    suspense. A claim whose employee or category is missing or          *
      *    suspended is held by the feed. Every change goes to the             *
      *    shared audit log with what it replaced.                             *
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
      * Employee and expense category mapping - same file the feed reads
           SELECT EXPMAP   ASSIGN      TO DATABASE-ADEXPMAPL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS EXM-Key
                         FILE STATUS   IS ST-EXPMAP.

      * Supplier master - the employee's supplier must be open on it
           SELECT SUPMAST  ASSIGN      TO DATABASE-ADSUPMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS SUPM-Key
                         FILE STATUS   IS ST-SUPMAST.

      * Entity master
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

      * Chart of accounts - the category's GL account
           SELECT GLMAST   ASSIGN      TO DATABASE-ADGLMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS GLM-Key
                         FILE STATUS   IS ST-GLMAST.

      * VAT rate master - the category's tax codes
           SELECT TAXMAST  ASSIGN      TO DATABASE-ADTAXRATL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS TAX-Code
                         FILE STATUS   IS ST-TAXMAST.

       DATA DIVISION.
        FILE SECTION.
         FD EXPMAP.
          01 EXPMAP-REC.
             COPY ADEXPMAPL0.

         FD SUPMAST.
          01 SUPMAST-REC.
             COPY ADSUPMSTL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

         FD GLMAST.
          01 GLMAST-REC.
             COPY ADGLMSTL0.

         FD TAXMAST.
          01 TAXMAST-REC.
             COPY ADTAXRATL0.

       WORKING-STORAGE SECTION.
        01  ST-EXPMAP   PIC X(2).
        01  ST-SUPMAST  PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-GLMAST   PIC X(2).
        01  ST-TAXMAST  PIC X(2).
        01  O-EXPMAP    PIC 9 VALUE ZERO.
        01  O-SUPMAST   PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-GLMAST    PIC 9 VALUE ZERO.
        01  O-TAXMAST   PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.

        01 W-INITS          PIC X(3).
        01 W-KEY-TYPE       PIC X(1).
        01 W-KEY-CODE       PIC X(10).
        01 W-ACTION         PIC X(01).
        01 W-STATUS-MSG     PIC X(40).
        01 W-TODAY          PIC 9(8).
        01 W-MAP-STATUS     PIC X(1).

      * Employee mapping being keyed, and the one it replaces
        01 W-SUP-LOC        PIC X(2).
        01 W-SUP-ACC        PIC X(6).
        01 W-SUP-NATURE     PIC X(1).
        01 W-ENTITY         PIC X(3).
        01 W-EMP-NAME       PIC X(30).
        01 W-SUP-NAME       PIC X(30).
        01 W-OLD-SUP-LOC    PIC X(2).
        01 W-OLD-SUP-ACC    PIC X(6).
        01 W-OLD-SUP-NATURE PIC X(1).
        01 W-OLD-ENTITY     PIC X(3).
        01 W-OLD-EMP-NAME   PIC X(30).

      * Category mapping being keyed, and the one it replaces
        01 W-GL-LOC         PIC X(2).
        01 W-GL-ACC         PIC X(6).
        01 W-TAX-CODE       PIC X(2).
        01 W-NIL-TAX-CODE   PIC X(2).
        01 W-ANAL           PIC X(5).
        01 W-CAT-DESC       PIC X(30).
        01 W-GL-DESC        PIC X(30).
        01 W-OLD-GL-LOC     PIC X(2).
        01 W-OLD-GL-ACC     PIC X(6).
        01 W-OLD-TAX-CODE   PIC X(2).
        01 W-OLD-NIL-CODE   PIC X(2).
        01 W-OLD-ANAL       PIC X(5).
        01 W-OLD-CAT-DESC   PIC X(30).
      * A blank nil-VAT code shows as -- on the audit row
        01 W-NIL-SHOW       PIC X(2).
        01 W-OLD-NIL-SHOW   PIC X(2).

        01 W-DETAIL-FLAG    PIC 9 VALUE ZERO.
           88 W-DETAIL-OK              VALUE 1.
        01 W-ABANDON-FLAG   PIC 9 VALUE ZERO.
           88 W-ABANDONED              VALUE 1.

        01 W-LOG-TEXT       PIC X(60).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "EXPMAP".
        01 W-AUT-ROLE       PIC X(1)  VALUE "M".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000152S".
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
              VALUE "EXPENSE CLAIMS FEED MAPPING".
           05 LINE 3  COLUMN 1  VALUE "YOUR INITIALS  . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  USING W-INITS.
           05 LINE 4  COLUMN 1  VALUE "MAP TYPE (E/C) . . . . :".
           05 LINE 4  COLUMN 27 PIC X(1)  USING W-KEY-TYPE.
           05 LINE 5  COLUMN 1  VALUE "EMPLOYEE NO / CATEGORY :".
           05 LINE 5  COLUMN 27 PIC X(10) USING W-KEY-CODE.
           05 LINE 6  COLUMN 1  VALUE "ACTION (A/C/S/D, X=EXIT):".
           05 LINE 6  COLUMN 27 PIC X(01) USING W-ACTION.
           05 LINE 8  COLUMN 1
              VALUE "E=EMPLOYEE TO SUPPLIER  C=EXPENSE CATEGORY TO GL".
           05 LINE 9  COLUMN 1
              VALUE "A=ADD  C=CHANGE  S=SUSPEND/REACTIVATE  D=DELETE".
           05 LINE 11 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-EMPLOYEE.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "EMPLOYEE TO SUPPLIER MAPPING".
           05 LINE 3  COLUMN 1  VALUE "EMPLOYEE NUMBER  . . . :".
           05 LINE 3  COLUMN 27 PIC X(10) FROM W-KEY-CODE.
           05 LINE 3  COLUMN 40 PIC X(1)  FROM W-MAP-STATUS.
           05 LINE 4  COLUMN 1  VALUE "EMPLOYEE NAME  . . . . :".
           05 LINE 4  COLUMN 27 PIC X(30) USING W-EMP-NAME.
           05 LINE 6  COLUMN 1  VALUE "SUPPLIER LOCATION  . . :".
           05 LINE 6  COLUMN 27 PIC X(2)  USING W-SUP-LOC.
           05 LINE 7  COLUMN 1  VALUE "SUPPLIER ACCOUNT . . . :".
           05 LINE 7  COLUMN 27 PIC X(6)  USING W-SUP-ACC.
           05 LINE 7  COLUMN 37 PIC X(30) FROM W-SUP-NAME.
           05 LINE 8  COLUMN 1  VALUE "SUPPLIER NATURE  . . . :".
           05 LINE 8  COLUMN 27 PIC X(1)  USING W-SUP-NATURE.
           05 LINE 9  COLUMN 1  VALUE "COMPANY (BLANK=GBR)  . :".
           05 LINE 9  COLUMN 27 PIC X(3)  USING W-ENTITY.
           05 LINE 11 COLUMN 1
              VALUE "KEY * AS THE LOCATION TO LEAVE WITHOUT CHANGING".
           05 LINE 13 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-CATEGORY.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "EXPENSE CATEGORY TO GL MAPPING".
           05 LINE 3  COLUMN 1  VALUE "EXPENSE CATEGORY . . . :".
           05 LINE 3  COLUMN 27 PIC X(10) FROM W-KEY-CODE.
           05 LINE 3  COLUMN 40 PIC X(1)  FROM W-MAP-STATUS.
           05 LINE 4  COLUMN 1  VALUE "DESCRIPTION  . . . . . :".
           05 LINE 4  COLUMN 27 PIC X(30) USING W-CAT-DESC.
           05 LINE 6  COLUMN 1  VALUE "GL ACCOUNT LOCATION  . :".
           05 LINE 6  COLUMN 27 PIC X(2)  USING W-GL-LOC.
           05 LINE 7  COLUMN 1  VALUE "GL ACCOUNT NUMBER  . . :".
           05 LINE 7  COLUMN 27 PIC X(6)  USING W-GL-ACC.
           05 LINE 7  COLUMN 37 PIC X(30) FROM W-GL-DESC.
           05 LINE 8  COLUMN 1  VALUE "TAX CODE . . . . . . . :".
           05 LINE 8  COLUMN 27 PIC X(2)  USING W-TAX-CODE.
           05 LINE 9  COLUMN 1  VALUE "TAX CODE IF NO VAT . . :".
           05 LINE 9  COLUMN 27 PIC X(2)  USING W-NIL-TAX-CODE.
           05 LINE 9  COLUMN 32
              VALUE "BLANK=SAME AS TAX CODE".
           05 LINE 10 COLUMN 1  VALUE "ANALYSIS CODE  . . . . :".
           05 LINE 10 COLUMN 27 PIC X(5)  USING W-ANAL.
           05 LINE 12 COLUMN 1
              VALUE "KEY * AS THE LOCATION TO LEAVE WITHOUT CHANGING".
           05 LINE 13 COLUMN 1
              VALUE "THE CLAIM'S COST CENTRE IS THE DEPARTMENT".
           05 LINE 15 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           OPEN I-O EXPMAP.
           IF ST-EXPMAP NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-EXPMAP.

           OPEN INPUT SUPMAST.
           IF ST-SUPMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-SUPMAST.

           OPEN INPUT ENTMAST.
           IF ST-ENTMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-ENTMAST.

           OPEN INPUT GLMAST.
           IF ST-GLMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-GLMAST.

           OPEN INPUT TAXMAST.
           IF ST-TAXMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-TAXMAST.

           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT
               EVALUATE W-ACTION
                 WHEN "A"
                   PERFORM ADD-MAPPING
                 WHEN "C"
                   PERFORM CHANGE-MAPPING
                 WHEN "S"
                   PERFORM SUSPEND-MAPPING
                 WHEN "D"
                   PERFORM DELETE-MAPPING
      * Blank means GET-SELECTION already refused the request and set
      *   its own message - don't overwrite it
                 WHEN SPACE
                   CONTINUE
                 WHEN OTHER
                   MOVE "ACTION MUST BE A, C, S, D OR X"
                     TO W-STATUS-MSG
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
           MOVE FUNCTION UPPER-CASE(W-KEY-TYPE) TO W-KEY-TYPE.
           MOVE FUNCTION UPPER-CASE(W-KEY-CODE) TO W-KEY-CODE.
           IF W-ACTION = "X"
             SET W-EXIT TO TRUE
             GO TO GET-SELECTION-E
           END-IF.
           IF W-KEY-CODE = SPACES
             MOVE "EMPLOYEE NUMBER OR CATEGORY REQUIRED"
               TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
           END-IF.
           IF W-KEY-TYPE NOT = "E" AND W-KEY-TYPE NOT = "C"
             MOVE "MAP TYPE MUST BE E OR C" TO W-STATUS-MSG
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
      * Every action here needs EXPMAP at maintain on the ADUSRAUTL0
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
       READ-MAPPING SECTION.
       READ-MAPPING-B.
           MOVE SPACES     TO EXPMAP-REC.
           MOVE W-KEY-TYPE TO EXM-Map-Type.
           MOVE W-KEY-CODE TO EXM-Code.
           READ EXPMAP
             INVALID KEY
               CONTINUE
           END-READ.

       READ-MAPPING-E.
           EXIT.

      ******************************************************************
       ADD-MAPPING SECTION.
       ADD-MAPPING-B.
           PERFORM READ-MAPPING.
           IF ST-EXPMAP = "00"
             MOVE "ALREADY MAPPED - USE C TO CHANGE" TO W-STATUS-MSG
             GO TO ADD-MAPPING-E
           END-IF.

           MOVE "A" TO W-MAP-STATUS.
           MOVE SPACES TO W-SUP-LOC W-SUP-ACC W-ENTITY W-EMP-NAME
                          W-SUP-NAME W-GL-LOC W-GL-ACC W-TAX-CODE
                          W-NIL-TAX-CODE W-ANAL W-CAT-DESC W-GL-DESC.
           MOVE "1" TO W-SUP-NATURE.

           PERFORM GET-DETAIL.
           IF W-ABANDONED
             GO TO ADD-MAPPING-E
           END-IF.

           MOVE SPACES     TO EXPMAP-REC.
           MOVE W-KEY-TYPE TO EXM-Map-Type.
           MOVE W-KEY-CODE TO EXM-Code.
           PERFORM MOVE-DETAIL.
           SET EXM-Active  TO TRUE.
           MOVE W-INITS    TO EXM-Amend-Inits.
           MOVE W-TODAY    TO EXM-Amend-Date.
           WRITE EXPMAP-REC
             INVALID KEY
               MOVE "WRITE FAILED - DUPLICATE KEY" TO W-STATUS-MSG
               GO TO ADD-MAPPING-E
           END-WRITE.

           MOVE SPACES TO W-LOG-TEXT.
           IF W-KEY-TYPE = "E"
             STRING "EMPLOYEE MAPPED TO " W-SUP-LOC "/" W-SUP-ACC
                    "." W-SUP-NATURE " " W-ENTITY
               DELIMITED BY SIZE INTO W-LOG-TEXT
             END-STRING
           ELSE
             PERFORM SHOW-NIL-CODES
             STRING "CATEGORY MAPPED TO " W-GL-LOC "/" W-GL-ACC
                    " " W-TAX-CODE "/" W-NIL-SHOW " " W-ANAL
               DELIMITED BY SIZE INTO W-LOG-TEXT
             END-STRING
           END-IF.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "MAPPING ADDED" TO W-STATUS-MSG.

       ADD-MAPPING-E.
           EXIT.

      ******************************************************************
       CHANGE-MAPPING SECTION.
       CHANGE-MAPPING-B.
           PERFORM READ-MAPPING.
           IF ST-EXPMAP NOT = "00"
             MOVE "NOT MAPPED - USE A TO ADD" TO W-STATUS-MSG
             GO TO CHANGE-MAPPING-E
           END-IF.

           MOVE EXM-Status TO W-MAP-STATUS.
           MOVE SPACES TO W-SUP-NAME W-GL-DESC.
           IF W-KEY-TYPE = "E"
             MOVE EXM-Supplier-Loc    TO W-SUP-LOC    W-OLD-SUP-LOC
             MOVE EXM-Supplier-Acc    TO W-SUP-ACC    W-OLD-SUP-ACC
             MOVE EXM-Supplier-Nature TO W-SUP-NATURE
                                         W-OLD-SUP-NATURE
             MOVE EXM-Entity-Code     TO W-ENTITY     W-OLD-ENTITY
             MOVE EXM-Employee-Name   TO W-EMP-NAME   W-OLD-EMP-NAME
           ELSE
             MOVE EXM-Account-Loc     TO W-GL-LOC     W-OLD-GL-LOC
             MOVE EXM-Account-No      TO W-GL-ACC     W-OLD-GL-ACC
             MOVE EXM-Tax-Code        TO W-TAX-CODE   W-OLD-TAX-CODE
             MOVE EXM-Nil-Tax-Code    TO W-NIL-TAX-CODE
                                         W-OLD-NIL-CODE
             MOVE EXM-Anal            TO W-ANAL       W-OLD-ANAL
             MOVE EXM-Category-Desc   TO W-CAT-DESC   W-OLD-CAT-DESC
           END-IF.

           PERFORM GET-DETAIL.
           IF W-ABANDONED
             GO TO CHANGE-MAPPING-E
           END-IF.

           IF W-KEY-TYPE = "E"
             IF  W-SUP-LOC    = W-OLD-SUP-LOC
             AND W-SUP-ACC    = W-OLD-SUP-ACC
             AND W-SUP-NATURE = W-OLD-SUP-NATURE
             AND W-ENTITY     = W-OLD-ENTITY
             AND W-EMP-NAME   = W-OLD-EMP-NAME
               MOVE "NO CHANGE MADE" TO W-STATUS-MSG
               GO TO CHANGE-MAPPING-E
             END-IF
           ELSE
             IF  W-GL-LOC       = W-OLD-GL-LOC
             AND W-GL-ACC       = W-OLD-GL-ACC
             AND W-TAX-CODE     = W-OLD-TAX-CODE
             AND W-NIL-TAX-CODE = W-OLD-NIL-CODE
             AND W-ANAL         = W-OLD-ANAL
             AND W-CAT-DESC     = W-OLD-CAT-DESC
               MOVE "NO CHANGE MADE" TO W-STATUS-MSG
               GO TO CHANGE-MAPPING-E
             END-IF
           END-IF.

           PERFORM MOVE-DETAIL.
           MOVE W-INITS TO EXM-Amend-Inits.
           MOVE W-TODAY TO EXM-Amend-Date.
           REWRITE EXPMAP-REC
             INVALID KEY
               MOVE "MAPPING NOT UPDATED - REWRITE FAILED"
                 TO W-STATUS-MSG
               GO TO CHANGE-MAPPING-E
           END-REWRITE.

      * The mapping fields old and new on one row - the name or
      *   description, if changed, on a second
           IF W-KEY-TYPE = "E"
             IF  W-SUP-LOC    NOT = W-OLD-SUP-LOC
             OR  W-SUP-ACC    NOT = W-OLD-SUP-ACC
             OR  W-SUP-NATURE NOT = W-OLD-SUP-NATURE
             OR  W-ENTITY     NOT = W-OLD-ENTITY
               MOVE SPACES TO W-LOG-TEXT
               STRING "EMPLOYEE NOW " W-SUP-LOC "/" W-SUP-ACC
                      "." W-SUP-NATURE " " W-ENTITY
                      " - WAS " W-OLD-SUP-LOC "/" W-OLD-SUP-ACC
                      "." W-OLD-SUP-NATURE " " W-OLD-ENTITY
                 DELIMITED BY SIZE INTO W-LOG-TEXT
               END-STRING
               PERFORM WRITE-AUDIT-LOG
             END-IF
             IF W-EMP-NAME NOT = W-OLD-EMP-NAME
               MOVE SPACES TO W-LOG-TEXT
               STRING "EMPLOYEE NAME NOW " W-EMP-NAME
                 DELIMITED BY SIZE INTO W-LOG-TEXT
               END-STRING
               PERFORM WRITE-AUDIT-LOG
             END-IF
           ELSE
             IF  W-GL-LOC       NOT = W-OLD-GL-LOC
             OR  W-GL-ACC       NOT = W-OLD-GL-ACC
             OR  W-TAX-CODE     NOT = W-OLD-TAX-CODE
             OR  W-NIL-TAX-CODE NOT = W-OLD-NIL-CODE
             OR  W-ANAL         NOT = W-OLD-ANAL
               PERFORM SHOW-NIL-CODES
               MOVE SPACES TO W-LOG-TEXT
               STRING "NOW " W-GL-LOC "/" W-GL-ACC " " W-TAX-CODE
                      "/" W-NIL-SHOW " " W-ANAL
                      " - WAS " W-OLD-GL-LOC "/" W-OLD-GL-ACC " "
                      W-OLD-TAX-CODE "/" W-OLD-NIL-SHOW " " W-OLD-ANAL
                 DELIMITED BY SIZE INTO W-LOG-TEXT
               END-STRING
               PERFORM WRITE-AUDIT-LOG
             END-IF
             IF W-CAT-DESC NOT = W-OLD-CAT-DESC
               MOVE SPACES TO W-LOG-TEXT
               STRING "CATEGORY DESCRIPTION NOW " W-CAT-DESC
                 DELIMITED BY SIZE INTO W-LOG-TEXT
               END-STRING
               PERFORM WRITE-AUDIT-LOG
             END-IF
           END-IF.

           MOVE "MAPPING CHANGED" TO W-STATUS-MSG.

       CHANGE-MAPPING-E.
           EXIT.

      ******************************************************************
      * A suspended mapping holds the employee's or category's claims
      *   on the feed without losing the mapping; S again puts it back.
       SUSPEND-MAPPING SECTION.
       SUSPEND-MAPPING-B.
           PERFORM READ-MAPPING.
           IF ST-EXPMAP NOT = "00"
             MOVE "NOT MAPPED" TO W-STATUS-MSG
             GO TO SUSPEND-MAPPING-E
           END-IF.

           IF EXM-Suspended
             SET EXM-Active TO TRUE
             MOVE "MAPPING REACTIVATED" TO W-LOG-TEXT
           ELSE
             SET EXM-Suspended TO TRUE
             MOVE "MAPPING SUSPENDED" TO W-LOG-TEXT
           END-IF.
           MOVE W-INITS TO EXM-Amend-Inits.
           MOVE W-TODAY TO EXM-Amend-Date.
           REWRITE EXPMAP-REC
             INVALID KEY
               MOVE "MAPPING NOT UPDATED - REWRITE FAILED"
                 TO W-STATUS-MSG
               GO TO SUSPEND-MAPPING-E
           END-REWRITE.

           PERFORM WRITE-AUDIT-LOG.
           MOVE W-LOG-TEXT TO W-STATUS-MSG.

       SUSPEND-MAPPING-E.
           EXIT.

      ******************************************************************
      * The mapping goes to the audit log as it was, so it can be put
      *   back by hand.
       DELETE-MAPPING SECTION.
       DELETE-MAPPING-B.
           PERFORM READ-MAPPING.
           IF ST-EXPMAP NOT = "00"
             MOVE "NOT MAPPED" TO W-STATUS-MSG
             GO TO DELETE-MAPPING-E
           END-IF.

           MOVE SPACES TO W-LOG-TEXT.
           IF W-KEY-TYPE = "E"
             STRING "MAPPING DELETED - WAS " EXM-Supplier-Loc "/"
                    EXM-Supplier-Acc "." EXM-Supplier-Nature " "
                    EXM-Entity-Code
               DELIMITED BY SIZE INTO W-LOG-TEXT
             END-STRING
           ELSE
             MOVE EXM-Nil-Tax-Code TO W-NIL-TAX-CODE
             PERFORM SHOW-NIL-CODES
             STRING "MAPPING DELETED - WAS " EXM-Account-Loc "/"
                    EXM-Account-No " " EXM-Tax-Code "/" W-NIL-SHOW
                    " " EXM-Anal
               DELIMITED BY SIZE INTO W-LOG-TEXT
             END-STRING
           END-IF.

           DELETE EXPMAP
             INVALID KEY
               MOVE "DELETE FAILED" TO W-STATUS-MSG
               GO TO DELETE-MAPPING-E
           END-DELETE.

           PERFORM WRITE-AUDIT-LOG.
           MOVE "MAPPING DELETED" TO W-STATUS-MSG.

       DELETE-MAPPING-E.
           EXIT.

      ******************************************************************
      * Detail screen for the map type, re-shown until the details
      *   check out. A location of * abandons the change.
       GET-DETAIL SECTION.
       GET-DETAIL-B.
           MOVE 0 TO W-DETAIL-FLAG.
           MOVE 0 TO W-ABANDON-FLAG.
           PERFORM UNTIL W-DETAIL-OK
             IF W-KEY-TYPE = "E"
               DISPLAY SCR-EMPLOYEE
               ACCEPT SCR-EMPLOYEE
               IF W-SUP-LOC = "* " OR W-SUP-LOC = " *"
                 MOVE "ABANDONED - NOTHING CHANGED" TO W-STATUS-MSG
                 SET W-ABANDONED TO TRUE
                 GO TO GET-DETAIL-E
               END-IF
               PERFORM CHECK-EMPLOYEE
             ELSE
               DISPLAY SCR-CATEGORY
               ACCEPT SCR-CATEGORY
               IF W-GL-LOC = "* " OR W-GL-LOC = " *"
                 MOVE "ABANDONED - NOTHING CHANGED" TO W-STATUS-MSG
                 SET W-ABANDONED TO TRUE
                 GO TO GET-DETAIL-E
               END-IF
               PERFORM CHECK-CATEGORY
             END-IF
           END-PERFORM.
           MOVE SPACES TO W-STATUS-MSG.

       GET-DETAIL-E.
           EXIT.

      ******************************************************************
      * The load's header-row checks: the supplier open on the master,
      *   a numeric nature and an open company. The feed quotes the
      *   name on the load row - a double quote would end it early.
       CHECK-EMPLOYEE SECTION.
       CHECK-EMPLOYEE-B.
           MOVE FUNCTION UPPER-CASE(W-SUP-LOC)  TO W-SUP-LOC.
           MOVE FUNCTION UPPER-CASE(W-SUP-ACC)  TO W-SUP-ACC.
           MOVE FUNCTION UPPER-CASE(W-ENTITY)   TO W-ENTITY.
           MOVE FUNCTION UPPER-CASE(W-EMP-NAME) TO W-EMP-NAME.
           INSPECT W-EMP-NAME REPLACING ALL '"' BY "'".

           IF W-EMP-NAME = SPACES
             MOVE "EMPLOYEE NAME REQUIRED" TO W-STATUS-MSG
             GO TO CHECK-EMPLOYEE-E
           END-IF.

           MOVE W-SUP-LOC TO SUPM-Supplier-Loc.
           MOVE W-SUP-ACC TO SUPM-Supplier-Acc.
           READ SUPMAST
             INVALID KEY
               MOVE SPACES TO W-SUP-NAME
               MOVE "SUPPLIER NOT ON SUPPLIER MASTER" TO W-STATUS-MSG
               GO TO CHECK-EMPLOYEE-E
           END-READ.
           MOVE SUPM-Supplier-Name TO W-SUP-NAME.
           IF SUPM-Closed
             MOVE "SUPPLIER IS CLOSED" TO W-STATUS-MSG
             GO TO CHECK-EMPLOYEE-E
           END-IF.

           IF W-SUP-NATURE NOT NUMERIC
             MOVE "SUPPLIER NATURE MUST BE A DIGIT" TO W-STATUS-MSG
             GO TO CHECK-EMPLOYEE-E
           END-IF.

           IF W-ENTITY = SPACES
             MOVE "GBR" TO W-ENTITY
           END-IF.
           MOVE W-ENTITY TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "COMPANY NOT ON ENTITY MASTER" TO W-STATUS-MSG
               GO TO CHECK-EMPLOYEE-E
           END-READ.
           IF ENT-Closed
             MOVE "COMPANY IS CLOSED" TO W-STATUS-MSG
             GO TO CHECK-EMPLOYEE-E
           END-IF.

           SET W-DETAIL-OK TO TRUE.

       CHECK-EMPLOYEE-E.
           EXIT.

      ******************************************************************
      * The load's detail-row checks: open GL account, tax codes on the
      *   rate master and a numeric analysis code.
       CHECK-CATEGORY SECTION.
       CHECK-CATEGORY-B.
           MOVE FUNCTION UPPER-CASE(W-GL-LOC)       TO W-GL-LOC.
           MOVE FUNCTION UPPER-CASE(W-GL-ACC)       TO W-GL-ACC.
           MOVE FUNCTION UPPER-CASE(W-TAX-CODE)     TO W-TAX-CODE.
           MOVE FUNCTION UPPER-CASE(W-NIL-TAX-CODE) TO W-NIL-TAX-CODE.
           MOVE FUNCTION UPPER-CASE(W-CAT-DESC)     TO W-CAT-DESC.
           INSPECT W-CAT-DESC REPLACING ALL '"' BY "'".

           IF W-CAT-DESC = SPACES
             MOVE "DESCRIPTION REQUIRED" TO W-STATUS-MSG
             GO TO CHECK-CATEGORY-E
           END-IF.

           MOVE W-GL-LOC TO GLM-Account-Loc.
           MOVE W-GL-ACC TO GLM-Account-No.
           READ GLMAST
             INVALID KEY
               MOVE SPACES TO W-GL-DESC
               MOVE "GL ACCOUNT NOT ON CHART OF ACCOUNTS"
                 TO W-STATUS-MSG
               GO TO CHECK-CATEGORY-E
           END-READ.
           MOVE GLM-Account-Desc TO W-GL-DESC.
           IF GLM-Closed
             MOVE "GL ACCOUNT IS CLOSED" TO W-STATUS-MSG
             GO TO CHECK-CATEGORY-E
           END-IF.

           MOVE W-TAX-CODE TO TAX-Code.
           READ TAXMAST
             INVALID KEY
               MOVE "TAX CODE NOT ON VAT RATE MASTER" TO W-STATUS-MSG
               GO TO CHECK-CATEGORY-E
           END-READ.

           IF W-NIL-TAX-CODE NOT = SPACES
             MOVE W-NIL-TAX-CODE TO TAX-Code
             READ TAXMAST
               INVALID KEY
                 MOVE "NO-VAT TAX CODE NOT ON VAT RATE MASTER"
                   TO W-STATUS-MSG
                 GO TO CHECK-CATEGORY-E
             END-READ
           END-IF.

           IF W-ANAL NOT NUMERIC
             MOVE "ANALYSIS MUST BE 5 DIGITS" TO W-STATUS-MSG
             GO TO CHECK-CATEGORY-E
           END-IF.

           SET W-DETAIL-OK TO TRUE.

       CHECK-CATEGORY-E.
           EXIT.

      ******************************************************************
       MOVE-DETAIL SECTION.
       MOVE-DETAIL-B.
           IF W-KEY-TYPE = "E"
             MOVE W-SUP-LOC      TO EXM-Supplier-Loc
             MOVE W-SUP-ACC      TO EXM-Supplier-Acc
             MOVE W-SUP-NATURE   TO EXM-Supplier-Nature
             MOVE W-ENTITY       TO EXM-Entity-Code
             MOVE W-EMP-NAME     TO EXM-Employee-Name
           ELSE
             MOVE W-GL-LOC       TO EXM-Account-Loc
             MOVE W-GL-ACC       TO EXM-Account-No
             MOVE W-TAX-CODE     TO EXM-Tax-Code
             MOVE W-NIL-TAX-CODE TO EXM-Nil-Tax-Code
             MOVE W-ANAL         TO EXM-Anal
             MOVE W-CAT-DESC     TO EXM-Category-Desc
           END-IF.

       MOVE-DETAIL-E.
           EXIT.

      ******************************************************************
      * Blanks inside the audit text would cut it short
       SHOW-NIL-CODES SECTION.
       SHOW-NIL-CODES-B.
           MOVE W-NIL-TAX-CODE TO W-NIL-SHOW.
           IF W-NIL-SHOW = SPACES
             MOVE "--" TO W-NIL-SHOW
           END-IF.
           MOVE W-OLD-NIL-CODE TO W-OLD-NIL-SHOW.
           IF W-OLD-NIL-SHOW = SPACES
             MOVE "--" TO W-OLD-NIL-SHOW
           END-IF.

       SHOW-NIL-CODES-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
           MOVE SPACES              TO W-ALG-KEY.
           STRING "EXPMAP " W-KEY-TYPE " " W-KEY-CODE
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
           IF O-EXPMAP = 1
             CLOSE EXPMAP
             MOVE 0 TO O-EXPMAP
           END-IF.

           IF O-SUPMAST = 1
             CLOSE SUPMAST
             MOVE 0 TO O-SUPMAST
           END-IF.

           IF O-ENTMAST = 1
             CLOSE ENTMAST
             MOVE 0 TO O-ENTMAST
           END-IF.

           IF O-GLMAST = 1
             CLOSE GLMAST
             MOVE 0 TO O-GLMAST
           END-IF.

           IF O-TAXMAST = 1
             CLOSE TAXMAST
             MOVE 0 TO O-TAXMAST
           END-IF.

           GOBACK.
