       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000140S.

      **************************************************************************
      *  Finance application. IPN26457                                         *
      *                                                                        *
      *  Maintenance screen for the ADBUDGETL0 departmental budget - one       *
      *    entity, department, GL account and period at a time, for the        *
      *    in-year corrections and new cost lines that do not justify          *
      *    reloading Finance's spreadsheet through ADA000139S.                 *
      *                                                                        *
      *  Action A adds a period's budget, C changes its amount or warning      *
      *    percentage and D deletes it. The running actual the ADA000115S      *
      *    load has counted is shown but cannot be keyed - it is restated      *
      *    from the interface files by the ADA000141S report. A change         *
      *    clears the period's alert level, so the next night's load           *
      *    measures the spend against the new figures and warns afresh if      *
      *    it is still over. Every add, change and delete goes to the          *
      *    shared audit log with the figures it replaced.                      *
      *                                                                        *
      *  Author: D.Rowan 2026-10-11                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26462 2026/10/15 DR001 Initials checked through OPS000610C against *
      *                            the ADUSRAUTL0 user authority file (BUDGET, *
      *                            maintain)                                   *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Departmental budget file
           SELECT BUDGET   ASSIGN      TO DATABASE-ADBUDGETL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS BUD-Key
                         FILE STATUS   IS ST-BUDGET.

      * Entity master
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

      * Chart of accounts
           SELECT GLMAST   ASSIGN      TO DATABASE-ADGLMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS GLM-Key
                         FILE STATUS   IS ST-GLMAST.

       DATA DIVISION.
        FILE SECTION.
         FD BUDGET.
          01 BUDGET-REC.
             COPY ADBUDGETL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

         FD GLMAST.
          01 GLMAST-REC.
             COPY ADGLMSTL0.

       WORKING-STORAGE SECTION.
        01  ST-BUDGET   PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-GLMAST   PIC X(2).
        01  O-BUDGET    PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-GLMAST    PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.

        01 W-INITS          PIC X(3).
        01 W-ACTION         PIC X(01).
        01 W-CONFIRM        PIC X(01).
        01 W-STATUS-MSG     PIC X(40).
        01 W-TODAY          PIC 9(8).

      * The budget row being keyed
        01 W-ENTITY         PIC X(3).
        01 W-DEPT           PIC X(4).
        01 W-GL-LOC         PIC X(2).
        01 W-GL-ACC         PIC X(6).
        01 W-PERIOD         PIC X(6).
        01 W-PERIOD-N       REDEFINES W-PERIOD PIC 9(6).
        01 W-PERIOD-MONTH   PIC 9(2).
        01 W-ENT-NAME       PIC X(30).
        01 W-GL-DESC        PIC X(30).

      * Budget fields keyed on the detail screen
        01 W-AMOUNT         PIC 9(11)V99.
        01 W-WARN           PIC 9(3).
        01 W-ACTUAL-ED      PIC Z(10)9.99-.
        01 W-ALERT-DESC     PIC X(20).
        01 W-AMEND-INITS    PIC X(3).
        01 W-AMEND-DATE     PIC 9(8).

        01 W-OLD-AMT-ED     PIC Z(10)9.99-.
        01 W-NEW-AMT-ED     PIC Z(10)9.99-.
        01 W-WARN-ED        PIC ZZ9.

        01 W-DETAIL-FLAG    PIC 9 VALUE ZERO.
           88 W-DETAIL-OK              VALUE 1.

        01 W-LOG-TEXT       PIC X(60).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "BUDGET".
        01 W-AUT-ROLE       PIC X(1)  VALUE "M".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000140S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "DEPARTMENTAL BUDGET".
           05 LINE 3  COLUMN 1  VALUE "YOUR INITIALS  . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  USING W-INITS.
           05 LINE 4  COLUMN 1  VALUE "ENTITY (BLANK = GBR) . :".
           05 LINE 4  COLUMN 27 PIC X(3)  USING W-ENTITY.
           05 LINE 5  COLUMN 1  VALUE "DEPARTMENT . . . . . . :".
           05 LINE 5  COLUMN 27 PIC X(4)  USING W-DEPT.
           05 LINE 6  COLUMN 1  VALUE "GL ACCOUNT LOCATION  . :".
           05 LINE 6  COLUMN 27 PIC X(2)  USING W-GL-LOC.
           05 LINE 7  COLUMN 1  VALUE "GL ACCOUNT NUMBER  . . :".
           05 LINE 7  COLUMN 27 PIC X(6)  USING W-GL-ACC.
           05 LINE 8  COLUMN 1  VALUE "PERIOD (YYYYMM)  . . . :".
           05 LINE 8  COLUMN 27 PIC X(6)  USING W-PERIOD.
           05 LINE 9  COLUMN 1  VALUE "ACTION (A/C/D, X=EXIT) :".
           05 LINE 9  COLUMN 27 PIC X(01) USING W-ACTION.
           05 LINE 11 COLUMN 1  VALUE "A=ADD  C=CHANGE  D=DELETE".
           05 LINE 12 COLUMN 1
              VALUE "WHOLE YEARS ARE LOADED FROM THE SPREADSHEET".
           05 LINE 14 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "DEPARTMENTAL BUDGET".
           05 LINE 3  COLUMN 1  VALUE "ENTITY . . . . . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  FROM W-ENTITY.
           05 LINE 3  COLUMN 37 PIC X(30) FROM W-ENT-NAME.
           05 LINE 4  COLUMN 1  VALUE "DEPARTMENT . . . . . . :".
           05 LINE 4  COLUMN 27 PIC X(4)  FROM W-DEPT.
           05 LINE 5  COLUMN 1  VALUE "GL ACCOUNT . . . . . . :".
           05 LINE 5  COLUMN 27 PIC X(2)  FROM W-GL-LOC.
           05 LINE 5  COLUMN 29 VALUE "/".
           05 LINE 5  COLUMN 30 PIC X(6)  FROM W-GL-ACC.
           05 LINE 5  COLUMN 37 PIC X(30) FROM W-GL-DESC.
           05 LINE 6  COLUMN 1  VALUE "PERIOD . . . . . . . . :".
           05 LINE 6  COLUMN 27 PIC X(6)  FROM W-PERIOD.
           05 LINE 8  COLUMN 1  VALUE "BUDGET AMOUNT  . . . . :".
           05 LINE 8  COLUMN 27 PIC Z(10)9.99 USING W-AMOUNT.
           05 LINE 9  COLUMN 1  VALUE "WARNING PERCENTAGE . . :".
           05 LINE 9  COLUMN 27 PIC ZZ9   USING W-WARN.
           05 LINE 9  COLUMN 37 VALUE "0 = WARN ONLY WHEN OVER".
           05 LINE 11 COLUMN 1  VALUE "ACTUAL TO DATE . . . . :".
           05 LINE 11 COLUMN 27 PIC X(15) FROM W-ACTUAL-ED.
           05 LINE 12 COLUMN 1  VALUE "ALERT RAISED . . . . . :".
           05 LINE 12 COLUMN 27 PIC X(20) FROM W-ALERT-DESC.
           05 LINE 13 COLUMN 1  VALUE "LAST CHANGED BY  . . . :".
           05 LINE 13 COLUMN 27 PIC X(3)  FROM W-AMEND-INITS.
           05 LINE 13 COLUMN 32 PIC 9(8)  FROM W-AMEND-DATE.
           05 LINE 15 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-CONFIRM.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "DELETE DEPARTMENTAL BUDGET".
           05 LINE 3  COLUMN 1  VALUE "ENTITY . . . . . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  FROM W-ENTITY.
           05 LINE 4  COLUMN 1  VALUE "DEPARTMENT . . . . . . :".
           05 LINE 4  COLUMN 27 PIC X(4)  FROM W-DEPT.
           05 LINE 5  COLUMN 1  VALUE "GL ACCOUNT . . . . . . :".
           05 LINE 5  COLUMN 27 PIC X(2)  FROM W-GL-LOC.
           05 LINE 5  COLUMN 29 VALUE "/".
           05 LINE 5  COLUMN 30 PIC X(6)  FROM W-GL-ACC.
           05 LINE 6  COLUMN 1  VALUE "PERIOD . . . . . . . . :".
           05 LINE 6  COLUMN 27 PIC X(6)  FROM W-PERIOD.
           05 LINE 8  COLUMN 1  VALUE "BUDGET AMOUNT  . . . . :".
           05 LINE 8  COLUMN 27 PIC X(15) FROM W-OLD-AMT-ED.
           05 LINE 9  COLUMN 1  VALUE "ACTUAL TO DATE . . . . :".
           05 LINE 9  COLUMN 27 PIC X(15) FROM W-ACTUAL-ED.
           05 LINE 11 COLUMN 1
              VALUE "SPEND ON THIS LINE WILL SHOW AS UNBUDGETED".
           05 LINE 12 COLUMN 1  VALUE "DELETE (Y/N)  . . . . :".
           05 LINE 12 COLUMN 27 PIC X(01) USING W-CONFIRM.
           05 LINE 14 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           OPEN I-O BUDGET.
           IF ST-BUDGET NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-BUDGET.

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

           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT
               EVALUATE W-ACTION
                 WHEN "A"
                   PERFORM ADD-BUDGET
                 WHEN "C"
                   PERFORM CHANGE-BUDGET
                 WHEN "D"
                   PERFORM DELETE-BUDGET
      * Blank means GET-SELECTION already refused the request and set
      *   its own message - don't overwrite it
                 WHEN SPACE
                   CONTINUE
                 WHEN OTHER
                   MOVE "ACTION MUST BE A, C, D OR X" TO W-STATUS-MSG
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
           MOVE FUNCTION UPPER-CASE(W-ACTION)  TO W-ACTION.
           MOVE FUNCTION UPPER-CASE(W-INITS)   TO W-INITS.
           MOVE FUNCTION UPPER-CASE(W-ENTITY)  TO W-ENTITY.
           MOVE FUNCTION UPPER-CASE(W-GL-LOC)  TO W-GL-LOC.
           MOVE FUNCTION UPPER-CASE(W-GL-ACC)  TO W-GL-ACC.
           IF W-ACTION = "X"
             SET W-EXIT TO TRUE
             GO TO GET-SELECTION-E
           END-IF.
           IF W-ENTITY = SPACES
             MOVE "GBR" TO W-ENTITY
           END-IF.

           IF W-PERIOD NOT NUMERIC
             MOVE "PERIOD MUST BE YYYYMM" TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
           ELSE
             MOVE W-PERIOD(5:2) TO W-PERIOD-MONTH
             IF W-PERIOD-MONTH < 1 OR W-PERIOD-MONTH > 12
               MOVE "PERIOD MUST BE YYYYMM" TO W-STATUS-MSG
               MOVE SPACE TO W-ACTION
             END-IF
           END-IF.
           IF W-GL-LOC = SPACES OR W-GL-ACC = SPACES
             MOVE "GL ACCOUNT REQUIRED" TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
           END-IF.
           IF W-DEPT NOT NUMERIC
             MOVE "DEPARTMENT MUST BE 4 DIGITS" TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
           END-IF.
           IF W-INITS = SPACES
             MOVE "INITIALS REQUIRED" TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
           END-IF.

           MOVE W-ENTITY TO W-AUT-ENTITY.
           IF W-ACTION NOT = SPACE
             PERFORM CHECK-AUTHORITY
             IF NOT W-AUTHORISED
               MOVE SPACE TO W-ACTION
             END-IF
           END-IF.

       GET-SELECTION-E.
           EXIT.

      ******************************************************************
      * Every budget change needs the operator's initials to hold
      *   BUDGET at maintain for the entity on the ADUSRAUTL0 user
      *   authority file.
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
      * A budget is only taken for an open entity and an open GL
      *   account - the load would never post a line against either.
       ADD-BUDGET SECTION.
       ADD-BUDGET-B.
           PERFORM CHECK-MASTERS.
           IF W-STATUS-MSG NOT = SPACES
             GO TO ADD-BUDGET-E
           END-IF.

           PERFORM SET-BUDGET-KEY.
           READ BUDGET
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "BUDGET ALREADY EXISTS - USE C" TO W-STATUS-MSG
               GO TO ADD-BUDGET-E
           END-READ.

           MOVE ZERO   TO W-AMOUNT W-WARN W-AMEND-DATE.
           MOVE SPACES TO W-AMEND-INITS.
           MOVE ZERO   TO W-ACTUAL-ED.
           MOVE "NONE" TO W-ALERT-DESC.
           PERFORM GET-DETAIL.
           IF NOT W-DETAIL-OK
             GO TO ADD-BUDGET-E
           END-IF.

           MOVE SPACES TO BUDGET-REC.
           PERFORM SET-BUDGET-KEY.
           MOVE W-AMOUNT TO BUD-Amount.
           MOVE W-WARN   TO BUD-Warn-Pct.
           MOVE ZERO     TO BUD-Actual.
           MOVE SPACE    TO BUD-Alert-Level.
           MOVE W-INITS  TO BUD-Amend-Inits.
           MOVE W-TODAY  TO BUD-Amend-Date.
           WRITE BUDGET-REC
             INVALID KEY
               MOVE "WRITE FAILED - DUPLICATE KEY" TO W-STATUS-MSG
               GO TO ADD-BUDGET-E
           END-WRITE.

           MOVE W-AMOUNT TO W-NEW-AMT-ED.
           MOVE W-WARN   TO W-WARN-ED.
           MOVE SPACES TO W-LOG-TEXT.
           STRING "BUDGET " W-PERIOD " ADDED "
                  FUNCTION TRIM(W-NEW-AMT-ED)
                  " WARN " FUNCTION TRIM(W-WARN-ED) "%"
             DELIMITED BY SIZE INTO W-LOG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "BUDGET ADDED" TO W-STATUS-MSG.

       ADD-BUDGET-E.
           EXIT.

      ******************************************************************
      * The figures being replaced go to the audit log. The alert
      *   level is cleared so the load judges the spend afresh against
      *   the new budget.
       CHANGE-BUDGET SECTION.
       CHANGE-BUDGET-B.
           PERFORM SET-BUDGET-KEY.
           READ BUDGET
             INVALID KEY
               MOVE "BUDGET NOT FOUND" TO W-STATUS-MSG
               GO TO CHANGE-BUDGET-E
           END-READ.

           PERFORM GET-NAMES.
           PERFORM MOVE-RECORD-TO-DETAIL.
           PERFORM GET-DETAIL.
           IF NOT W-DETAIL-OK
             GO TO CHANGE-BUDGET-E
           END-IF.

           IF  W-AMOUNT = BUD-Amount
           AND W-WARN   = BUD-Warn-Pct
             MOVE "NO CHANGE MADE" TO W-STATUS-MSG
             GO TO CHANGE-BUDGET-E
           END-IF.

           MOVE BUD-Amount   TO W-OLD-AMT-ED.
           MOVE BUD-Warn-Pct TO W-WARN-ED.
           MOVE SPACES TO W-LOG-TEXT.
           STRING "BUDGET " W-PERIOD " CHANGED - WAS "
                  FUNCTION TRIM(W-OLD-AMT-ED)
                  " WARN " FUNCTION TRIM(W-WARN-ED) "%"
             DELIMITED BY SIZE INTO W-LOG-TEXT
           END-STRING.

           MOVE W-AMOUNT TO BUD-Amount.
           MOVE W-WARN   TO BUD-Warn-Pct.
           MOVE SPACE    TO BUD-Alert-Level.
           MOVE W-INITS  TO BUD-Amend-Inits.
           MOVE W-TODAY  TO BUD-Amend-Date.
           REWRITE BUDGET-REC.

           PERFORM WRITE-AUDIT-LOG.
           MOVE "BUDGET CHANGED" TO W-STATUS-MSG.

       CHANGE-BUDGET-E.
           EXIT.

      ******************************************************************
      * Deleting a period's budget does not touch what was spent - the
      *   ADA000141S report shows the spend as unbudgeted.
       DELETE-BUDGET SECTION.
       DELETE-BUDGET-B.
           PERFORM SET-BUDGET-KEY.
           READ BUDGET
             INVALID KEY
               MOVE "BUDGET NOT FOUND" TO W-STATUS-MSG
               GO TO DELETE-BUDGET-E
           END-READ.

           MOVE BUD-Amount   TO W-OLD-AMT-ED.
           MOVE BUD-Actual   TO W-ACTUAL-ED.
           MOVE BUD-Warn-Pct TO W-WARN-ED.
           MOVE "N" TO W-CONFIRM.
           DISPLAY SCR-CONFIRM.
           ACCEPT SCR-CONFIRM.
           MOVE FUNCTION UPPER-CASE(W-CONFIRM) TO W-CONFIRM.
           IF W-CONFIRM NOT = "Y"
             MOVE "NOT DELETED" TO W-STATUS-MSG
             GO TO DELETE-BUDGET-E
           END-IF.

           DELETE BUDGET
             INVALID KEY
               MOVE "DELETE FAILED" TO W-STATUS-MSG
               GO TO DELETE-BUDGET-E
           END-DELETE.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "BUDGET " W-PERIOD " DELETED - WAS "
                  FUNCTION TRIM(W-OLD-AMT-ED)
                  " WARN " FUNCTION TRIM(W-WARN-ED) "%"
             DELIMITED BY SIZE INTO W-LOG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "BUDGET DELETED" TO W-STATUS-MSG.

       DELETE-BUDGET-E.
           EXIT.

      ******************************************************************
       CHECK-MASTERS SECTION.
       CHECK-MASTERS-B.
           MOVE W-ENTITY TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "ENTITY NOT ON ENTITY MASTER" TO W-STATUS-MSG
               GO TO CHECK-MASTERS-E
           END-READ.
           IF ENT-Status = "C"
             MOVE "ENTITY IS CLOSED" TO W-STATUS-MSG
             GO TO CHECK-MASTERS-E
           END-IF.

           MOVE W-GL-LOC TO GLM-Account-Loc.
           MOVE W-GL-ACC TO GLM-Account-No.
           READ GLMAST
             INVALID KEY
               MOVE "GL ACCOUNT NOT ON CHART OF ACCOUNTS"
                 TO W-STATUS-MSG
               GO TO CHECK-MASTERS-E
           END-READ.
           IF GLM-Status = "C"
             MOVE "GL ACCOUNT IS CLOSED" TO W-STATUS-MSG
             GO TO CHECK-MASTERS-E
           END-IF.

           PERFORM GET-NAMES.

       CHECK-MASTERS-E.
           EXIT.

      ******************************************************************
      * Names for the detail screen - a row kept for a since-closed
      *   entity or account can still be changed or deleted.
       GET-NAMES SECTION.
       GET-NAMES-B.
           MOVE SPACES TO W-ENT-NAME W-GL-DESC.
           MOVE W-ENTITY TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "** NOT ON ENTITY MASTER **" TO W-ENT-NAME
             NOT INVALID KEY
               MOVE ENT-Entity-Name TO W-ENT-NAME
           END-READ.

           MOVE W-GL-LOC TO GLM-Account-Loc.
           MOVE W-GL-ACC TO GLM-Account-No.
           READ GLMAST
             INVALID KEY
               MOVE "** NOT ON CHART OF ACCOUNTS **" TO W-GL-DESC
             NOT INVALID KEY
               MOVE GLM-Account-Desc TO W-GL-DESC
           END-READ.

       GET-NAMES-E.
           EXIT.

      ******************************************************************
       SET-BUDGET-KEY SECTION.
       SET-BUDGET-KEY-B.
           MOVE W-ENTITY   TO BUD-Entity-Code.
           MOVE W-DEPT     TO BUD-Dept.
           MOVE W-GL-LOC   TO BUD-Account-Loc.
           MOVE W-GL-ACC   TO BUD-Account-No.
           MOVE W-PERIOD-N TO BUD-Period.

       SET-BUDGET-KEY-E.
           EXIT.

      ******************************************************************
       MOVE-RECORD-TO-DETAIL SECTION.
       MOVE-RECORD-TO-DETAIL-B.
           MOVE BUD-Amount      TO W-AMOUNT.
           MOVE BUD-Warn-Pct    TO W-WARN.
           MOVE BUD-Actual      TO W-ACTUAL-ED.
           MOVE BUD-Amend-Inits TO W-AMEND-INITS.
           MOVE BUD-Amend-Date  TO W-AMEND-DATE.
           EVALUATE TRUE
             WHEN BUD-Over
               MOVE "OVER BUDGET"     TO W-ALERT-DESC
             WHEN BUD-Warned
               MOVE "PAST WARNING %"  TO W-ALERT-DESC
             WHEN OTHER
               MOVE "NONE"            TO W-ALERT-DESC
           END-EVALUATE.

       MOVE-RECORD-TO-DETAIL-E.
           EXIT.

      ******************************************************************
      * A nil budget is allowed - it makes any spend on the line an
      *   overspend the load reports.
       GET-DETAIL SECTION.
       GET-DETAIL-B.
           MOVE 0 TO W-DETAIL-FLAG.
           MOVE SPACES TO W-STATUS-MSG.
           DISPLAY SCR-DETAIL.
           ACCEPT SCR-DETAIL.

           IF W-WARN > 100
             MOVE "WARNING PERCENTAGE ABOVE 100 - NOT SAVED"
               TO W-STATUS-MSG
             GO TO GET-DETAIL-E
           END-IF.

           SET W-DETAIL-OK TO TRUE.

       GET-DETAIL-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
           MOVE SPACES              TO W-ALG-KEY.
           STRING W-ENTITY "/" W-DEPT "/" W-GL-LOC W-GL-ACC
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
           IF O-BUDGET = 1
             CLOSE BUDGET
             MOVE 0 TO O-BUDGET
           END-IF.

           IF O-ENTMAST = 1
             CLOSE ENTMAST
             MOVE 0 TO O-ENTMAST
           END-IF.

           IF O-GLMAST = 1
             CLOSE GLMAST
             MOVE 0 TO O-GLMAST
           END-IF.

           GOBACK.
