       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000139S.

      **************************************************************************
      *  Finance application. IPN26457                                         *
      *                                                                        *
      *  Departmental budget load - reads Finance's annual budget              *
      *    spreadsheet, saved as CSV to ADBUDUPL0, onto the ADBUDGETL0         *
      *    budget file the ADA000115S load checks each night's spend           *
      *    against. One spreadsheet row per entity, department and GL          *
      *    account for a year:                                                 *
      *                                                                        *
      *     ENTITY,DEPT,LOC,ACCOUNT,YEAR,WARN%,M01,M02, ... ,M12               *
      *                                                                        *
      *    giving twelve period rows yyyy01 to yyyy12. A blank entity is       *
      *    GBR, a blank warning percentage means no warning, a blank           *
      *    month is a nil budget. A heading row (first column ENTITY) and      *
      *    blank rows are skipped.                                             *
      *                                                                        *
      *  Reloading a year replaces the budget amounts and warning              *
      *    percentage but keeps each period's running actual and alert         *
      *    level, so a mid-year reforecast does not lose the spend already     *
      *    counted. Where the same entity/department/account appears twice     *
      *    in one file the later row wins. Rows failing a check (entity or     *
      *    GL account not on file or closed, non-numeric department, year      *
      *    or amount) are listed on the load report and nothing of them is     *
      *    loaded.                                                             *
      *                                                                        *
      *  The loader needs BUDGET maintain authority (OPS000610C) for           *
      *    every entity on the file; one refused and nothing is loaded.        *
      *                                                                        *
      *  Author: D.Rowan 2026-10-11                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26471 2026/10/15 DR001 BUDGET maintain authority checked through   *
      *                            OPS000610C for every entity on the file     *
      *                            before anything is loaded                   *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Finance's budget spreadsheet, one CSV row per record
           SELECT BUDUPL   ASSIGN      TO DATABASE-ADBUDUPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-BUDUPL.

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

      * The load report
           SELECT BUDRPT   ASSIGN      TO DATABASE-ADBUDLRPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-BUDRPT.

       DATA DIVISION.
        FILE SECTION.
         FD BUDUPL.
          01 BUDUPL-REC                PIC X(250).

         FD BUDGET.
          01 BUDGET-REC.
             COPY ADBUDGETL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

         FD GLMAST.
          01 GLMAST-REC.
             COPY ADGLMSTL0.

         FD BUDRPT.
          01 BUDRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-BUDUPL   PIC X(2).
        01  ST-BUDGET   PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-GLMAST   PIC X(2).
        01  ST-BUDRPT   PIC X(2).
        01  O-BUDUPL    PIC 9 VALUE ZERO.
        01  O-BUDGET    PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-GLMAST    PIC 9 VALUE ZERO.
        01  O-BUDRPT    PIC 9 VALUE ZERO.

        01 W-EOF            PIC 9.
        01 W-TODAY          PIC 9(8).

      * The spreadsheet row split at its commas
        01 W-F-ENTITY       PIC X(20).
        01 W-F-DEPT         PIC X(20).
        01 W-F-LOC          PIC X(20).
        01 W-F-ACC          PIC X(20).
        01 W-F-YEAR         PIC X(20).
        01 W-F-WARN         PIC X(20).
        01 W-F-MONTHS.
           05 W-F-MTH       PIC X(20) OCCURS 12.
        01 W-MX             PIC 9(2).

      * The row once checked
        01 W-ENTITY         PIC X(3).
        01 W-DEPT-N         PIC 9(4).
        01 W-LOC            PIC X(2).
        01 W-ACC            PIC X(6).
        01 W-YEAR           PIC 9(4).
        01 W-WARN           PIC 9(3).
        01 W-NUM            PIC S9(11)V99 COMP-3.
        01 W-MTH-TAB.
           05 W-MTH-AMT     PIC S9(11)V99 COMP-3 OCCURS 12.
        01 W-PERIOD         PIC 9(6).

        01 W-REJECT         PIC X(40).

        01 W-ROW-COUNT      PIC 9(5) VALUE ZERO.
        01 W-LOAD-COUNT     PIC 9(5) VALUE ZERO.
        01 W-REJ-COUNT      PIC 9(5) VALUE ZERO.
        01 W-ADD-COUNT      PIC 9(5) VALUE ZERO.
        01 W-UPD-COUNT      PIC 9(5) VALUE ZERO.

        01 W-ROW-ED         PIC Z(4)9.
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(132).

      * Entities already cleared for the load by OPS000610C
        01 W-AUT-DONE-TAB.
           05 W-AUT-DONE    PIC X(3) OCCURS 20.
        01 W-AUT-DONE-COUNT PIC 9(2) VALUE ZERO.
        01 W-AX             PIC 9(2).
        01 W-AUT-FOUND      PIC 9.
        01 W-AUT-REFUSED    PIC 9.

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
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000139S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       LINKAGE SECTION.
      * Input : initials of the person loading, stamped on every
      *   period row loaded and on the audit-log row
        01 L-INITS           PIC X(3).

      * Output: 0 = every row loaded, X = some rows rejected (see
      *   the report), N = the file held no budget rows, F = a file
      *   would not open, A = not authorised to maintain budgets for
      *   an entity on the file - nothing loaded
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-INITS L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.

           PERFORM CHECK-LOAD-AUTHORITY.
           IF W-AUT-REFUSED = 1
             PERFORM WRITE-REFUSAL
             MOVE "A" TO L-RETURN
             GO TO PGM-END
           END-IF.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ BUDUPL NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 PERFORM LOAD-ONE-ROW
             END-READ
           END-PERFORM.

           PERFORM PRINT-TOTALS.
           PERFORM WRITE-AUDIT-LOG.

           IF W-ROW-COUNT = ZERO
             MOVE "N" TO L-RETURN
           ELSE
             IF W-REJ-COUNT > ZERO
               MOVE "X" TO L-RETURN
             END-IF
           END-IF.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN INPUT BUDUPL.
           IF ST-BUDUPL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-BUDUPL.

           OPEN I-O BUDGET.
           IF ST-BUDGET NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-BUDGET.

           OPEN INPUT ENTMAST.
           IF ST-ENTMAST NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-ENTMAST.

           OPEN INPUT GLMAST.
           IF ST-GLMAST NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-GLMAST.

           OPEN OUTPUT BUDRPT.
           IF ST-BUDRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-BUDRPT.

           MOVE SPACES TO BUDRPT-REC.
           STRING "DEPARTMENTAL BUDGET LOAD - " W-TODAY
                  " - LOADED BY " L-INITS
             DELIMITED BY SIZE INTO BUDRPT-REC
           END-STRING.
           WRITE BUDRPT-REC.
           MOVE SPACES TO BUDRPT-REC.
           WRITE BUDRPT-REC.
           MOVE "REJECTED ROWS" TO BUDRPT-REC.
           WRITE BUDRPT-REC.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * The whole file is read once before anything is loaded and the
      *   loader's BUDGET maintain authority checked for each entity
      *   on it - one entity refused and the file is not loaded at
      *   all. The file is then reopened for the load itself.
       CHECK-LOAD-AUTHORITY SECTION.
       CHECK-LOAD-AUTHORITY-B.
           MOVE 0 TO W-AUT-REFUSED.
           MOVE ZERO TO W-AUT-DONE-COUNT.
           INITIALIZE W-AUT-DONE-TAB.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1 OR W-AUT-REFUSED = 1
             READ BUDUPL NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 PERFORM CHECK-ROW-AUTHORITY
             END-READ
           END-PERFORM.

           CLOSE BUDUPL.
           MOVE 0 TO O-BUDUPL.
           IF W-AUT-REFUSED = 1
             GO TO CHECK-LOAD-AUTHORITY-E
           END-IF.

           OPEN INPUT BUDUPL.
           IF ST-BUDUPL NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-BUDUPL.

       CHECK-LOAD-AUTHORITY-E.
           EXIT.

      ******************************************************************
      * Each entity is put to OPS000610C once - blank is GBR, as the
      *   load itself takes it.
       CHECK-ROW-AUTHORITY SECTION.
       CHECK-ROW-AUTHORITY-B.
           IF BUDUPL-REC = SPACES
             GO TO CHECK-ROW-AUTHORITY-E
           END-IF.

           MOVE SPACES TO W-F-ENTITY.
           UNSTRING BUDUPL-REC DELIMITED BY ","
             INTO W-F-ENTITY
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(W-F-ENTITY) TO W-F-ENTITY.
           IF W-F-ENTITY = "ENTITY"
             GO TO CHECK-ROW-AUTHORITY-E
           END-IF.

           IF W-F-ENTITY = SPACES
             MOVE "GBR" TO W-AUT-ENTITY
           ELSE
             MOVE W-F-ENTITY TO W-AUT-ENTITY
           END-IF.

           MOVE 0 TO W-AUT-FOUND.
           PERFORM VARYING W-AX FROM 1 BY 1
                   UNTIL W-AX > W-AUT-DONE-COUNT OR W-AUT-FOUND = 1
             IF W-AUT-DONE(W-AX) = W-AUT-ENTITY
               MOVE 1 TO W-AUT-FOUND
             END-IF
           END-PERFORM.
           IF W-AUT-FOUND = 1
             GO TO CHECK-ROW-AUTHORITY-E
           END-IF.

           MOVE L-INITS TO W-AUT-INITS.
           MOVE SPACES  TO W-AUT-PROFILE.
           CALL "OPS000610C" USING W-AUT-INITS W-AUT-PROFILE
                                   W-AUT-FUNCTION W-AUT-ROLE
                                   W-AUT-ENTITY W-AUT-AMOUNT
                                   W-AUT-NAME W-AUT-MESSAGE
                                   W-AUT-RETURN.
           IF W-AUT-RETURN NOT = "0"
             MOVE 1 TO W-AUT-REFUSED
             GO TO CHECK-ROW-AUTHORITY-E
           END-IF.

      * A file of more entities than the table holds is only checked
      *   again for the ones past it
           IF W-AUT-DONE-COUNT < 20
             ADD 1 TO W-AUT-DONE-COUNT
             MOVE W-AUT-ENTITY TO W-AUT-DONE(W-AUT-DONE-COUNT)
           END-IF.

       CHECK-ROW-AUTHORITY-E.
           EXIT.

      ******************************************************************
      * A refused load is printed and logged - nothing was loaded.
       WRITE-REFUSAL SECTION.
       WRITE-REFUSAL-B.
           MOVE SPACES TO W-LINE.
           STRING "  LOAD REFUSED - ENTITY " W-AUT-ENTITY "  "
                  W-AUT-MESSAGE
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BUDRPT-REC.
           WRITE BUDRPT-REC.

           MOVE SPACES TO W-ALG-KEY.
           STRING "BUDGET LOAD " W-TODAY
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           MOVE SPACES TO W-ALG-TEXT.
           STRING "LOAD REFUSED " W-AUT-ENTITY " BY " L-INITS
                  " - " W-AUT-MESSAGE
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 2 TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-REFUSAL-E.
           EXIT.

      ******************************************************************
      * One spreadsheet row - checked as a whole, then its twelve
      *   months written. A row with any fault loads nothing, so a
      *   year is never left half loaded for one account.
       LOAD-ONE-ROW SECTION.
       LOAD-ONE-ROW-B.
           IF BUDUPL-REC = SPACES
             GO TO LOAD-ONE-ROW-E
           END-IF.

           MOVE SPACES TO W-F-ENTITY W-F-DEPT W-F-LOC W-F-ACC
                          W-F-YEAR W-F-WARN W-F-MONTHS.
           UNSTRING BUDUPL-REC DELIMITED BY ","
             INTO W-F-ENTITY W-F-DEPT W-F-LOC W-F-ACC
                  W-F-YEAR W-F-WARN
                  W-F-MTH(1) W-F-MTH(2) W-F-MTH(3) W-F-MTH(4)
                  W-F-MTH(5) W-F-MTH(6) W-F-MTH(7) W-F-MTH(8)
                  W-F-MTH(9) W-F-MTH(10) W-F-MTH(11) W-F-MTH(12)
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(W-F-ENTITY) TO W-F-ENTITY.
           IF W-F-ENTITY = "ENTITY"
             GO TO LOAD-ONE-ROW-E
           END-IF.

           ADD 1 TO W-ROW-COUNT.
           MOVE SPACES TO W-REJECT.
           PERFORM CHECK-ROW.
           IF W-REJECT NOT = SPACES
             PERFORM PRINT-REJECT
             GO TO LOAD-ONE-ROW-E
           END-IF.

           PERFORM VARYING W-MX FROM 1 BY 1 UNTIL W-MX > 12
             PERFORM WRITE-PERIOD-ROW
           END-PERFORM.
           ADD 1 TO W-LOAD-COUNT.

       LOAD-ONE-ROW-E.
           EXIT.

      ******************************************************************
      * Leading zeros dropped by the spreadsheet are put back on the
      *   department - it is numeric on the interface detail.
       CHECK-ROW SECTION.
       CHECK-ROW-B.
           IF W-F-ENTITY = SPACES
             MOVE "GBR" TO W-ENTITY
           ELSE
             MOVE W-F-ENTITY TO W-ENTITY
           END-IF.
           MOVE W-ENTITY TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "ENTITY NOT ON FILE" TO W-REJECT
               GO TO CHECK-ROW-E
           END-READ.
           IF ENT-Status = "C"
             MOVE "ENTITY IS CLOSED" TO W-REJECT
             GO TO CHECK-ROW-E
           END-IF.

           IF W-F-DEPT = SPACES
           OR FUNCTION TEST-NUMVAL(W-F-DEPT) NOT = 0
             MOVE "DEPARTMENT NOT NUMERIC" TO W-REJECT
             GO TO CHECK-ROW-E
           END-IF.
           COMPUTE W-NUM = FUNCTION NUMVAL(W-F-DEPT).
           IF W-NUM < 0 OR W-NUM > 9999
             MOVE "DEPARTMENT NOT NUMERIC" TO W-REJECT
             GO TO CHECK-ROW-E
           END-IF.
           MOVE W-NUM TO W-DEPT-N.

           MOVE FUNCTION UPPER-CASE(W-F-LOC) TO W-LOC.
           MOVE FUNCTION UPPER-CASE(W-F-ACC) TO W-ACC.
           MOVE W-LOC TO GLM-Account-Loc.
           MOVE W-ACC TO GLM-Account-No.
           READ GLMAST
             INVALID KEY
               MOVE "GL ACCOUNT NOT ON FILE" TO W-REJECT
               GO TO CHECK-ROW-E
           END-READ.
           IF GLM-Status = "C"
             MOVE "GL ACCOUNT IS CLOSED" TO W-REJECT
             GO TO CHECK-ROW-E
           END-IF.

           IF W-F-YEAR = SPACES
           OR FUNCTION TEST-NUMVAL(W-F-YEAR) NOT = 0
             MOVE "YEAR NOT NUMERIC" TO W-REJECT
             GO TO CHECK-ROW-E
           END-IF.
           COMPUTE W-NUM = FUNCTION NUMVAL(W-F-YEAR).
           IF W-NUM < 2000 OR W-NUM > 2099
             MOVE "YEAR OUT OF RANGE" TO W-REJECT
             GO TO CHECK-ROW-E
           END-IF.
           MOVE W-NUM TO W-YEAR.

           MOVE ZERO TO W-WARN.
           IF W-F-WARN NOT = SPACES
             IF FUNCTION TEST-NUMVAL(W-F-WARN) NOT = 0
               MOVE "WARNING PERCENTAGE NOT NUMERIC" TO W-REJECT
               GO TO CHECK-ROW-E
             END-IF
             COMPUTE W-NUM = FUNCTION NUMVAL(W-F-WARN)
             IF W-NUM < 0 OR W-NUM > 999
               MOVE "WARNING PERCENTAGE OUT OF RANGE" TO W-REJECT
               GO TO CHECK-ROW-E
             END-IF
             MOVE W-NUM TO W-WARN
           END-IF.

           PERFORM VARYING W-MX FROM 1 BY 1
                   UNTIL W-MX > 12 OR W-REJECT NOT = SPACES
             PERFORM CHECK-MONTH
           END-PERFORM.

       CHECK-ROW-E.
           EXIT.

      ******************************************************************
       CHECK-MONTH SECTION.
       CHECK-MONTH-B.
           MOVE ZERO TO W-MTH-AMT(W-MX).
           IF W-F-MTH(W-MX) = SPACES
             GO TO CHECK-MONTH-E
           END-IF.

           IF FUNCTION TEST-NUMVAL(W-F-MTH(W-MX)) NOT = 0
             MOVE SPACES TO W-REJECT
             STRING "MONTH " W-MX " AMOUNT NOT NUMERIC"
               DELIMITED BY SIZE INTO W-REJECT
             END-STRING
             GO TO CHECK-MONTH-E
           END-IF.

           COMPUTE W-MTH-AMT(W-MX) ROUNDED
                 = FUNCTION NUMVAL(W-F-MTH(W-MX)).
           IF W-MTH-AMT(W-MX) < ZERO
             MOVE SPACES TO W-REJECT
             STRING "MONTH " W-MX " AMOUNT IS NEGATIVE"
               DELIMITED BY SIZE INTO W-REJECT
             END-STRING
             GO TO CHECK-MONTH-E
           END-IF.

       CHECK-MONTH-E.
           EXIT.

      ******************************************************************
      * An existing period row keeps its running actual and alert
      *   level - only the budget side is replaced.
       WRITE-PERIOD-ROW SECTION.
       WRITE-PERIOD-ROW-B.
           COMPUTE W-PERIOD = W-YEAR * 100 + W-MX.
           MOVE W-ENTITY  TO BUD-Entity-Code.
           MOVE W-DEPT-N  TO BUD-Dept.
           MOVE W-LOC     TO BUD-Account-Loc.
           MOVE W-ACC     TO BUD-Account-No.
           MOVE W-PERIOD  TO BUD-Period.
           READ BUDGET
             INVALID KEY
               MOVE ZERO  TO BUD-Actual
               MOVE SPACE TO BUD-Alert-Level
               MOVE W-MTH-AMT(W-MX) TO BUD-Amount
               MOVE W-WARN    TO BUD-Warn-Pct
               MOVE L-INITS   TO BUD-Amend-Inits
               MOVE W-TODAY   TO BUD-Amend-Date
               WRITE BUDGET-REC
               ADD 1 TO W-ADD-COUNT
               GO TO WRITE-PERIOD-ROW-E
           END-READ.

           MOVE W-MTH-AMT(W-MX) TO BUD-Amount.
           MOVE W-WARN    TO BUD-Warn-Pct.
           MOVE L-INITS   TO BUD-Amend-Inits.
           MOVE W-TODAY   TO BUD-Amend-Date.
           REWRITE BUDGET-REC.
           ADD 1 TO W-UPD-COUNT.

       WRITE-PERIOD-ROW-E.
           EXIT.

      ******************************************************************
       PRINT-REJECT SECTION.
       PRINT-REJECT-B.
           ADD 1 TO W-REJ-COUNT.
           MOVE W-ROW-COUNT TO W-ROW-ED.
           MOVE SPACES TO W-LINE.
           STRING "  ROW " W-ROW-ED "  " W-REJECT "  "
                  BUDUPL-REC(1:70)
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BUDRPT-REC.
           WRITE BUDRPT-REC.

       PRINT-REJECT-E.
           EXIT.

      ******************************************************************
       PRINT-TOTALS SECTION.
       PRINT-TOTALS-B.
           IF W-REJ-COUNT = ZERO
             MOVE "  NONE" TO BUDRPT-REC
             WRITE BUDRPT-REC
           END-IF.

           MOVE SPACES TO BUDRPT-REC.
           WRITE BUDRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-ROW-COUNT TO W-CNT-ED.
           STRING "BUDGET ROWS READ . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BUDRPT-REC.
           WRITE BUDRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-LOAD-COUNT TO W-CNT-ED.
           STRING "BUDGET ROWS LOADED . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BUDRPT-REC.
           WRITE BUDRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-REJ-COUNT TO W-CNT-ED.
           STRING "BUDGET ROWS REJECTED . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BUDRPT-REC.
           WRITE BUDRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-ADD-COUNT TO W-CNT-ED.
           STRING "PERIOD ROWS ADDED  . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BUDRPT-REC.
           WRITE BUDRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-UPD-COUNT TO W-CNT-ED.
           STRING "PERIOD ROWS REPLACED . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO BUDRPT-REC.
           WRITE BUDRPT-REC.

       PRINT-TOTALS-E.
           EXIT.

      ******************************************************************
      * One row per load - the period rows carry who loaded them, the
      *   log says when and how much.
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
           MOVE SPACES TO W-ALG-KEY.
           STRING "BUDGET LOAD " W-TODAY
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           MOVE SPACES TO W-ALG-TEXT.
           MOVE W-LOAD-COUNT TO W-CNT-ED.
           MOVE W-REJ-COUNT  TO W-ROW-ED.
           STRING "BUDGET LOADED - ROWS" W-CNT-ED
                  " REJECTED" W-ROW-ED
                  " BY " L-INITS
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 3 TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-AUDIT-LOG-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-BUDUPL = 1
             CLOSE BUDUPL
             MOVE 0 TO O-BUDUPL
           END-IF.

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

           IF O-BUDRPT = 1
             CLOSE BUDRPT
             MOVE 0 TO O-BUDRPT
           END-IF.

           GOBACK.
