       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000137S.

      **************************************************************************
      *  Finance application. IPN26456                                         *
      *                                                                        *
      *  Maintenance screen for the ADRECTMPL0 recurring invoice               *
      *    templates - the rent, lease, service contract and standing          *
      *    charge invoices the ADA000138S generator posts through the          *
      *    ADA000115S load each period, instead of their being keyed           *
      *    into ADOS by hand every month.                                      *
      *                                                                        *
      *  Action A adds a template header (supplier, currency, entity,          *
      *    frequency, start/end period), C changes it, and L maintains         *
      *    its detail lines (GL account, tax code, department, analysis,       *
      *    net amount). Every field is checked against the same masters        *
      *    the load checks, so a template cannot be set up that the load       *
      *    would only throw into suspense. Suspending a template (status       *
      *    S) stops it generating without losing it. Every change goes         *
      *    to the shared audit log.                                            *
      *                                                                        *
      *  Author: D.Rowan 2026-10-10                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26462 2026/10/15 DR001 Initials checked through OPS000610C against *
      *                            the ADUSRAUTL0 user authority file          *
      *                            (RECURRING, maintain)                       *
      *  IPN26471 2026/10/15 DR001 Template line amount trimmed on the audit   *
      *                            row, so the log no longer cuts it off       *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Recurring invoice templates - header line 000 and detail lines
           SELECT TEMPLATE ASSIGN      TO DATABASE-ADRECTMPL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS RTM-Key
                         FILE STATUS   IS ST-TEMPLATE.

      * Supplier master - the template's supplier must be open on it
           SELECT SUPMAST  ASSIGN      TO DATABASE-ADSUPMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS SUPM-Key
                         FILE STATUS   IS ST-SUPMAST.

      * Currency master
           SELECT CURMAST  ASSIGN      TO DATABASE-ADCURMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS CURM-Currency-Code
                         FILE STATUS   IS ST-CURMAST.

      * Entity master
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

      * Chart of accounts - the detail lines' GL accounts
           SELECT GLMAST   ASSIGN      TO DATABASE-ADGLMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS GLM-Key
                         FILE STATUS   IS ST-GLMAST.

      * VAT rate master - the detail lines' tax codes
           SELECT TAXMAST  ASSIGN      TO DATABASE-ADTAXRATL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS TAX-Code
                         FILE STATUS   IS ST-TAXMAST.

       DATA DIVISION.
        FILE SECTION.
         FD TEMPLATE.
          01 TEMPLATE-REC.
             COPY ADRECTMPL0.

         FD SUPMAST.
          01 SUPMAST-REC.
             COPY ADSUPMSTL0.

         FD CURMAST.
          01 CURMAST-REC.
             COPY ADCURMSTL0.

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
        01  ST-TEMPLATE PIC X(2).
        01  ST-SUPMAST  PIC X(2).
        01  ST-CURMAST  PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  ST-GLMAST   PIC X(2).
        01  ST-TAXMAST  PIC X(2).
        01  O-TEMPLATE  PIC 9 VALUE ZERO.
        01  O-SUPMAST   PIC 9 VALUE ZERO.
        01  O-CURMAST   PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.
        01  O-GLMAST    PIC 9 VALUE ZERO.
        01  O-TAXMAST   PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.
        01 W-LINES-DONE     PIC 9 VALUE ZERO.
           88 W-LINES-END              VALUE 1.

        01 W-INITS          PIC X(3).
        01 W-TEMPLATE-ID    PIC X(8).
        01 W-ACTION         PIC X(01).
        01 W-STATUS-MSG     PIC X(40).
        01 W-TODAY          PIC 9(8).
        01 W-SUP-NAME       PIC X(30).

      * Header fields being keyed for the add/change
        01 W-SUP-LOC        PIC X(2).
        01 W-SUP-ACC        PIC X(6).
        01 W-SUP-NATURE     PIC X(1).
        01 W-CURRENCY       PIC X(3).
        01 W-ENTITY         PIC X(3).
        01 W-DESCRIPTION    PIC X(40).
        01 W-REFERENCE      PIC X(13).
        01 W-FREQUENCY      PIC X(1).
        01 W-START-PERIOD   PIC X(6).
        01 W-START-PER-N    REDEFINES W-START-PERIOD PIC 9(6).
        01 W-END-PERIOD     PIC X(6).
        01 W-END-PER-N      REDEFINES W-END-PERIOD PIC 9(6).
        01 W-TMP-STATUS     PIC X(1).
        01 W-PERIOD-MONTH   PIC 9(2).

      * Detail line fields being keyed
        01 W-LINE-NO        PIC X(3).
        01 W-LINE-NO-N      REDEFINES W-LINE-NO PIC 9(3).
        01 W-LINE-ACTION    PIC X(01).
        01 W-GL-LOC         PIC X(2).
        01 W-GL-ACC         PIC X(6).
        01 W-TAX-CODE       PIC X(2).
        01 W-DEPT           PIC X(4).
        01 W-ANAL           PIC X(5).
        01 W-AMOUNT         PIC 9(9)V99.
        01 W-AMOUNT-ED      PIC Z(8)9.99-.
        01 W-GL-DESC        PIC X(30).

      * Template summary shown on the line selection screen
        01 W-LINE-COUNT     PIC 9(3).
        01 W-LINE-TOTAL     PIC S9(11)V99 COMP-3.
        01 W-TOTAL-ED       PIC Z(10)9.99-.
        01 W-LAST-LINE      PIC 9(3).

        01 W-EOF            PIC 9.

        01 W-DETAIL-FLAG    PIC 9 VALUE ZERO.
           88 W-DETAIL-OK              VALUE 1.

        01 W-LOG-TEXT       PIC X(60).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "RECURRING".
        01 W-AUT-ROLE       PIC X(1)  VALUE "M".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000137S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "RECURRING INVOICE TEMPLATES".
           05 LINE 3  COLUMN 1  VALUE "YOUR INITIALS  . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  USING W-INITS.
           05 LINE 4  COLUMN 1  VALUE "TEMPLATE ID  . . . . . :".
           05 LINE 4  COLUMN 27 PIC X(8)  USING W-TEMPLATE-ID.
           05 LINE 5  COLUMN 1  VALUE "ACTION (A/C/L, X=EXIT) :".
           05 LINE 5  COLUMN 27 PIC X(01) USING W-ACTION.
           05 LINE 7  COLUMN 1
              VALUE "A=ADD TEMPLATE  C=CHANGE TEMPLATE  L=LINES".
           05 LINE 9  COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-HEADER.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "RECURRING INVOICE TEMPLATE".
           05 LINE 1  COLUMN 30 PIC X(8)  FROM W-TEMPLATE-ID.
           05 LINE 3  COLUMN 1  VALUE "SUPPLIER LOCATION  . . :".
           05 LINE 3  COLUMN 27 PIC X(2)  USING W-SUP-LOC.
           05 LINE 4  COLUMN 1  VALUE "SUPPLIER ACCOUNT . . . :".
           05 LINE 4  COLUMN 27 PIC X(6)  USING W-SUP-ACC.
           05 LINE 4  COLUMN 37 PIC X(30) FROM W-SUP-NAME.
           05 LINE 5  COLUMN 1  VALUE "SUPPLIER NATURE  . . . :".
           05 LINE 5  COLUMN 27 PIC X(1)  USING W-SUP-NATURE.
           05 LINE 6  COLUMN 1  VALUE "CURRENCY . . . . . . . :".
           05 LINE 6  COLUMN 27 PIC X(3)  USING W-CURRENCY.
           05 LINE 7  COLUMN 1  VALUE "ENTITY (BLANK = GBR) . :".
           05 LINE 7  COLUMN 27 PIC X(3)  USING W-ENTITY.
           05 LINE 8  COLUMN 1  VALUE "DESCRIPTION  . . . . . :".
           05 LINE 8  COLUMN 27 PIC X(40) USING W-DESCRIPTION.
           05 LINE 9  COLUMN 1  VALUE "INVOICE REFERENCE  . . :".
           05 LINE 9  COLUMN 27 PIC X(13) USING W-REFERENCE.
           05 LINE 9  COLUMN 41 VALUE "/YYYYMM ADDED EACH PERIOD".
           05 LINE 11 COLUMN 1  VALUE "FREQUENCY (M/Q/H/A)  . :".
           05 LINE 11 COLUMN 27 PIC X(1)  USING W-FREQUENCY.
           05 LINE 12 COLUMN 1  VALUE "START PERIOD (YYYYMM)  :".
           05 LINE 12 COLUMN 27 PIC X(6)  USING W-START-PERIOD.
           05 LINE 13 COLUMN 1  VALUE "END PERIOD (0 = OPEN)  :".
           05 LINE 13 COLUMN 27 PIC X(6)  USING W-END-PERIOD.
           05 LINE 14 COLUMN 1  VALUE "STATUS (A/S) . . . . . :".
           05 LINE 14 COLUMN 27 PIC X(1)  USING W-TMP-STATUS.
           05 LINE 16 COLUMN 1
              VALUE "M=MONTHLY Q=QUARTERLY H=HALF-YEARLY A=ANNUAL".
           05 LINE 17 COLUMN 1
              VALUE "A=ACTIVE S=SUSPENDED - BLANK SUPPLIER ABANDONS".
           05 LINE 19 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-LINE-SELECT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "TEMPLATE LINES".
           05 LINE 1  COLUMN 30 PIC X(8)  FROM W-TEMPLATE-ID.
           05 LINE 3  COLUMN 1  VALUE "SUPPLIER . . . . . . . :".
           05 LINE 3  COLUMN 27 PIC X(2)  FROM W-SUP-LOC.
           05 LINE 3  COLUMN 29 VALUE "/".
           05 LINE 3  COLUMN 30 PIC X(6)  FROM W-SUP-ACC.
           05 LINE 3  COLUMN 37 PIC X(30) FROM W-SUP-NAME.
           05 LINE 4  COLUMN 1  VALUE "DESCRIPTION  . . . . . :".
           05 LINE 4  COLUMN 27 PIC X(40) FROM W-DESCRIPTION.
           05 LINE 5  COLUMN 1  VALUE "LINES / INVOICE TOTAL  :".
           05 LINE 5  COLUMN 27 PIC 9(3)  FROM W-LINE-COUNT.
           05 LINE 5  COLUMN 32 PIC X(3)  FROM W-CURRENCY.
           05 LINE 5  COLUMN 36 PIC X(15) FROM W-TOTAL-ED.
           05 LINE 7  COLUMN 1  VALUE "LINE NUMBER  . . . . . :".
           05 LINE 7  COLUMN 27 PIC X(3)  USING W-LINE-NO.
           05 LINE 8  COLUMN 1  VALUE "ACTION (A/C/D, X=BACK) :".
           05 LINE 8  COLUMN 27 PIC X(01) USING W-LINE-ACTION.
           05 LINE 10 COLUMN 1
              VALUE "A=ADD  C=CHANGE  D=DELETE - BLANK LINE NO ADDS".
           05 LINE 12 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-LINE.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "TEMPLATE LINE".
           05 LINE 1  COLUMN 30 PIC X(8)  FROM W-TEMPLATE-ID.
           05 LINE 1  COLUMN 39 PIC X(3)  FROM W-LINE-NO.
           05 LINE 3  COLUMN 1  VALUE "GL ACCOUNT LOCATION  . :".
           05 LINE 3  COLUMN 27 PIC X(2)  USING W-GL-LOC.
           05 LINE 4  COLUMN 1  VALUE "GL ACCOUNT NUMBER  . . :".
           05 LINE 4  COLUMN 27 PIC X(6)  USING W-GL-ACC.
           05 LINE 4  COLUMN 37 PIC X(30) FROM W-GL-DESC.
           05 LINE 5  COLUMN 1  VALUE "TAX CODE . . . . . . . :".
           05 LINE 5  COLUMN 27 PIC X(2)  USING W-TAX-CODE.
           05 LINE 6  COLUMN 1  VALUE "DEPARTMENT . . . . . . :".
           05 LINE 6  COLUMN 27 PIC X(4)  USING W-DEPT.
           05 LINE 7  COLUMN 1  VALUE "ANALYSIS . . . . . . . :".
           05 LINE 7  COLUMN 27 PIC X(5)  USING W-ANAL.
           05 LINE 8  COLUMN 1  VALUE "NET AMOUNT . . . . . . :".
           05 LINE 8  COLUMN 27 PIC Z(8)9.99 USING W-AMOUNT.
           05 LINE 10 COLUMN 1
              VALUE "NET OF VAT - BLANK GL ACCOUNT ABANDONS".
           05 LINE 12 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-DELETE.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "DELETE TEMPLATE LINE".
           05 LINE 1  COLUMN 30 PIC X(8)  FROM W-TEMPLATE-ID.
           05 LINE 1  COLUMN 39 PIC X(3)  FROM W-LINE-NO.
           05 LINE 3  COLUMN 1  VALUE "GL ACCOUNT . . . . . . :".
           05 LINE 3  COLUMN 27 PIC X(2)  FROM W-GL-LOC.
           05 LINE 3  COLUMN 30 PIC X(6)  FROM W-GL-ACC.
           05 LINE 3  COLUMN 37 PIC X(30) FROM W-GL-DESC.
           05 LINE 4  COLUMN 1  VALUE "DEPT / ANALYSIS  . . . :".
           05 LINE 4  COLUMN 27 PIC X(4)  FROM W-DEPT.
           05 LINE 4  COLUMN 32 PIC X(5)  FROM W-ANAL.
           05 LINE 5  COLUMN 1  VALUE "NET AMOUNT . . . . . . :".
           05 LINE 5  COLUMN 27 PIC X(13) FROM W-AMOUNT-ED.
           05 LINE 7  COLUMN 1  VALUE "DELETE (Y/N) . . . . . :".
           05 LINE 7  COLUMN 27 PIC X(01) USING W-ACTION.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           OPEN I-O TEMPLATE.
           IF ST-TEMPLATE NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-TEMPLATE.

           OPEN INPUT SUPMAST.
           IF ST-SUPMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-SUPMAST.

           OPEN INPUT CURMAST.
           IF ST-CURMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-CURMAST.

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
                   PERFORM ADD-TEMPLATE
                 WHEN "C"
                   PERFORM CHANGE-TEMPLATE
                 WHEN "L"
                   PERFORM MAINTAIN-LINES
      * Blank means GET-SELECTION already refused the request and set
      *   its own message - don't overwrite it
                 WHEN SPACE
                   CONTINUE
                 WHEN OTHER
                   MOVE "ACTION MUST BE A, C, L OR X" TO W-STATUS-MSG
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
           MOVE FUNCTION UPPER-CASE(W-ACTION)      TO W-ACTION.
           MOVE FUNCTION UPPER-CASE(W-INITS)       TO W-INITS.
           MOVE FUNCTION UPPER-CASE(W-TEMPLATE-ID) TO W-TEMPLATE-ID.
           IF W-ACTION = "X"
             SET W-EXIT TO TRUE
             GO TO GET-SELECTION-E
           END-IF.
           IF W-TEMPLATE-ID = SPACES
             MOVE "TEMPLATE ID REQUIRED" TO W-STATUS-MSG
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
      * Every template change needs the operator's initials to hold
      *   RECURRING at maintain on the ADUSRAUTL0 user authority file.
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
      * A new template starts active, monthly, from the current period
      *   and open-ended - it generates nothing until it has lines.
       ADD-TEMPLATE SECTION.
       ADD-TEMPLATE-B.
           MOVE W-TEMPLATE-ID TO RTM-Template-Id.
           MOVE ZERO          TO RTM-Line-No.
           READ TEMPLATE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "TEMPLATE ALREADY EXISTS" TO W-STATUS-MSG
               GO TO ADD-TEMPLATE-E
           END-READ.

           MOVE SPACES TO W-SUP-LOC W-SUP-ACC W-CURRENCY W-ENTITY
                          W-DESCRIPTION W-REFERENCE W-SUP-NAME.
           MOVE "1"            TO W-SUP-NATURE.
           MOVE "M"            TO W-FREQUENCY.
           MOVE W-TODAY(1:6)   TO W-START-PERIOD.
           MOVE "000000"       TO W-END-PERIOD.
           MOVE "A"            TO W-TMP-STATUS.
           PERFORM GET-HEADER.
           IF NOT W-DETAIL-OK
             GO TO ADD-TEMPLATE-E
           END-IF.

           MOVE SPACES        TO TEMPLATE-REC.
           MOVE W-TEMPLATE-ID TO RTM-Template-Id.
           MOVE ZERO          TO RTM-Line-No.
           PERFORM MOVE-HEADER-TO-RECORD.
           WRITE TEMPLATE-REC
             INVALID KEY
               MOVE "WRITE FAILED - DUPLICATE KEY" TO W-STATUS-MSG
               GO TO ADD-TEMPLATE-E
           END-WRITE.

           MOVE "RECURRING TEMPLATE ADDED" TO W-LOG-TEXT.
           MOVE ZERO TO W-LINE-NO-N.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "TEMPLATE ADDED - NOW ADD ITS LINES (L)"
             TO W-STATUS-MSG.

       ADD-TEMPLATE-E.
           EXIT.

      ******************************************************************
      * What the header said before the change goes to the audit log -
      *   supplier, amount-bearing periods and status are the fields
      *   that change what gets posted.
       CHANGE-TEMPLATE SECTION.
       CHANGE-TEMPLATE-B.
           PERFORM READ-TEMPLATE-HEADER.
           IF W-STATUS-MSG NOT = SPACES
             GO TO CHANGE-TEMPLATE-E
           END-IF.

           PERFORM GET-HEADER.
           IF NOT W-DETAIL-OK
             GO TO CHANGE-TEMPLATE-E
           END-IF.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "TEMPLATE CHANGED - WAS "  DELIMITED BY SIZE
                  RTM-Supplier-Loc           DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  RTM-Supplier-Acc           DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  RTM-Frequency              DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  RTM-Start-Period           DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  RTM-End-Period             DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  RTM-Status                 DELIMITED BY SIZE
             INTO W-LOG-TEXT
           END-STRING.

           PERFORM MOVE-HEADER-TO-RECORD.
           REWRITE TEMPLATE-REC.

           MOVE ZERO TO W-LINE-NO-N.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "TEMPLATE CHANGED" TO W-STATUS-MSG.

       CHANGE-TEMPLATE-E.
           EXIT.

      ******************************************************************
      * Header read for change and line maintenance - leaves a message
      *   in W-STATUS-MSG if there is no such template.
       READ-TEMPLATE-HEADER SECTION.
       READ-TEMPLATE-HEADER-B.
           MOVE W-TEMPLATE-ID TO RTM-Template-Id.
           MOVE ZERO          TO RTM-Line-No.
           READ TEMPLATE
             INVALID KEY
               MOVE "TEMPLATE NOT FOUND" TO W-STATUS-MSG
               GO TO READ-TEMPLATE-HEADER-E
           END-READ.

           MOVE RTM-Supplier-Loc    TO W-SUP-LOC.
           MOVE RTM-Supplier-Acc    TO W-SUP-ACC.
           MOVE RTM-Supplier-Nature TO W-SUP-NATURE.
           MOVE RTM-Currency-Code   TO W-CURRENCY.
           MOVE RTM-Entity-Code     TO W-ENTITY.
           MOVE RTM-Description     TO W-DESCRIPTION.
           MOVE RTM-Reference       TO W-REFERENCE.
           MOVE RTM-Frequency       TO W-FREQUENCY.
           MOVE RTM-Start-Period    TO W-START-PER-N.
           MOVE RTM-End-Period      TO W-END-PER-N.
           MOVE RTM-Status          TO W-TMP-STATUS.

           MOVE W-SUP-LOC TO SUPM-Supplier-Loc.
           MOVE W-SUP-ACC TO SUPM-Supplier-Acc.
           READ SUPMAST
             INVALID KEY
               MOVE "** NOT ON SUPPLIER MASTER **" TO W-SUP-NAME
             NOT INVALID KEY
               MOVE SUPM-Supplier-Name TO W-SUP-NAME
           END-READ.

       READ-TEMPLATE-HEADER-E.
           EXIT.

      ******************************************************************
       MOVE-HEADER-TO-RECORD SECTION.
       MOVE-HEADER-TO-RECORD-B.
           MOVE W-SUP-LOC      TO RTM-Supplier-Loc.
           MOVE W-SUP-ACC      TO RTM-Supplier-Acc.
           MOVE W-SUP-NATURE   TO RTM-Supplier-Nature.
           MOVE W-CURRENCY     TO RTM-Currency-Code.
           MOVE W-ENTITY       TO RTM-Entity-Code.
           MOVE W-DESCRIPTION  TO RTM-Description.
           MOVE W-REFERENCE    TO RTM-Reference.
           MOVE W-FREQUENCY    TO RTM-Frequency.
           MOVE W-START-PER-N  TO RTM-Start-Period.
           MOVE W-END-PER-N    TO RTM-End-Period.
           MOVE W-TMP-STATUS   TO RTM-Status.
           MOVE W-INITS        TO RTM-Amend-Inits.
           MOVE W-TODAY        TO RTM-Amend-Date.

       MOVE-HEADER-TO-RECORD-E.
           EXIT.

      ******************************************************************
      * Header screen, re-shown until the header checks out. A blank
      *   supplier location abandons the add/change.
       GET-HEADER SECTION.
       GET-HEADER-B.
           MOVE 0 TO W-DETAIL-FLAG.
           PERFORM UNTIL W-DETAIL-OK
             DISPLAY SCR-HEADER
             ACCEPT SCR-HEADER
             IF W-SUP-LOC = SPACES
               MOVE "ABANDONED - NOTHING CHANGED" TO W-STATUS-MSG
               GO TO GET-HEADER-E
             END-IF
             PERFORM CHECK-HEADER
           END-PERFORM.
           MOVE SPACES TO W-STATUS-MSG.

       GET-HEADER-E.
           EXIT.

      ******************************************************************
      * The same checks the load makes on an ADOS header row, so the
      *   generated invoice does not land in suspense on the night.
      *   The supplier reference is optional - the template id stands
      *   in for it when blank.
       CHECK-HEADER SECTION.
       CHECK-HEADER-B.
           MOVE FUNCTION UPPER-CASE(W-CURRENCY)    TO W-CURRENCY.
           MOVE FUNCTION UPPER-CASE(W-ENTITY)      TO W-ENTITY.
           MOVE FUNCTION UPPER-CASE(W-FREQUENCY)   TO W-FREQUENCY.
           MOVE FUNCTION UPPER-CASE(W-TMP-STATUS)  TO W-TMP-STATUS.
           MOVE FUNCTION UPPER-CASE(W-REFERENCE)   TO W-REFERENCE.
      * The generator quotes the description on the load row - a
      *   double quote inside it would end the field early
           INSPECT W-DESCRIPTION REPLACING ALL '"' BY "'".
           INSPECT W-REFERENCE   REPLACING ALL '"' BY "'".

           MOVE W-SUP-LOC TO SUPM-Supplier-Loc.
           MOVE W-SUP-ACC TO SUPM-Supplier-Acc.
           READ SUPMAST
             INVALID KEY
               MOVE SPACES TO W-SUP-NAME
               MOVE "SUPPLIER NOT ON SUPPLIER MASTER" TO W-STATUS-MSG
               GO TO CHECK-HEADER-E
           END-READ.
           MOVE SUPM-Supplier-Name TO W-SUP-NAME.
           IF SUPM-Closed
             MOVE "SUPPLIER IS CLOSED" TO W-STATUS-MSG
             GO TO CHECK-HEADER-E
           END-IF.

           IF W-SUP-NATURE NOT NUMERIC
             MOVE "SUPPLIER NATURE MUST BE A DIGIT" TO W-STATUS-MSG
             GO TO CHECK-HEADER-E
           END-IF.

           MOVE W-CURRENCY TO CURM-Currency-Code.
           READ CURMAST
             INVALID KEY
               MOVE "CURRENCY NOT ON CURRENCY MASTER" TO W-STATUS-MSG
               GO TO CHECK-HEADER-E
           END-READ.
           IF CURM-Inactive
             MOVE "CURRENCY IS INACTIVE" TO W-STATUS-MSG
             GO TO CHECK-HEADER-E
           END-IF.

           IF W-ENTITY = SPACES
             MOVE "GBR" TO W-ENTITY
           END-IF.
           MOVE W-ENTITY TO ENT-Entity-Code.
           READ ENTMAST
             INVALID KEY
               MOVE "ENTITY NOT ON ENTITY MASTER" TO W-STATUS-MSG
               GO TO CHECK-HEADER-E
           END-READ.
           IF ENT-Closed
             MOVE "ENTITY IS CLOSED" TO W-STATUS-MSG
             GO TO CHECK-HEADER-E
           END-IF.

           IF W-DESCRIPTION = SPACES
             MOVE "DESCRIPTION REQUIRED" TO W-STATUS-MSG
             GO TO CHECK-HEADER-E
           END-IF.

           IF  W-FREQUENCY NOT = "M" AND W-FREQUENCY NOT = "Q"
           AND W-FREQUENCY NOT = "H" AND W-FREQUENCY NOT = "A"
             MOVE "FREQUENCY MUST BE M, Q, H OR A" TO W-STATUS-MSG
             GO TO CHECK-HEADER-E
           END-IF.

           IF W-START-PERIOD NOT NUMERIC
             MOVE "START PERIOD MUST BE YYYYMM" TO W-STATUS-MSG
             GO TO CHECK-HEADER-E
           END-IF.
           MOVE W-START-PERIOD(5:2) TO W-PERIOD-MONTH.
           IF W-PERIOD-MONTH < 1 OR W-PERIOD-MONTH > 12
             MOVE "START PERIOD MUST BE YYYYMM" TO W-STATUS-MSG
             GO TO CHECK-HEADER-E
           END-IF.

           IF W-END-PERIOD = SPACES
             MOVE "000000" TO W-END-PERIOD
           END-IF.
           IF W-END-PERIOD NOT NUMERIC
             MOVE "END PERIOD MUST BE YYYYMM OR 0" TO W-STATUS-MSG
             GO TO CHECK-HEADER-E
           END-IF.
           IF W-END-PER-N NOT = ZERO
             MOVE W-END-PERIOD(5:2) TO W-PERIOD-MONTH
             IF W-PERIOD-MONTH < 1 OR W-PERIOD-MONTH > 12
               MOVE "END PERIOD MUST BE YYYYMM OR 0" TO W-STATUS-MSG
               GO TO CHECK-HEADER-E
             END-IF
             IF W-END-PER-N < W-START-PER-N
               MOVE "END PERIOD IS BEFORE START PERIOD"
                 TO W-STATUS-MSG
               GO TO CHECK-HEADER-E
             END-IF
           END-IF.

           IF W-TMP-STATUS NOT = "A" AND W-TMP-STATUS NOT = "S"
             MOVE "STATUS MUST BE A OR S" TO W-STATUS-MSG
             GO TO CHECK-HEADER-E
           END-IF.

           SET W-DETAIL-OK TO TRUE.

       CHECK-HEADER-E.
           EXIT.

      ******************************************************************
      * Line maintenance for one template, until the user keys X.
       MAINTAIN-LINES SECTION.
       MAINTAIN-LINES-B.
           PERFORM READ-TEMPLATE-HEADER.
           IF W-STATUS-MSG NOT = SPACES
             GO TO MAINTAIN-LINES-E
           END-IF.

           MOVE 0 TO W-LINES-DONE.
           PERFORM UNTIL W-LINES-END
             PERFORM TOTAL-LINES
             MOVE SPACES TO W-LINE-NO
             MOVE SPACE  TO W-LINE-ACTION
             DISPLAY SCR-LINE-SELECT
             ACCEPT SCR-LINE-SELECT
             MOVE SPACES TO W-STATUS-MSG
             MOVE FUNCTION UPPER-CASE(W-LINE-ACTION) TO W-LINE-ACTION
             EVALUATE W-LINE-ACTION
               WHEN "X"
                 SET W-LINES-END TO TRUE
               WHEN "A"
                 PERFORM ADD-LINE
               WHEN "C"
                 PERFORM CHANGE-LINE
               WHEN "D"
                 PERFORM DELETE-LINE
               WHEN OTHER
                 MOVE "ACTION MUST BE A, C, D OR X" TO W-STATUS-MSG
             END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO W-STATUS-MSG.

       MAINTAIN-LINES-E.
           EXIT.

      ******************************************************************
      * Line count, invoice total and the highest line number in use -
      *   the total is what the generated invoice's header will carry.
       TOTAL-LINES SECTION.
       TOTAL-LINES-B.
           MOVE ZERO TO W-LINE-COUNT W-LINE-TOTAL W-LAST-LINE.
           MOVE W-TEMPLATE-ID TO RTM-Template-Id.
           MOVE 1             TO RTM-Line-No.
           MOVE 0 TO W-EOF.
           START TEMPLATE KEY NOT < RTM-Key
             INVALID KEY
               MOVE 1 TO W-EOF
           END-START.

           PERFORM UNTIL W-EOF = 1
             READ TEMPLATE NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF RTM-Template-Id NOT = W-TEMPLATE-ID
                   MOVE 1 TO W-EOF
                 ELSE
                   ADD 1            TO W-LINE-COUNT
                   ADD RTL-Amount   TO W-LINE-TOTAL
                   MOVE RTM-Line-No TO W-LAST-LINE
                 END-IF
             END-READ
           END-PERFORM.
           MOVE W-LINE-TOTAL TO W-TOTAL-ED.

       TOTAL-LINES-E.
           EXIT.

      ******************************************************************
      * A blank line number takes the next one after the last in use.
       ADD-LINE SECTION.
       ADD-LINE-B.
           IF W-LINE-NO = SPACES
             IF W-LAST-LINE = 999
               MOVE "NO LINE NUMBERS LEFT" TO W-STATUS-MSG
               GO TO ADD-LINE-E
             END-IF
             COMPUTE W-LINE-NO-N = W-LAST-LINE + 1
           END-IF.
           PERFORM CHECK-LINE-NO.
           IF W-STATUS-MSG NOT = SPACES
             GO TO ADD-LINE-E
           END-IF.

           MOVE W-TEMPLATE-ID TO RTM-Template-Id.
           MOVE W-LINE-NO-N   TO RTM-Line-No.
           READ TEMPLATE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "LINE ALREADY EXISTS" TO W-STATUS-MSG
               GO TO ADD-LINE-E
           END-READ.

           MOVE SPACES TO W-GL-LOC W-GL-ACC W-TAX-CODE W-DEPT W-ANAL
                          W-GL-DESC.
           MOVE ZERO   TO W-AMOUNT.
           PERFORM GET-LINE.
           IF NOT W-DETAIL-OK
             GO TO ADD-LINE-E
           END-IF.

           MOVE SPACES        TO TEMPLATE-REC.
           MOVE W-TEMPLATE-ID TO RTM-Template-Id.
           MOVE W-LINE-NO-N   TO RTM-Line-No.
           PERFORM MOVE-LINE-TO-RECORD.
           WRITE TEMPLATE-REC
             INVALID KEY
               MOVE "WRITE FAILED - DUPLICATE KEY" TO W-STATUS-MSG
               GO TO ADD-LINE-E
           END-WRITE.

           MOVE W-AMOUNT TO W-AMOUNT-ED.
           MOVE SPACES TO W-LOG-TEXT.
           STRING "TEMPLATE LINE ADDED "  DELIMITED BY SIZE
                  W-GL-LOC "/" W-GL-ACC   DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM(W-AMOUNT-ED)
                                          DELIMITED BY SIZE
             INTO W-LOG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "LINE ADDED" TO W-STATUS-MSG.

       ADD-LINE-E.
           EXIT.

      ******************************************************************
       CHANGE-LINE SECTION.
       CHANGE-LINE-B.
           PERFORM CHECK-LINE-NO.
           IF W-STATUS-MSG NOT = SPACES
             GO TO CHANGE-LINE-E
           END-IF.
           PERFORM READ-LINE.
           IF W-STATUS-MSG NOT = SPACES
             GO TO CHANGE-LINE-E
           END-IF.

           MOVE W-AMOUNT TO W-AMOUNT-ED.
           MOVE SPACES TO W-LOG-TEXT.
           STRING "TEMPLATE LINE CHANGED - WAS " DELIMITED BY SIZE
                  RTL-Account-Loc "/" RTL-Account-No
                                                 DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  FUNCTION TRIM(W-AMOUNT-ED)     DELIMITED BY SIZE
             INTO W-LOG-TEXT
           END-STRING.

           PERFORM GET-LINE.
           IF NOT W-DETAIL-OK
             GO TO CHANGE-LINE-E
           END-IF.

           PERFORM MOVE-LINE-TO-RECORD.
           REWRITE TEMPLATE-REC.

           PERFORM WRITE-AUDIT-LOG.
           MOVE "LINE CHANGED" TO W-STATUS-MSG.

       CHANGE-LINE-E.
           EXIT.

      ******************************************************************
       DELETE-LINE SECTION.
       DELETE-LINE-B.
           PERFORM CHECK-LINE-NO.
           IF W-STATUS-MSG NOT = SPACES
             GO TO DELETE-LINE-E
           END-IF.
           PERFORM READ-LINE.
           IF W-STATUS-MSG NOT = SPACES
             GO TO DELETE-LINE-E
           END-IF.

           MOVE W-AMOUNT TO W-AMOUNT-ED.
           MOVE "N" TO W-ACTION.
           DISPLAY SCR-DELETE.
           ACCEPT SCR-DELETE.
           MOVE FUNCTION UPPER-CASE(W-ACTION) TO W-ACTION.
           IF W-ACTION NOT = "Y"
             MOVE "NOT DELETED" TO W-STATUS-MSG
             GO TO DELETE-LINE-E
           END-IF.

           DELETE TEMPLATE RECORD
             INVALID KEY
               MOVE "DELETE FAILED" TO W-STATUS-MSG
               GO TO DELETE-LINE-E
           END-DELETE.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "TEMPLATE LINE DELETED - WAS " DELIMITED BY SIZE
                  W-GL-LOC "/" W-GL-ACC          DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  FUNCTION TRIM(W-AMOUNT-ED)     DELIMITED BY SIZE
             INTO W-LOG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "LINE DELETED" TO W-STATUS-MSG.

       DELETE-LINE-E.
           EXIT.

      ******************************************************************
      * Line numbers are 001-999 - 000 is the header.
       CHECK-LINE-NO SECTION.
       CHECK-LINE-NO-B.
           IF W-LINE-NO = SPACES
             MOVE "LINE NUMBER REQUIRED" TO W-STATUS-MSG
             GO TO CHECK-LINE-NO-E
           END-IF.
           INSPECT W-LINE-NO REPLACING LEADING SPACES BY ZERO.
           IF W-LINE-NO(3:1) = SPACE
             MOVE W-LINE-NO(1:2) TO W-LINE-NO(2:2)
             MOVE "0"            TO W-LINE-NO(1:1)
           END-IF.
           IF W-LINE-NO(3:1) = SPACE
             MOVE W-LINE-NO(1:2) TO W-LINE-NO(2:2)
             MOVE "0"            TO W-LINE-NO(1:1)
           END-IF.
           IF W-LINE-NO NOT NUMERIC OR W-LINE-NO-N = ZERO
             MOVE "LINE NUMBER MUST BE 1 TO 999" TO W-STATUS-MSG
           END-IF.

       CHECK-LINE-NO-E.
           EXIT.

      ******************************************************************
       READ-LINE SECTION.
       READ-LINE-B.
           MOVE W-TEMPLATE-ID TO RTM-Template-Id.
           MOVE W-LINE-NO-N   TO RTM-Line-No.
           READ TEMPLATE
             INVALID KEY
               MOVE "LINE NOT FOUND" TO W-STATUS-MSG
               GO TO READ-LINE-E
           END-READ.

           MOVE RTL-Account-Loc TO W-GL-LOC.
           MOVE RTL-Account-No  TO W-GL-ACC.
           MOVE RTL-Tax-Code    TO W-TAX-CODE.
           MOVE RTL-Dept        TO W-DEPT.
           MOVE RTL-Anal        TO W-ANAL.
           MOVE RTL-Amount      TO W-AMOUNT.

           MOVE W-GL-LOC TO GLM-Account-Loc.
           MOVE W-GL-ACC TO GLM-Account-No.
           READ GLMAST
             INVALID KEY
               MOVE "** NOT ON CHART OF ACCOUNTS **" TO W-GL-DESC
             NOT INVALID KEY
               MOVE GLM-Account-Desc TO W-GL-DESC
           END-READ.

       READ-LINE-E.
           EXIT.

      ******************************************************************
       MOVE-LINE-TO-RECORD SECTION.
       MOVE-LINE-TO-RECORD-B.
           MOVE SPACES         TO RTL-Line-Data.
           MOVE W-GL-LOC       TO RTL-Account-Loc.
           MOVE W-GL-ACC       TO RTL-Account-No.
           MOVE W-TAX-CODE     TO RTL-Tax-Code.
           MOVE W-DEPT         TO RTL-Dept.
           MOVE W-ANAL         TO RTL-Anal.
           MOVE W-AMOUNT       TO RTL-Amount.
           MOVE W-INITS        TO RTM-Amend-Inits.
           MOVE W-TODAY        TO RTM-Amend-Date.

       MOVE-LINE-TO-RECORD-E.
           EXIT.

      ******************************************************************
      * Line screen, re-shown until the line checks out. A blank GL
      *   account location abandons the add/change.
       GET-LINE SECTION.
       GET-LINE-B.
           MOVE 0 TO W-DETAIL-FLAG.
           PERFORM UNTIL W-DETAIL-OK
             DISPLAY SCR-LINE
             ACCEPT SCR-LINE
             IF W-GL-LOC = SPACES
               MOVE "ABANDONED - NOTHING CHANGED" TO W-STATUS-MSG
               GO TO GET-LINE-E
             END-IF
             PERFORM CHECK-LINE
           END-PERFORM.
           MOVE SPACES TO W-STATUS-MSG.

       GET-LINE-E.
           EXIT.

      ******************************************************************
      * The load's detail-row checks: open GL account, tax code on the
      *   rate master, numeric department and analysis. The amount is
      *   net and must be positive - the header the generator builds
      *   carries the sum of the lines, and the load ties the two.
       CHECK-LINE SECTION.
       CHECK-LINE-B.
           MOVE W-GL-LOC TO GLM-Account-Loc.
           MOVE W-GL-ACC TO GLM-Account-No.
           READ GLMAST
             INVALID KEY
               MOVE SPACES TO W-GL-DESC
               MOVE "GL ACCOUNT NOT ON CHART OF ACCOUNTS"
                 TO W-STATUS-MSG
               GO TO CHECK-LINE-E
           END-READ.
           MOVE GLM-Account-Desc TO W-GL-DESC.
           IF GLM-Closed
             MOVE "GL ACCOUNT IS CLOSED" TO W-STATUS-MSG
             GO TO CHECK-LINE-E
           END-IF.

           MOVE W-TAX-CODE TO TAX-Code.
           READ TAXMAST
             INVALID KEY
               MOVE "TAX CODE NOT ON VAT RATE MASTER" TO W-STATUS-MSG
               GO TO CHECK-LINE-E
           END-READ.

           IF W-DEPT NOT NUMERIC
             MOVE "DEPARTMENT MUST BE 4 DIGITS" TO W-STATUS-MSG
             GO TO CHECK-LINE-E
           END-IF.
           IF W-ANAL NOT NUMERIC
             MOVE "ANALYSIS MUST BE 5 DIGITS" TO W-STATUS-MSG
             GO TO CHECK-LINE-E
           END-IF.

           IF W-AMOUNT NOT > ZERO
             MOVE "AMOUNT MUST BE MORE THAN ZERO" TO W-STATUS-MSG
             GO TO CHECK-LINE-E
           END-IF.

           SET W-DETAIL-OK TO TRUE.

       CHECK-LINE-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
           MOVE SPACES              TO W-ALG-KEY.
           STRING W-TEMPLATE-ID "/" W-LINE-NO-N
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
           IF O-TEMPLATE = 1
             CLOSE TEMPLATE
             MOVE 0 TO O-TEMPLATE
           END-IF.

           IF O-SUPMAST = 1
             CLOSE SUPMAST
             MOVE 0 TO O-SUPMAST
           END-IF.

           IF O-CURMAST = 1
             CLOSE CURMAST
             MOVE 0 TO O-CURMAST
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
