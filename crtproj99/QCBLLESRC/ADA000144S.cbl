       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000144S.

      **************************************************************************
      *  Finance application. IPN26464                                         *
      *                                                                        *
      *  Maintenance screen for the Construction Industry Scheme - the         *
      *    CIS status, UTR and verification number of a subcontractor          *
      *    on the ADSUPMSTL0 supplier master (action C), and the               *
      *    ADCISLABL0 list of analysis codes whose invoice lines are           *
      *    labour (actions A and R). The ADA000122S proposal run takes         *
      *    the deduction from both, so every change goes to the shared         *
      *    audit log with what it replaced.                                    *
      *                                                                        *
      *  A subcontractor needs a 10-digit UTR. Gross and net status            *
      *    also need the verification number HMRC gave - a V and ten           *
      *    digits, with any suffix letters HMRC added; an unverified           *
      *    subcontractor may have none yet. Blank status takes the             *
      *    supplier out of the scheme and clears both references.              *
      *                                                                        *
      *  Author: D.Rowan 2026-10-15                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26471 2026/10/15 DR001 A failed rewrite is reported and the change *
      *                            is not logged as made                       *
      *  IPN26471 2026/10/15 DR001 Blank CIS values logged as NONE, so taking  *
      *                            a supplier out of the scheme keeps what it  *
      *                            replaced on the audit row                   *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Supplier master - the CIS fields are kept here
           SELECT SUPMAST  ASSIGN      TO DATABASE-ADSUPMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS SUPM-Key
                         FILE STATUS   IS ST-SUPMAST.

      * CIS labour analysis codes - same file the proposal run reads
           SELECT CISLAB   ASSIGN      TO DATABASE-ADCISLABL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS CLB-Anal-Code
                         FILE STATUS   IS ST-CISLAB.

       DATA DIVISION.
        FILE SECTION.
         FD SUPMAST.
          01 SUPMAST-REC.
             COPY ADSUPMSTL0.

         FD CISLAB.
          01 CISLAB-REC.
             COPY ADCISLABL0.

       WORKING-STORAGE SECTION.
        01  ST-SUPMAST  PIC X(2).
        01  ST-CISLAB   PIC X(2).
        01  O-SUPMAST   PIC 9 VALUE ZERO.
        01  O-CISLAB    PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.

        01 W-INITS          PIC X(3).
        01 W-KEY-LOC        PIC X(2).
        01 W-KEY-ACC        PIC X(6).
        01 W-KEY-ANAL       PIC X(5).
        01 W-ACTION         PIC X(01).
        01 W-STATUS-MSG     PIC X(40).
        01 W-TODAY          PIC 9(8).
        01 W-SUP-NAME       PIC X(30).

      * CIS fields being keyed, and the ones they replace
        01 W-CIS-STATUS     PIC X(01).
        01 W-CIS-UTR        PIC X(10).
        01 W-CIS-VERIFY     PIC X(13).
        01 W-OLD-STATUS     PIC X(01).
        01 W-OLD-UTR        PIC X(10).
        01 W-OLD-VERIFY     PIC X(13).
        01 W-LAB-DESC       PIC X(30).

        01 W-DETAIL-FLAG    PIC 9 VALUE ZERO.
           88 W-DETAIL-OK              VALUE 1.
        01 W-ABANDON-FLAG   PIC 9 VALUE ZERO.
           88 W-ABANDONED              VALUE 1.

        01 W-LOG-TEXT       PIC X(60).

      * The values as logged - a blank one as NONE, since the log
      *   text is cut at the first run of spaces
        01 W-LOG-NEW        PIC X(13).
        01 W-LOG-OLD        PIC X(13).
        01 W-LOG-NEW-UTR    PIC X(10).
        01 W-LOG-OLD-UTR    PIC X(10).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "CIS".
        01 W-AUT-ROLE       PIC X(1)  VALUE "M".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000144S".
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
              VALUE "CIS SUBCONTRACTORS AND LABOUR CODES".
           05 LINE 3  COLUMN 1  VALUE "YOUR INITIALS  . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  USING W-INITS.
           05 LINE 4  COLUMN 1  VALUE "SUPPLIER LOCATION  . . :".
           05 LINE 4  COLUMN 27 PIC X(2)  USING W-KEY-LOC.
           05 LINE 5  COLUMN 1  VALUE "SUPPLIER ACCOUNT . . . :".
           05 LINE 5  COLUMN 27 PIC X(6)  USING W-KEY-ACC.
           05 LINE 6  COLUMN 1  VALUE "LABOUR ANALYSIS CODE . :".
           05 LINE 6  COLUMN 27 PIC X(5)  USING W-KEY-ANAL.
           05 LINE 7  COLUMN 1  VALUE "ACTION (C/A/R, X=EXIT) :".
           05 LINE 7  COLUMN 27 PIC X(01) USING W-ACTION.
           05 LINE 9  COLUMN 1
              VALUE "C=SUPPLIER CIS DETAILS (LOCATION AND ACCOUNT)".
           05 LINE 10 COLUMN 1
              VALUE "A=ADD  R=REMOVE A LABOUR ANALYSIS CODE".
           05 LINE 12 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "CIS SUBCONTRACTOR DETAILS".
           05 LINE 3  COLUMN 1  VALUE "SUPPLIER . . . . . . . :".
           05 LINE 3  COLUMN 27 PIC X(2)  FROM W-KEY-LOC.
           05 LINE 3  COLUMN 29 VALUE "/".
           05 LINE 3  COLUMN 30 PIC X(6)  FROM W-KEY-ACC.
           05 LINE 3  COLUMN 37 PIC X(30) FROM W-SUP-NAME.
           05 LINE 5  COLUMN 1  VALUE "CIS STATUS . . . . . . :".
           05 LINE 5  COLUMN 27 PIC X(01) USING W-CIS-STATUS.
           05 LINE 5  COLUMN 32
              VALUE "G=GROSS N=NET U=UNVERIFIED BLANK=NOT CIS".
           05 LINE 6  COLUMN 1  VALUE "UTR  . . . . . . . . . :".
           05 LINE 6  COLUMN 27 PIC X(10) USING W-CIS-UTR.
           05 LINE 7  COLUMN 1  VALUE "VERIFICATION NUMBER  . :".
           05 LINE 7  COLUMN 27 PIC X(13) USING W-CIS-VERIFY.
           05 LINE 9  COLUMN 1
              VALUE "KEY * AS THE STATUS TO LEAVE WITHOUT CHANGING".
           05 LINE 11 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-LABOUR.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "ADD CIS LABOUR ANALYSIS CODE".
           05 LINE 3  COLUMN 1  VALUE "ANALYSIS CODE  . . . . :".
           05 LINE 3  COLUMN 27 PIC X(5)  FROM W-KEY-ANAL.
           05 LINE 4  COLUMN 1  VALUE "DESCRIPTION  . . . . . :".
           05 LINE 4  COLUMN 27 PIC X(30) USING W-LAB-DESC.
           05 LINE 6  COLUMN 1
              VALUE "LINES ON THIS CODE ARE LABOUR FOR CIS DEDUCTION".
           05 LINE 7  COLUMN 1
              VALUE "BLANK DESCRIPTION LEAVES WITHOUT ADDING".
           05 LINE 9  COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           OPEN I-O SUPMAST.
           IF ST-SUPMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-SUPMAST.

           OPEN I-O CISLAB.
           IF ST-CISLAB NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-CISLAB.

           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT
               EVALUATE W-ACTION
                 WHEN "C"
                   PERFORM CHANGE-CIS-DETAILS
                 WHEN "A"
                   PERFORM ADD-LABOUR-CODE
                 WHEN "R"
                   PERFORM REMOVE-LABOUR-CODE
      * Blank means GET-SELECTION already refused the request and set
      *   its own message - don't overwrite it
                 WHEN SPACE
                   CONTINUE
                 WHEN OTHER
                   MOVE "ACTION MUST BE C, A, R OR X" TO W-STATUS-MSG
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
           MOVE FUNCTION UPPER-CASE(W-KEY-ANAL) TO W-KEY-ANAL.
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
           IF W-ACTION = "A" OR W-ACTION = "R"
             IF W-KEY-ANAL = SPACES
               MOVE "LABOUR ANALYSIS CODE REQUIRED" TO W-STATUS-MSG
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
      * Every action here needs CIS at maintain on the ADUSRAUTL0 user
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
      * A closed supplier can still be taken out of the scheme, but not
      *   put into it - nothing more will be paid to it.
       CHANGE-CIS-DETAILS SECTION.
       CHANGE-CIS-DETAILS-B.
           MOVE W-KEY-LOC TO SUPM-Supplier-Loc.
           MOVE W-KEY-ACC TO SUPM-Supplier-Acc.
           READ SUPMAST
             INVALID KEY
               MOVE "SUPPLIER NOT ON SUPPLIER MASTER" TO W-STATUS-MSG
               GO TO CHANGE-CIS-DETAILS-E
           END-READ.
           MOVE SUPM-Supplier-Name TO W-SUP-NAME.

           MOVE SUPM-CIS-Status    TO W-OLD-STATUS W-CIS-STATUS.
           MOVE SUPM-CIS-UTR       TO W-OLD-UTR    W-CIS-UTR.
           MOVE SUPM-CIS-Verify-No TO W-OLD-VERIFY W-CIS-VERIFY.

           PERFORM GET-DETAIL.
           IF W-ABANDONED
             GO TO CHANGE-CIS-DETAILS-E
           END-IF.

           IF SUPM-Closed AND W-CIS-STATUS NOT = SPACE
             MOVE "SUPPLIER IS CLOSED" TO W-STATUS-MSG
             GO TO CHANGE-CIS-DETAILS-E
           END-IF.

           IF  W-CIS-STATUS = W-OLD-STATUS
           AND W-CIS-UTR    = W-OLD-UTR
           AND W-CIS-VERIFY = W-OLD-VERIFY
             MOVE "NO CHANGE MADE" TO W-STATUS-MSG
             GO TO CHANGE-CIS-DETAILS-E
           END-IF.

           MOVE W-CIS-STATUS TO SUPM-CIS-Status.
           MOVE W-CIS-UTR    TO SUPM-CIS-UTR.
           MOVE W-CIS-VERIFY TO SUPM-CIS-Verify-No.
           REWRITE SUPMAST-REC
             INVALID KEY
               MOVE "SUPPLIER NOT UPDATED - REWRITE FAILED"
                 TO W-STATUS-MSG
               GO TO CHANGE-CIS-DETAILS-E
           END-REWRITE.

      * 8 + 4 + 1 + 10 + 7 + 4 + 1 + 10 = 45 characters at most,
      *   with room for the initials - both statuses and UTRs
      *   survive on the audit row
           MOVE W-CIS-STATUS TO W-LOG-NEW.
           MOVE W-OLD-STATUS TO W-LOG-OLD.
           MOVE W-CIS-UTR    TO W-LOG-NEW-UTR.
           MOVE W-OLD-UTR    TO W-LOG-OLD-UTR.
           IF W-LOG-NEW = SPACES
             MOVE "NONE" TO W-LOG-NEW
           END-IF.
           IF W-LOG-OLD = SPACES
             MOVE "NONE" TO W-LOG-OLD
           END-IF.
           IF W-LOG-NEW-UTR = SPACES
             MOVE "NONE" TO W-LOG-NEW-UTR
           END-IF.
           IF W-LOG-OLD-UTR = SPACES
             MOVE "NONE" TO W-LOG-OLD-UTR
           END-IF.
           MOVE SPACES TO W-LOG-TEXT.
           STRING "CIS NOW "     DELIMITED BY SIZE
                  W-LOG-NEW      DELIMITED BY SPACE
                  " "            DELIMITED BY SIZE
                  W-LOG-NEW-UTR  DELIMITED BY SPACE
                  " - WAS "      DELIMITED BY SIZE
                  W-LOG-OLD      DELIMITED BY SPACE
                  " "            DELIMITED BY SIZE
                  W-LOG-OLD-UTR  DELIMITED BY SPACE
             INTO W-LOG-TEXT
           END-STRING.
           MOVE SPACES TO W-ALG-KEY.
           STRING W-KEY-LOC "/" W-KEY-ACC
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.

           IF W-CIS-VERIFY NOT = W-OLD-VERIFY
             MOVE W-CIS-VERIFY TO W-LOG-NEW
             MOVE W-OLD-VERIFY TO W-LOG-OLD
             IF W-LOG-NEW = SPACES
               MOVE "NONE" TO W-LOG-NEW
             END-IF
             IF W-LOG-OLD = SPACES
               MOVE "NONE" TO W-LOG-OLD
             END-IF
             MOVE SPACES TO W-LOG-TEXT
             STRING "CIS VERIFICATION " DELIMITED BY SIZE
                    W-LOG-NEW           DELIMITED BY SPACE
                    " - WAS "           DELIMITED BY SIZE
                    W-LOG-OLD           DELIMITED BY SPACE
               INTO W-LOG-TEXT
             END-STRING
             PERFORM WRITE-AUDIT-LOG
           END-IF.

           MOVE "CIS DETAILS CHANGED" TO W-STATUS-MSG.

       CHANGE-CIS-DETAILS-E.
           EXIT.

      ******************************************************************
      * Detail screen, re-shown until the details check out. A status
      *   of * abandons the change.
       GET-DETAIL SECTION.
       GET-DETAIL-B.
           MOVE 0 TO W-DETAIL-FLAG.
           MOVE 0 TO W-ABANDON-FLAG.
           PERFORM UNTIL W-DETAIL-OK
             DISPLAY SCR-DETAIL
             ACCEPT SCR-DETAIL
             MOVE FUNCTION UPPER-CASE(W-CIS-STATUS) TO W-CIS-STATUS
             MOVE FUNCTION UPPER-CASE(W-CIS-VERIFY) TO W-CIS-VERIFY
             IF W-CIS-STATUS = "*"
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
           IF W-CIS-STATUS = SPACE
             MOVE SPACES TO W-CIS-UTR W-CIS-VERIFY
             SET W-DETAIL-OK TO TRUE
             GO TO CHECK-DETAIL-E
           END-IF.

           IF  W-CIS-STATUS NOT = "G"
           AND W-CIS-STATUS NOT = "N"
           AND W-CIS-STATUS NOT = "U"
             MOVE "STATUS MUST BE G, N, U OR BLANK" TO W-STATUS-MSG
             GO TO CHECK-DETAIL-E
           END-IF.

           IF W-CIS-UTR NOT NUMERIC
             MOVE "UTR MUST BE 10 DIGITS" TO W-STATUS-MSG
             GO TO CHECK-DETAIL-E
           END-IF.

           IF W-CIS-VERIFY = SPACES
             IF W-CIS-STATUS = "U"
               SET W-DETAIL-OK TO TRUE
             ELSE
               MOVE "VERIFICATION NUMBER REQUIRED" TO W-STATUS-MSG
             END-IF
             GO TO CHECK-DETAIL-E
           END-IF.

           IF W-CIS-VERIFY(1:1) NOT = "V"
           OR W-CIS-VERIFY(2:10) NOT NUMERIC
           OR W-CIS-VERIFY(12:2) NOT ALPHABETIC
             MOVE "VERIFICATION NO MUST BE V + 10 DIGITS"
               TO W-STATUS-MSG
             GO TO CHECK-DETAIL-E
           END-IF.

           SET W-DETAIL-OK TO TRUE.

       CHECK-DETAIL-E.
           EXIT.

      ******************************************************************
       ADD-LABOUR-CODE SECTION.
       ADD-LABOUR-CODE-B.
           MOVE W-KEY-ANAL TO CLB-Anal-Code.
           READ CISLAB
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "ALREADY A LABOUR CODE" TO W-STATUS-MSG
               GO TO ADD-LABOUR-CODE-E
           END-READ.

           MOVE SPACES TO W-LAB-DESC.
           DISPLAY SCR-LABOUR.
           ACCEPT SCR-LABOUR.
           MOVE FUNCTION UPPER-CASE(W-LAB-DESC) TO W-LAB-DESC.
           IF W-LAB-DESC = SPACES
             MOVE "ABANDONED - NOTHING ADDED" TO W-STATUS-MSG
             GO TO ADD-LABOUR-CODE-E
           END-IF.

           MOVE SPACES     TO CISLAB-REC.
           MOVE W-KEY-ANAL TO CLB-Anal-Code.
           MOVE W-LAB-DESC TO CLB-Desc.
           MOVE W-INITS    TO CLB-Amend-Inits.
           MOVE W-TODAY    TO CLB-Amend-Date.
           WRITE CISLAB-REC
             INVALID KEY
               MOVE "WRITE FAILED - DUPLICATE KEY" TO W-STATUS-MSG
               GO TO ADD-LABOUR-CODE-E
           END-WRITE.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "LABOUR CODE ADDED - " W-LAB-DESC
             DELIMITED BY SIZE INTO W-LOG-TEXT
           END-STRING.
           PERFORM LABOUR-AUDIT-KEY.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "LABOUR CODE ADDED" TO W-STATUS-MSG.

       ADD-LABOUR-CODE-E.
           EXIT.

      ******************************************************************
      * Removing a code makes its lines materials from the next
      *   proposal on - the description goes to the audit log so it
      *   can be put back as it was.
       REMOVE-LABOUR-CODE SECTION.
       REMOVE-LABOUR-CODE-B.
           MOVE W-KEY-ANAL TO CLB-Anal-Code.
           READ CISLAB
             INVALID KEY
               MOVE "NOT A LABOUR CODE" TO W-STATUS-MSG
               GO TO REMOVE-LABOUR-CODE-E
           END-READ.

           MOVE SPACES TO W-LOG-TEXT.
           STRING "LABOUR CODE REMOVED - WAS " CLB-Desc
             DELIMITED BY SIZE INTO W-LOG-TEXT
           END-STRING.

           DELETE CISLAB
             INVALID KEY
               MOVE "DELETE FAILED" TO W-STATUS-MSG
               GO TO REMOVE-LABOUR-CODE-E
           END-DELETE.

           PERFORM LABOUR-AUDIT-KEY.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "LABOUR CODE REMOVED" TO W-STATUS-MSG.

       REMOVE-LABOUR-CODE-E.
           EXIT.

      ******************************************************************
       LABOUR-AUDIT-KEY SECTION.
       LABOUR-AUDIT-KEY-B.
           MOVE SPACES TO W-ALG-KEY.
           STRING "CISLAB " W-KEY-ANAL
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.

       LABOUR-AUDIT-KEY-E.
           EXIT.

      ******************************************************************
      * W-ALG-KEY is set by the caller - a supplier or a labour code.
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

           IF O-CISLAB = 1
             CLOSE CISLAB
             MOVE 0 TO O-CISLAB
           END-IF.

           GOBACK.
