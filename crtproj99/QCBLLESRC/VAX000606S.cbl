       IDENTIFICATION DIVISION.
        PROGRAM-ID.   VAX000606S.

      *********************************************************************
      *  VOR application. IPN26459                                        *
      *    Maintenance of the VORVALRL0 extract validation rules. The     *
      *    VAX000601C validation pass quarantines VOR01DLLG/VOR02DLLG     *
      *    records with blank or duplicate keys or a broken layout on     *
      *    its own; the numeric fields it checks, and the number of       *
      *    quarantined records a cycle may carry before it is refused,    *
      *    are kept here by operations.                                   *
      *                                                                   *
      *  File 0 is the cycle control row holding the quarantine limit;    *
      *    files 1 and 2 hold one row per numeric field, keyed on its     *
      *    start position. Every change goes on the shared audit log      *
      *    with the operator's initials.                                  *
      *                                                                   *
      *  Author: D.Rowan 2026-10-13                                       *
      *                                                                   *
      *  Change:                                                          *
      *                                                                   *
      *  IPN26462 2026/10/15 DR001 Initials checked through OPS000610C    *
      *                            against the ADUSRAUTL0 user authority  *
      *                            file (VORRULES, view to list, maintain *
      *                            to change)                             *
      *********************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.
         SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Validation rules read by VAX000601C
           SELECT VORVALR  ASSIGN       TO DATABASE-VORVALRL0
                           ORGANIZATION  IS INDEXED
                           ACCESS        IS DYNAMIC
                           RECORD KEY    IS VVR-Key
                           FILE STATUS   IS ST-VORVALR.

       DATA DIVISION.
        FILE SECTION.
         FD VORVALR.
          01 VORVALR-REC.
             COPY VORVALRL0.

       WORKING-STORAGE SECTION.
        01  ST-VORVALR   PIC X(2).
        01  O-VORVALR    PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.
        01 W-EOF            PIC 9 VALUE ZERO.
        01 W-STOP-PAGE-FLAG PIC 9 VALUE ZERO.
           88 W-STOP-PAGING         VALUE 1.

      * Selection
        01 W-INITS          PIC X(3).
        01 W-F-FILE         PIC X(1).
        01 W-F-START        PIC 9(3) VALUE ZERO.
        01 W-MODE           PIC X(01).
        01 W-STATUS-MSG     PIC X(50).

      * Detail being keyed, and the extract's data length (the line
      *   separator's two bytes are not data)
        01 W-D-LENGTH       PIC 9(3) VALUE ZERO.
        01 W-D-NAME         PIC X(10).
        01 W-D-LIMIT        PIC 9(7) VALUE ZERO.
        01 W-DATA-LEN       PIC 9(3).
        01 W-CONFIRM        PIC X(01).
        01 W-ACTION         PIC X(01).
        01 W-EXISTS         PIC 9 VALUE ZERO.
        01 W-VERB           PIC X(7).

        01 W-LIST-COUNT     PIC 9(2).
        01 W-LIST-LINES.
           05 W-LL-01          PIC X(60).
           05 W-LL-02          PIC X(60).
           05 W-LL-03          PIC X(60).
           05 W-LL-04          PIC X(60).
           05 W-LL-05          PIC X(60).
           05 W-LL-06          PIC X(60).
           05 W-LL-07          PIC X(60).
           05 W-LL-08          PIC X(60).
           05 W-LL-09          PIC X(60).
           05 W-LL-10          PIC X(60).
           05 W-LL-11          PIC X(60).
           05 W-LL-12          PIC X(60).
           05 W-LL-13          PIC X(60).
           05 W-LL-14          PIC X(60).
           05 W-LL-15          PIC X(60).
        01 W-LIST-LINE-TAB REDEFINES W-LIST-LINES.
           05 W-LL             PIC X(60) OCCURS 15.

        01 W-LIST-LINE.
           05 W-LN-START       PIC 9(3).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 W-LN-LENGTH      PIC 9(3).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 W-LN-NAME        PIC X(10).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 W-LN-INITS       PIC X(3).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 W-LN-DATE        PIC 9(8).

        01 W-NUM-ED         PIC Z(6)9.

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "VORRULES".
        01 W-AUT-ROLE       PIC X(1)  VALUE "V".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "VAX000606S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "VOR EXTRACT VALIDATION RULES".
           05 LINE 3  COLUMN 1  VALUE "YOUR INITIALS . . . . . . . . :".
           05 LINE 3  COLUMN 33 PIC X(3)  USING W-INITS.
           05 LINE 4  COLUMN 1  VALUE "FILE (0=QUARANTINE LIMIT".
           05 LINE 5  COLUMN 1  VALUE "      1=VOR01DLLG 2=VOR02DLLG):".
           05 LINE 5  COLUMN 33 PIC X(1)  USING W-F-FILE.
           05 LINE 6  COLUMN 1  VALUE "START POSITION OF FIELD . . . :".
           05 LINE 6  COLUMN 33 PIC 9(3)  USING W-F-START.
           05 LINE 7  COLUMN 1  VALUE "MODE (L=LIST A=ADD C=CHANGE".
           05 LINE 8  COLUMN 1  VALUE "      D=DELETE) . . . . . . . :".
           05 LINE 8  COLUMN 33 PIC X(01) USING W-MODE.
           05 LINE 10 COLUMN 1  VALUE "BLANK INITIALS TO EXIT".
           05 LINE 11 COLUMN 1  PIC X(50) FROM W-STATUS-MSG.

        01 SCR-RULE.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "VOR EXTRACT VALIDATION RULES".
           05 LINE 3  COLUMN 1  VALUE "FILE:".
           05 LINE 3  COLUMN 7  PIC X(1)  FROM W-F-FILE.
           05 LINE 3  COLUMN 10 VALUE "START:".
           05 LINE 3  COLUMN 17 PIC 9(3)  FROM W-F-START.
           05 LINE 5  COLUMN 1  VALUE "LENGTH OF NUMERIC FIELD . . . :".
           05 LINE 5  COLUMN 33 PIC 9(3)  USING W-D-LENGTH.
           05 LINE 6  COLUMN 1  VALUE "FIELD NAME  . . . . . . . . . :".
           05 LINE 6  COLUMN 33 PIC X(10) USING W-D-NAME.
           05 LINE 8  COLUMN 1  VALUE "CONFIRM (Y/N) . . . . . . . . :".
           05 LINE 8  COLUMN 33 PIC X(01) USING W-CONFIRM.
           05 LINE 10 COLUMN 1  PIC X(50) FROM W-STATUS-MSG.

        01 SCR-LIMIT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "VOR EXTRACT VALIDATION RULES".
           05 LINE 3  COLUMN 1  VALUE "QUARANTINED RECORDS A CYCLE".
           05 LINE 4  COLUMN 1  VALUE "MAY CARRY BEFORE IT IS REFUSED:".
           05 LINE 4  COLUMN 33 PIC 9(7)  USING W-D-LIMIT.
           05 LINE 6  COLUMN 1  VALUE "CONFIRM (Y/N) . . . . . . . . :".
           05 LINE 6  COLUMN 33 PIC X(01) USING W-CONFIRM.
           05 LINE 8  COLUMN 1  PIC X(50) FROM W-STATUS-MSG.

        01 SCR-LIST.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "VOR EXTRACT VALIDATION RULES".
           05 LINE 2  COLUMN 1  VALUE "FILE:".
           05 LINE 2  COLUMN 7  PIC X(1)  FROM W-F-FILE.
           05 LINE 4  COLUMN 1
              VALUE "STRT  LEN   FIELD NAME   BY    AMENDED".
           05 LINE 5  COLUMN 1  PIC X(60) FROM W-LL-01.
           05 LINE 6  COLUMN 1  PIC X(60) FROM W-LL-02.
           05 LINE 7  COLUMN 1  PIC X(60) FROM W-LL-03.
           05 LINE 8  COLUMN 1  PIC X(60) FROM W-LL-04.
           05 LINE 9  COLUMN 1  PIC X(60) FROM W-LL-05.
           05 LINE 10 COLUMN 1  PIC X(60) FROM W-LL-06.
           05 LINE 11 COLUMN 1  PIC X(60) FROM W-LL-07.
           05 LINE 12 COLUMN 1  PIC X(60) FROM W-LL-08.
           05 LINE 13 COLUMN 1  PIC X(60) FROM W-LL-09.
           05 LINE 14 COLUMN 1  PIC X(60) FROM W-LL-10.
           05 LINE 15 COLUMN 1  PIC X(60) FROM W-LL-11.
           05 LINE 16 COLUMN 1  PIC X(60) FROM W-LL-12.
           05 LINE 17 COLUMN 1  PIC X(60) FROM W-LL-13.
           05 LINE 18 COLUMN 1  PIC X(60) FROM W-LL-14.
           05 LINE 19 COLUMN 1  PIC X(60) FROM W-LL-15.
           05 LINE 21 COLUMN 1  VALUE "ENTER=NEXT PAGE X=EXIT:".
           05 LINE 21 COLUMN 25 PIC X(01) USING W-ACTION.
           05 LINE 22 COLUMN 1  PIC X(50) FROM W-STATUS-MSG.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           OPEN I-O VORVALR.
           IF ST-VORVALR NOT = "00"
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-VORVALR.

           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT
               IF W-MODE = "L" AND W-F-FILE NOT = "0"
                 MOVE "V" TO W-AUT-ROLE
               ELSE
                 MOVE "M" TO W-AUT-ROLE
               END-IF
               PERFORM CHECK-AUTHORITY
               IF W-AUTHORISED
                 PERFORM DO-SELECTION
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
           MOVE FUNCTION UPPER-CASE(W-MODE)  TO W-MODE.
           MOVE FUNCTION UPPER-CASE(W-INITS) TO W-INITS.
           IF W-INITS = SPACES
             SET W-EXIT TO TRUE
           END-IF.

       GET-SELECTION-E.
           EXIT.

      ******************************************************************
      * Listing the rules needs VORRULES at view on the ADUSRAUTL0 user
      *   authority file; any change, and the quarantine limit, needs
      *   it at maintain.
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
       DO-SELECTION SECTION.
       DO-SELECTION-B.
           EVALUATE W-F-FILE
             WHEN "0"
               MOVE ZERO TO W-F-START
               PERFORM MAINTAIN-LIMIT
               GO TO DO-SELECTION-E
             WHEN "1"
               MOVE 148 TO W-DATA-LEN
             WHEN "2"
               MOVE 78  TO W-DATA-LEN
             WHEN OTHER
               MOVE "FILE MUST BE 0, 1 OR 2" TO W-STATUS-MSG
               GO TO DO-SELECTION-E
           END-EVALUATE.

           IF W-MODE = "L"
             PERFORM LIST-RULES
             GO TO DO-SELECTION-E
           END-IF.

           IF W-F-START = ZERO OR W-F-START > W-DATA-LEN
             MOVE "START POSITION OUTSIDE THE RECORD DATA"
               TO W-STATUS-MSG
             GO TO DO-SELECTION-E
           END-IF.

           MOVE W-F-FILE  TO VVR-File.
           MOVE W-F-START TO VVR-Start.
           MOVE 1 TO W-EXISTS.
           READ VORVALR
             INVALID KEY
               MOVE 0 TO W-EXISTS
           END-READ.

           EVALUATE W-MODE
             WHEN "A"
               IF W-EXISTS = 1
                 MOVE "RULE ALREADY ON FILE - USE C" TO W-STATUS-MSG
               ELSE
                 MOVE ZERO   TO W-D-LENGTH
                 MOVE SPACES TO W-D-NAME
                 PERFORM MAINTAIN-RULE
               END-IF
             WHEN "C"
               IF W-EXISTS = 0
                 MOVE "NO RULE AT THAT POSITION" TO W-STATUS-MSG
               ELSE
                 MOVE VVR-Length     TO W-D-LENGTH
                 MOVE VVR-Field-Name TO W-D-NAME
                 PERFORM MAINTAIN-RULE
               END-IF
             WHEN "D"
               IF W-EXISTS = 0
                 MOVE "NO RULE AT THAT POSITION" TO W-STATUS-MSG
               ELSE
                 MOVE VVR-Length     TO W-D-LENGTH
                 MOVE VVR-Field-Name TO W-D-NAME
                 PERFORM DELETE-RULE
               END-IF
             WHEN OTHER
               MOVE "MODE MUST BE L, A, C OR D" TO W-STATUS-MSG
           END-EVALUATE.

       DO-SELECTION-E.
           EXIT.

      ******************************************************************
      * Add or change one numeric-field rule. The field must lie wholly
      *   inside the record data - VAX000601C ignores one that doesn't.
       MAINTAIN-RULE SECTION.
       MAINTAIN-RULE-B.
           MOVE SPACE  TO W-CONFIRM.
           MOVE SPACES TO W-STATUS-MSG.
           DISPLAY SCR-RULE.
           ACCEPT SCR-RULE.
           MOVE FUNCTION UPPER-CASE(W-CONFIRM) TO W-CONFIRM.
           MOVE FUNCTION UPPER-CASE(W-D-NAME)  TO W-D-NAME.

           IF W-CONFIRM NOT = "Y"
             MOVE "NOTHING CHANGED" TO W-STATUS-MSG
             GO TO MAINTAIN-RULE-E
           END-IF.

           IF W-D-LENGTH = ZERO
           OR W-F-START + W-D-LENGTH - 1 > W-DATA-LEN
             MOVE "FIELD RUNS PAST THE RECORD DATA - NOT SAVED"
               TO W-STATUS-MSG
             GO TO MAINTAIN-RULE-E
           END-IF.

           IF W-D-NAME = SPACES
             MOVE "FIELD NAME REQUIRED - NOT SAVED" TO W-STATUS-MSG
             GO TO MAINTAIN-RULE-E
           END-IF.

           MOVE W-F-FILE       TO VVR-File.
           MOVE W-F-START      TO VVR-Start.
           MOVE W-D-LENGTH     TO VVR-Length.
           MOVE W-D-NAME       TO VVR-Field-Name.
           MOVE ZERO           TO VVR-Quar-Limit.
           MOVE W-INITS        TO VVR-Amend-Inits.
           ACCEPT VVR-Amend-Date FROM DATE YYYYMMDD.

           IF W-EXISTS = 1
             REWRITE VORVALR-REC
             MOVE "RULE CHANGED" TO W-STATUS-MSG
             MOVE "CHANGED"      TO W-VERB
           ELSE
             WRITE VORVALR-REC
             MOVE "RULE ADDED"   TO W-STATUS-MSG
             MOVE "ADDED"        TO W-VERB
           END-IF.
           PERFORM WRITE-RULE-LOG.

       MAINTAIN-RULE-E.
           EXIT.

      ******************************************************************
       DELETE-RULE SECTION.
       DELETE-RULE-B.
           MOVE SPACE  TO W-CONFIRM.
           MOVE "CONFIRM Y TO DELETE THIS RULE" TO W-STATUS-MSG.
           DISPLAY SCR-RULE.
           ACCEPT SCR-RULE.
           MOVE FUNCTION UPPER-CASE(W-CONFIRM) TO W-CONFIRM.

           IF W-CONFIRM NOT = "Y"
             MOVE "NOTHING DELETED" TO W-STATUS-MSG
             GO TO DELETE-RULE-E
           END-IF.

           MOVE W-F-FILE  TO VVR-File.
           MOVE W-F-START TO VVR-Start.
           DELETE VORVALR
             INVALID KEY
               MOVE "RULE NO LONGER ON FILE" TO W-STATUS-MSG
               GO TO DELETE-RULE-E
           END-DELETE.

           MOVE "RULE DELETED" TO W-STATUS-MSG.
           MOVE "DELETED"      TO W-VERB.
           PERFORM WRITE-RULE-LOG.

       DELETE-RULE-E.
           EXIT.

      ******************************************************************
      * The cycle control row - created the first time it is set.
       MAINTAIN-LIMIT SECTION.
       MAINTAIN-LIMIT-B.
           MOVE "0"  TO VVR-File.
           MOVE ZERO TO VVR-Start.
           MOVE 1 TO W-EXISTS.
           READ VORVALR
             INVALID KEY
               MOVE 0 TO W-EXISTS
           END-READ.

           IF W-EXISTS = 1
             MOVE VVR-Quar-Limit TO W-D-LIMIT
           ELSE
             MOVE ZERO           TO W-D-LIMIT
           END-IF.

           MOVE SPACE  TO W-CONFIRM.
           MOVE SPACES TO W-STATUS-MSG.
           DISPLAY SCR-LIMIT.
           ACCEPT SCR-LIMIT.
           MOVE FUNCTION UPPER-CASE(W-CONFIRM) TO W-CONFIRM.

           IF W-CONFIRM NOT = "Y"
             MOVE "NOTHING CHANGED" TO W-STATUS-MSG
             GO TO MAINTAIN-LIMIT-E
           END-IF.

           MOVE "0"            TO VVR-File.
           MOVE ZERO           TO VVR-Start.
           MOVE ZERO           TO VVR-Length.
           MOVE SPACES         TO VVR-Field-Name.
           MOVE W-D-LIMIT      TO VVR-Quar-Limit.
           MOVE W-INITS        TO VVR-Amend-Inits.
           ACCEPT VVR-Amend-Date FROM DATE YYYYMMDD.
           IF W-EXISTS = 1
             REWRITE VORVALR-REC
           ELSE
             WRITE VORVALR-REC
           END-IF.

           MOVE SPACES TO W-ALG-KEY.
           MOVE "VORVALR 0/000" TO W-ALG-KEY.
           MOVE W-D-LIMIT TO W-NUM-ED.
           MOVE SPACES TO W-ALG-TEXT.
           STRING "QUARANTINE LIMIT SET TO " W-NUM-ED
                  " BY " W-INITS
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           PERFORM CALL-AUDIT-SERVER.
           MOVE "QUARANTINE LIMIT SAVED" TO W-STATUS-MSG.

       MAINTAIN-LIMIT-E.
           EXIT.

      ******************************************************************
      * W-VERB says what happened to the rule (ADDED/CHANGED/DELETED)
       WRITE-RULE-LOG SECTION.
       WRITE-RULE-LOG-B.
           MOVE SPACES TO W-ALG-KEY.
           STRING "VORVALR " W-F-FILE "/" W-F-START
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           MOVE SPACES TO W-ALG-TEXT.
           STRING "NUMERIC RULE " W-D-NAME " LENGTH " W-D-LENGTH
                  " " W-VERB " BY " W-INITS
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           PERFORM CALL-AUDIT-SERVER.

       WRITE-RULE-LOG-E.
           EXIT.

      ******************************************************************
       CALL-AUDIT-SERVER SECTION.
       CALL-AUDIT-SERVER-B.
           MOVE 3 TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.
           IF W-ALG-RETURN NOT = "0"
             MOVE "SAVED - AUDIT LOG WRITE FAILED" TO W-STATUS-MSG
           END-IF.

       CALL-AUDIT-SERVER-E.
           EXIT.

      ******************************************************************
      * Pages through the keyed file's rules from the start position
      *   given (zero lists them all).
       LIST-RULES SECTION.
       LIST-RULES-B.
           MOVE W-F-FILE  TO VVR-File.
           MOVE W-F-START TO VVR-Start.
           MOVE 0 TO W-EOF.
           START VORVALR KEY >= VVR-Key
             INVALID KEY
               MOVE 1 TO W-EOF
           END-START.

           MOVE 0 TO W-STOP-PAGE-FLAG.
           PERFORM UNTIL W-EOF = 1 OR W-STOP-PAGING
             MOVE SPACES TO W-LIST-LINES
             MOVE 0 TO W-LIST-COUNT
             PERFORM UNTIL W-LIST-COUNT = 15 OR W-EOF = 1
               READ VORVALR NEXT
                 AT END
                   MOVE 1 TO W-EOF
                 NOT AT END
                   IF VVR-File NOT = W-F-FILE
                     MOVE 1 TO W-EOF
                   ELSE
                     ADD 1 TO W-LIST-COUNT
                     MOVE VVR-Start       TO W-LN-START
                     MOVE VVR-Length      TO W-LN-LENGTH
                     MOVE VVR-Field-Name  TO W-LN-NAME
                     MOVE VVR-Amend-Inits TO W-LN-INITS
                     MOVE VVR-Amend-Date  TO W-LN-DATE
                     MOVE W-LIST-LINE     TO W-LL(W-LIST-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             IF W-LIST-COUNT = 0
               MOVE "NO RULES ON FILE FOR THAT EXTRACT" TO W-STATUS-MSG
               SET W-STOP-PAGING TO TRUE
             ELSE
               IF W-EOF = 1
                 MOVE "END OF RULES" TO W-STATUS-MSG
               ELSE
                 MOVE SPACES TO W-STATUS-MSG
               END-IF
               MOVE SPACE TO W-ACTION
               DISPLAY SCR-LIST
               ACCEPT SCR-LIST
               MOVE FUNCTION UPPER-CASE(W-ACTION) TO W-ACTION
               MOVE SPACES TO W-STATUS-MSG
               IF W-ACTION = "X"
                 SET W-STOP-PAGING TO TRUE
               END-IF
             END-IF
           END-PERFORM.

       LIST-RULES-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-VORVALR = 1
             CLOSE VORVALR
             MOVE 0 TO O-VORVALR
           END-IF.

           GOBACK.
