       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS000611S.

      **************************************************************************
      *  Operations user authority maintenance. IPN26462                       *
      *                                                                        *
      *  Maintenance screen for the ADUSRAUTL0 user authority file the         *
      *    OPS000610C server checks every screen against. Security             *
      *    admins only - the operator needs the SECURITY function at           *
      *    maintain - and nobody can change their own row.                     *
      *                                                                        *
      *    A - add a user (initials, profile, name, entity)                    *
      *    C - change a user's profile, name or entity                         *
      *    G - grant a function at a role, with a limit for approvers          *
      *        (999999999.99 for no limit)                                     *
      *    R - revoke a function                                               *
      *    D - disable a leaver - refused on every screen from then on         *
      *    E - enable a disabled user again                                    *
      *                                                                        *
      *  Every change is written to the shared audit log against the           *
      *    user's initials, with what it replaced.                             *
      *                                                                        *
      *  Author: D.Rowan 2026-10-15                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26464 2026/10/15 DR001 CIS function added to the functions that    *
      *                            can be granted                              *
      *  IPN26467 2026/10/15 DR001 INTERCO function added to the functions     *
      *                            that can be granted                         *
      *  IPN26469 2026/10/15 DR001 EXPMAP function added to the functions that *
      *                            can be granted                              *
      *  IPN26470 2026/10/15 DR001 DUPSUP function added to the functions that *
      *                            can be granted                              *
      *  IPN26471 2026/10/15 DR001 Twenty role slots, shown in two columns; an *
      *                            approval grant refused without a limit -    *
      *                            all nines for no limit                      *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * User authority file checked by OPS000610C
           SELECT USRAUT   ASSIGN      TO DATABASE-ADUSRAUTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS UA-Initials
                         FILE STATUS   IS ST-USRAUT.

      * Entity master - a user's entity must be on it
           SELECT ENTMAST  ASSIGN      TO DATABASE-ADENTMSTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ENT-Entity-Code
                         FILE STATUS   IS ST-ENTMAST.

       DATA DIVISION.
        FILE SECTION.
         FD USRAUT.
          01 USRAUT-REC.
             COPY ADUSRAUTL0.

         FD ENTMAST.
          01 ENTMAST-REC.
             COPY ADENTMSTL0.

       WORKING-STORAGE SECTION.
        01  ST-USRAUT   PIC X(2).
        01  ST-ENTMAST  PIC X(2).
        01  O-USRAUT    PIC 9 VALUE ZERO.
        01  O-ENTMAST   PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-EOF            PIC 9 VALUE ZERO.
        01 W-DETAIL-FLAG    PIC 9 VALUE ZERO.
           88 W-DETAIL-OK              VALUE 1.

        01 W-INITS          PIC X(3).
        01 W-KEY-INITS      PIC X(3).
        01 W-ACTION         PIC X(01).
        01 W-STATUS-MSG     PIC X(40).
        01 W-TODAY          PIC 9(8).
        01 W-PROMPT         PIC X(50).
        01 W-CONFIRM        PIC X(01).

      * The user on screen
        01 W-PROFILE        PIC X(10).
        01 W-NAME           PIC X(30).
        01 W-ENTITY         PIC X(3).
        01 W-STS-DESC       PIC X(8).
        01 W-STATUS-DATE    PIC 9(8).
        01 W-AMEND-INITS    PIC X(3).
        01 W-AMEND-DATE     PIC 9(8).
        01 W-OLD-PROFILE    PIC X(10).
        01 W-OLD-ENTITY     PIC X(3).
        01 W-OLD-NAME       PIC X(30).

      * The role being granted or revoked
        01 W-R-FUNCTION     PIC X(10).
        01 W-R-ROLE         PIC X(01).
        01 W-R-LIMIT        PIC 9(9)V99 VALUE ZERO.
        01 W-OLD-ROLE       PIC X(01).
        01 W-LIMIT-ED       PIC Z(8)9.99.
        01 W-RX             PIC 9(2).
        01 W-SLOT           PIC 9(2).
        01 W-FREE-SLOT      PIC 9(2).

      * The screen functions OPS000610C is called for - a grant for
      *   anything else would never be checked
        01 W-FUNCTION-LIST.
           05 FILLER PIC X(10) VALUE "SUSPENSE".
           05 FILLER PIC X(10) VALUE "CURRENCY".
           05 FILLER PIC X(10) VALUE "EXRATES".
           05 FILLER PIC X(10) VALUE "CALENDAR".
           05 FILLER PIC X(10) VALUE "APPROVAL".
           05 FILLER PIC X(10) VALUE "SUPBANK".
           05 FILLER PIC X(10) VALUE "REVERSAL".
           05 FILLER PIC X(10) VALUE "RECURRING".
           05 FILLER PIC X(10) VALUE "BUDGET".
           05 FILLER PIC X(10) VALUE "AUDITLOG".
           05 FILLER PIC X(10) VALUE "AOLCODES".
           05 FILLER PIC X(10) VALUE "DISPOSAL".
           05 FILLER PIC X(10) VALUE "RUNREG".
           05 FILLER PIC X(10) VALUE "STREAM".
           05 FILLER PIC X(10) VALUE "VORRULES".
           05 FILLER PIC X(10) VALUE "SECURITY".
           05 FILLER PIC X(10) VALUE "CIS".
           05 FILLER PIC X(10) VALUE "INTERCO".
           05 FILLER PIC X(10) VALUE "EXPMAP".
           05 FILLER PIC X(10) VALUE "DUPSUP".
        01 W-FUNCTION-TAB REDEFINES W-FUNCTION-LIST.
           05 W-FUNCTION-CODE  PIC X(10) OCCURS 20.
        01 W-FX             PIC 9(2).
        01 W-FUNCTION-FLAG  PIC 9 VALUE ZERO.
           88 W-FUNCTION-KNOWN         VALUE 1.

      * The user's roles, one line each
        01 W-ROLE-LINES.
           05 W-PL-01          PIC X(40).
           05 W-PL-02          PIC X(40).
           05 W-PL-03          PIC X(40).
           05 W-PL-04          PIC X(40).
           05 W-PL-05          PIC X(40).
           05 W-PL-06          PIC X(40).
           05 W-PL-07          PIC X(40).
           05 W-PL-08          PIC X(40).
           05 W-PL-09          PIC X(40).
           05 W-PL-10          PIC X(40).
           05 W-PL-11          PIC X(40).
           05 W-PL-12          PIC X(40).
           05 W-PL-13          PIC X(40).
           05 W-PL-14          PIC X(40).
           05 W-PL-15          PIC X(40).
           05 W-PL-16          PIC X(40).
           05 W-PL-17          PIC X(40).
           05 W-PL-18          PIC X(40).
           05 W-PL-19          PIC X(40).
           05 W-PL-20          PIC X(40).
        01 W-ROLE-LINE-TAB REDEFINES W-ROLE-LINES.
           05 W-PL             PIC X(40) OCCURS 20.

        01 W-DETAIL-LINE.
           05 W-DL-FUNCTION    PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-DL-ROLE        PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-DL-LIMIT       PIC Z(8)9.99 BLANK WHEN ZERO.
           05 FILLER           PIC X(4) VALUE SPACES.

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "SECURITY".
        01 W-AUT-ROLE       PIC X(1)  VALUE "M".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "OPS000611S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "USER AUTHORITY MAINTENANCE".
           05 LINE 3  COLUMN 1  VALUE "YOUR INITIALS  . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  USING W-INITS.
           05 LINE 4  COLUMN 1  VALUE "USER INITIALS  . . . . :".
           05 LINE 4  COLUMN 27 PIC X(3)  USING W-KEY-INITS.
           05 LINE 5  COLUMN 1  VALUE "ACTION (X=EXIT)  . . . :".
           05 LINE 5  COLUMN 27 PIC X(01) USING W-ACTION.
           05 LINE 7  COLUMN 1  VALUE "A=ADD USER  C=CHANGE DETAILS".
           05 LINE 8  COLUMN 1  VALUE "G=GRANT ROLE  R=REVOKE ROLE".
           05 LINE 9  COLUMN 1  VALUE "D=DISABLE LEAVER  E=ENABLE".
           05 LINE 11 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "USER AUTHORITY MAINTENANCE".
           05 LINE 3  COLUMN 1  VALUE "USER INITIALS  . . . . :".
           05 LINE 3  COLUMN 27 PIC X(3)  FROM W-KEY-INITS.
           05 LINE 4  COLUMN 1  VALUE "USER PROFILE . . . . . :".
           05 LINE 4  COLUMN 27 PIC X(10) USING W-PROFILE.
           05 LINE 5  COLUMN 1  VALUE "NAME . . . . . . . . . :".
           05 LINE 5  COLUMN 27 PIC X(30) USING W-NAME.
           05 LINE 6  COLUMN 1  VALUE "ENTITY (BLANK = ALL) . :".
           05 LINE 6  COLUMN 27 PIC X(3)  USING W-ENTITY.
           05 LINE 7  COLUMN 1  VALUE "STATUS . . . . . . . . :".
           05 LINE 7  COLUMN 27 PIC X(8)  FROM W-STS-DESC.
           05 LINE 9  COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-ROLES.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "USER AUTHORITY MAINTENANCE".
           05 LINE 3  COLUMN 1  VALUE "USER:".
           05 LINE 3  COLUMN 7  PIC X(3)  FROM W-KEY-INITS.
           05 LINE 3  COLUMN 11 PIC X(30) FROM W-NAME.
           05 LINE 3  COLUMN 42 VALUE "PROFILE:".
           05 LINE 3  COLUMN 51 PIC X(10) FROM W-PROFILE.
           05 LINE 4  COLUMN 1  VALUE "ENTITY:".
           05 LINE 4  COLUMN 9  PIC X(3)  FROM W-ENTITY.
           05 LINE 4  COLUMN 14 VALUE "STATUS:".
           05 LINE 4  COLUMN 22 PIC X(8)  FROM W-STS-DESC.
           05 LINE 4  COLUMN 31 PIC 9(8)  FROM W-STATUS-DATE.
           05 LINE 4  COLUMN 42 VALUE "CHANGED:".
           05 LINE 4  COLUMN 51 PIC X(3)  FROM W-AMEND-INITS.
           05 LINE 4  COLUMN 55 PIC 9(8)  FROM W-AMEND-DATE.
           05 LINE 6  COLUMN 1
              VALUE "FUNCTION    ROLE        APPROVAL LIMIT".
           05 LINE 6  COLUMN 41
              VALUE "FUNCTION    ROLE        APPROVAL LIMIT".
           05 LINE 7  COLUMN 1  PIC X(40) FROM W-PL-01.
           05 LINE 8  COLUMN 1  PIC X(40) FROM W-PL-02.
           05 LINE 9  COLUMN 1  PIC X(40) FROM W-PL-03.
           05 LINE 10 COLUMN 1  PIC X(40) FROM W-PL-04.
           05 LINE 11 COLUMN 1  PIC X(40) FROM W-PL-05.
           05 LINE 12 COLUMN 1  PIC X(40) FROM W-PL-06.
           05 LINE 13 COLUMN 1  PIC X(40) FROM W-PL-07.
           05 LINE 14 COLUMN 1  PIC X(40) FROM W-PL-08.
           05 LINE 15 COLUMN 1  PIC X(40) FROM W-PL-09.
           05 LINE 16 COLUMN 1  PIC X(40) FROM W-PL-10.
           05 LINE 7  COLUMN 41 PIC X(40) FROM W-PL-11.
           05 LINE 8  COLUMN 41 PIC X(40) FROM W-PL-12.
           05 LINE 9  COLUMN 41 PIC X(40) FROM W-PL-13.
           05 LINE 10 COLUMN 41 PIC X(40) FROM W-PL-14.
           05 LINE 11 COLUMN 41 PIC X(40) FROM W-PL-15.
           05 LINE 12 COLUMN 41 PIC X(40) FROM W-PL-16.
           05 LINE 13 COLUMN 41 PIC X(40) FROM W-PL-17.
           05 LINE 14 COLUMN 41 PIC X(40) FROM W-PL-18.
           05 LINE 15 COLUMN 41 PIC X(40) FROM W-PL-19.
           05 LINE 16 COLUMN 41 PIC X(40) FROM W-PL-20.
           05 LINE 20 COLUMN 1  PIC X(50) FROM W-PROMPT.
           05 LINE 21 COLUMN 1  VALUE "FUNCTION:".
           05 LINE 21 COLUMN 11 PIC X(10) USING W-R-FUNCTION.
           05 LINE 21 COLUMN 23 VALUE "ROLE (V/M/S/A):".
           05 LINE 21 COLUMN 39 PIC X(01) USING W-R-ROLE.
           05 LINE 21 COLUMN 42 VALUE "LIMIT:".
           05 LINE 21 COLUMN 49 PIC Z(8)9.99 USING W-R-LIMIT.
           05 LINE 22 COLUMN 1  VALUE "CONFIRM (Y/N) :".
           05 LINE 22 COLUMN 17 PIC X(01) USING W-CONFIRM.
           05 LINE 23 COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           OPEN I-O USRAUT.
           IF ST-USRAUT NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-USRAUT.

           OPEN INPUT ENTMAST.
           IF ST-ENTMAST NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-ENTMAST.

           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT
               EVALUATE W-ACTION
                 WHEN "A"
                   PERFORM ADD-USER
                 WHEN "C"
                   PERFORM CHANGE-USER
                 WHEN "G"
                   PERFORM GRANT-ROLE
                 WHEN "R"
                   PERFORM REVOKE-ROLE
                 WHEN "D"
                   PERFORM SET-USER-STATUS
                 WHEN "E"
                   PERFORM SET-USER-STATUS
      * Blank means GET-SELECTION already refused the request and set
      *   its own message - don't overwrite it
                 WHEN SPACE
                   CONTINUE
                 WHEN OTHER
                   MOVE "ACTION MUST BE A, C, G, R, D, E OR X"
                     TO W-STATUS-MSG
               END-EVALUATE
             END-IF
           END-PERFORM.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
      * The operator is checked on every action, so an admin disabled
      *   mid-session is stopped at the next one.
       GET-SELECTION SECTION.
       GET-SELECTION-B.
           MOVE SPACE TO W-ACTION.
           DISPLAY SCR-SELECT.
           ACCEPT SCR-SELECT.
           MOVE SPACES TO W-STATUS-MSG.
           MOVE FUNCTION UPPER-CASE(W-ACTION)    TO W-ACTION.
           MOVE FUNCTION UPPER-CASE(W-INITS)     TO W-INITS.
           MOVE FUNCTION UPPER-CASE(W-KEY-INITS) TO W-KEY-INITS.
           IF W-ACTION = "X"
             SET W-EXIT TO TRUE
             GO TO GET-SELECTION-E
           END-IF.
           IF W-INITS = SPACES
             MOVE "INITIALS REQUIRED" TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
             GO TO GET-SELECTION-E
           END-IF.
           IF W-KEY-INITS = SPACES
             MOVE "USER INITIALS REQUIRED" TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
             GO TO GET-SELECTION-E
           END-IF.

           MOVE W-INITS TO W-AUT-INITS.
           MOVE SPACES  TO W-AUT-PROFILE.
           CALL "OPS000610C" USING W-AUT-INITS W-AUT-PROFILE
                                   W-AUT-FUNCTION W-AUT-ROLE
                                   W-AUT-ENTITY W-AUT-AMOUNT
                                   W-AUT-NAME W-AUT-MESSAGE
                                   W-AUT-RETURN.
           IF W-AUT-RETURN NOT = "0"
             MOVE W-AUT-MESSAGE TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
             GO TO GET-SELECTION-E
           END-IF.

           IF W-KEY-INITS = W-INITS
             MOVE "YOU CANNOT CHANGE YOUR OWN AUTHORITY"
               TO W-STATUS-MSG
             MOVE SPACE TO W-ACTION
           END-IF.

       GET-SELECTION-E.
           EXIT.

      ******************************************************************
      * A new user starts active with no roles - every function is a
      *   separate, audited grant.
       ADD-USER SECTION.
       ADD-USER-B.
           MOVE W-KEY-INITS TO UA-Initials.
           READ USRAUT
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "USER ALREADY EXISTS - USE C" TO W-STATUS-MSG
               GO TO ADD-USER-E
           END-READ.

           MOVE SPACES   TO W-PROFILE W-NAME W-ENTITY.
           MOVE "ACTIVE" TO W-STS-DESC.
           PERFORM GET-DETAIL.
           IF NOT W-DETAIL-OK
             GO TO ADD-USER-E
           END-IF.

           MOVE SPACES      TO USRAUT-REC.
           MOVE W-KEY-INITS TO UA-Initials.
           MOVE W-PROFILE   TO UA-User-Profile.
           MOVE W-NAME      TO UA-Name.
           MOVE W-ENTITY    TO UA-Entity-Code.
           SET UA-Active    TO TRUE.
           MOVE W-TODAY     TO UA-Status-Date.
           PERFORM VARYING W-RX FROM 1 BY 1 UNTIL W-RX > 20
             MOVE SPACES TO UA-Function(W-RX) UA-Role(W-RX)
             MOVE ZERO   TO UA-Approve-Limit(W-RX)
           END-PERFORM.
           MOVE W-INITS     TO UA-Amend-Inits.
           MOVE W-TODAY     TO UA-Amend-Date.
           WRITE USRAUT-REC
             INVALID KEY
               MOVE "WRITE FAILED - DUPLICATE KEY" TO W-STATUS-MSG
               GO TO ADD-USER-E
           END-WRITE.

           MOVE SPACES TO W-ALG-TEXT.
           STRING "USER ADDED - PROFILE " W-PROFILE
                  " ENTITY " W-ENTITY " BY " W-INITS
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "USER ADDED" TO W-STATUS-MSG.

       ADD-USER-E.
           EXIT.

      ******************************************************************
       CHANGE-USER SECTION.
       CHANGE-USER-B.
           PERFORM READ-USER.
           IF W-STATUS-MSG NOT = SPACES
             GO TO CHANGE-USER-E
           END-IF.

           MOVE UA-User-Profile TO W-OLD-PROFILE.
           MOVE UA-Entity-Code  TO W-OLD-ENTITY.
           MOVE UA-Name         TO W-OLD-NAME.
           PERFORM GET-DETAIL.
           IF NOT W-DETAIL-OK
             GO TO CHANGE-USER-E
           END-IF.

           IF  W-PROFILE = W-OLD-PROFILE
           AND W-NAME    = W-OLD-NAME
           AND W-ENTITY  = W-OLD-ENTITY
             MOVE "NO CHANGE MADE" TO W-STATUS-MSG
             GO TO CHANGE-USER-E
           END-IF.

      * GET-DETAIL read the file through for the profile check, so
      *   the row is read again before it is rewritten
           MOVE W-KEY-INITS TO UA-Initials.
           READ USRAUT
             INVALID KEY
               MOVE "USER NOT FOUND" TO W-STATUS-MSG
               GO TO CHANGE-USER-E
           END-READ.
           MOVE W-PROFILE   TO UA-User-Profile.
           MOVE W-NAME      TO UA-Name.
           MOVE W-ENTITY    TO UA-Entity-Code.
           MOVE W-INITS     TO UA-Amend-Inits.
           MOVE W-TODAY     TO UA-Amend-Date.
           REWRITE USRAUT-REC.

           MOVE SPACES TO W-ALG-TEXT.
           STRING "DETAILS CHANGED - WAS PROFILE " W-OLD-PROFILE
                  " ENTITY " W-OLD-ENTITY " BY " W-INITS
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "DETAILS CHANGED" TO W-STATUS-MSG.

       CHANGE-USER-E.
           EXIT.

      ******************************************************************
      * A second grant of a function the user already holds replaces
      *   the role there - one row per function, so the server never
      *   has two to choose between. An approver's limit has to be
      *   keyed - all nines for no limit - as the server refuses an
      *   approval against a zero limit.
       GRANT-ROLE SECTION.
       GRANT-ROLE-B.
           PERFORM READ-USER.
           IF W-STATUS-MSG NOT = SPACES
             GO TO GRANT-ROLE-E
           END-IF.

           MOVE SPACES TO W-R-FUNCTION W-R-ROLE.
           MOVE ZERO   TO W-R-LIMIT.
           MOVE "N"    TO W-CONFIRM.
           MOVE "KEY THE FUNCTION, ROLE AND (APPROVERS) THE LIMIT"
             TO W-PROMPT.
           PERFORM SHOW-ROLES.
           MOVE FUNCTION UPPER-CASE(W-R-FUNCTION) TO W-R-FUNCTION.
           MOVE FUNCTION UPPER-CASE(W-R-ROLE)     TO W-R-ROLE.
           IF W-CONFIRM NOT = "Y"
             MOVE "NOT GRANTED" TO W-STATUS-MSG
             GO TO GRANT-ROLE-E
           END-IF.

           PERFORM CHECK-FUNCTION.
           IF NOT W-FUNCTION-KNOWN
             MOVE "FUNCTION NOT KNOWN" TO W-STATUS-MSG
             GO TO GRANT-ROLE-E
           END-IF.
           IF W-R-ROLE NOT = "V" AND "M" AND "S" AND "A"
             MOVE "ROLE MUST BE V, M, S OR A" TO W-STATUS-MSG
             GO TO GRANT-ROLE-E
           END-IF.
           IF W-R-ROLE = "A" AND W-R-FUNCTION NOT = "APPROVAL"
             MOVE "ROLE A IS FOR THE APPROVAL FUNCTION ONLY"
               TO W-STATUS-MSG
             GO TO GRANT-ROLE-E
           END-IF.
           IF W-R-ROLE NOT = "A"
             MOVE ZERO TO W-R-LIMIT
           END-IF.
           IF W-R-ROLE = "A" AND W-R-LIMIT = ZERO
             MOVE "APPROVAL NEEDS A LIMIT - ALL 9S FOR NONE"
               TO W-STATUS-MSG
             GO TO GRANT-ROLE-E
           END-IF.

           PERFORM FIND-ROLE-SLOT.
           IF W-SLOT = ZERO
             IF W-FREE-SLOT = ZERO
               MOVE "NO ROLE SLOT FREE - REVOKE ONE FIRST"
                 TO W-STATUS-MSG
               GO TO GRANT-ROLE-E
             END-IF
             MOVE W-FREE-SLOT TO W-SLOT
             MOVE SPACE       TO W-OLD-ROLE
           ELSE
             MOVE UA-Role(W-SLOT) TO W-OLD-ROLE
             IF  W-OLD-ROLE = W-R-ROLE
             AND UA-Approve-Limit(W-SLOT) = W-R-LIMIT
               MOVE "ROLE ALREADY HELD" TO W-STATUS-MSG
               GO TO GRANT-ROLE-E
             END-IF
           END-IF.

           MOVE W-R-FUNCTION TO UA-Function(W-SLOT).
           MOVE W-R-ROLE     TO UA-Role(W-SLOT).
           MOVE W-R-LIMIT    TO UA-Approve-Limit(W-SLOT).
           MOVE W-INITS      TO UA-Amend-Inits.
           MOVE W-TODAY      TO UA-Amend-Date.
           REWRITE USRAUT-REC.

           MOVE W-R-LIMIT TO W-LIMIT-ED.
           MOVE SPACES TO W-ALG-TEXT.
           STRING "GRANTED " W-R-FUNCTION " " W-R-ROLE
                  " LIMIT " FUNCTION TRIM(W-LIMIT-ED)
                  " WAS '" W-OLD-ROLE "' BY " W-INITS
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "ROLE GRANTED" TO W-STATUS-MSG.

       GRANT-ROLE-E.
           EXIT.

      ******************************************************************
       REVOKE-ROLE SECTION.
       REVOKE-ROLE-B.
           PERFORM READ-USER.
           IF W-STATUS-MSG NOT = SPACES
             GO TO REVOKE-ROLE-E
           END-IF.

           MOVE SPACES TO W-R-FUNCTION W-R-ROLE.
           MOVE ZERO   TO W-R-LIMIT.
           MOVE "N"    TO W-CONFIRM.
           MOVE "KEY THE FUNCTION TO REVOKE" TO W-PROMPT.
           PERFORM SHOW-ROLES.
           MOVE FUNCTION UPPER-CASE(W-R-FUNCTION) TO W-R-FUNCTION.
           IF W-CONFIRM NOT = "Y"
             MOVE "NOT REVOKED" TO W-STATUS-MSG
             GO TO REVOKE-ROLE-E
           END-IF.

           PERFORM FIND-ROLE-SLOT.
           IF W-SLOT = ZERO
             MOVE "FUNCTION NOT HELD" TO W-STATUS-MSG
             GO TO REVOKE-ROLE-E
           END-IF.

           MOVE UA-Role(W-SLOT)          TO W-OLD-ROLE.
           MOVE UA-Approve-Limit(W-SLOT) TO W-LIMIT-ED.
           MOVE SPACES TO UA-Function(W-SLOT) UA-Role(W-SLOT).
           MOVE ZERO   TO UA-Approve-Limit(W-SLOT).
           MOVE W-INITS TO UA-Amend-Inits.
           MOVE W-TODAY TO UA-Amend-Date.
           REWRITE USRAUT-REC.

           MOVE SPACES TO W-ALG-TEXT.
           STRING "REVOKED " W-R-FUNCTION " " W-OLD-ROLE
                  " LIMIT " FUNCTION TRIM(W-LIMIT-ED)
                  " BY " W-INITS
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "ROLE REVOKED" TO W-STATUS-MSG.

       REVOKE-ROLE-E.
           EXIT.

      ******************************************************************
      * Disabling keeps the roles, so a returner is enabled as they
      *   were - and the audit trail still names them.
       SET-USER-STATUS SECTION.
       SET-USER-STATUS-B.
           PERFORM READ-USER.
           IF W-STATUS-MSG NOT = SPACES
             GO TO SET-USER-STATUS-E
           END-IF.

           IF W-ACTION = "D" AND UA-Disabled
             MOVE "USER ALREADY DISABLED" TO W-STATUS-MSG
             GO TO SET-USER-STATUS-E
           END-IF.
           IF W-ACTION = "E" AND UA-Active
             MOVE "USER ALREADY ACTIVE" TO W-STATUS-MSG
             GO TO SET-USER-STATUS-E
           END-IF.

           MOVE SPACES TO W-R-FUNCTION W-R-ROLE.
           MOVE ZERO   TO W-R-LIMIT.
           MOVE "N"    TO W-CONFIRM.
           IF W-ACTION = "D"
             MOVE "DISABLE THIS USER ON EVERY SCREEN?" TO W-PROMPT
           ELSE
             MOVE "ENABLE THIS USER WITH THE ROLES SHOWN?" TO W-PROMPT
           END-IF.
           PERFORM SHOW-ROLES.
           IF W-CONFIRM NOT = "Y"
             MOVE "NO CHANGE MADE" TO W-STATUS-MSG
             GO TO SET-USER-STATUS-E
           END-IF.

           MOVE SPACES TO W-ALG-TEXT.
           IF W-ACTION = "D"
             SET UA-Disabled TO TRUE
             STRING "USER DISABLED BY " W-INITS
               DELIMITED BY SIZE INTO W-ALG-TEXT
             END-STRING
             MOVE "USER DISABLED" TO W-STATUS-MSG
           ELSE
             SET UA-Active TO TRUE
             STRING "USER ENABLED BY " W-INITS
               DELIMITED BY SIZE INTO W-ALG-TEXT
             END-STRING
             MOVE "USER ENABLED" TO W-STATUS-MSG
           END-IF.
           MOVE W-TODAY TO UA-Status-Date.
           MOVE W-INITS TO UA-Amend-Inits.
           MOVE W-TODAY TO UA-Amend-Date.
           REWRITE USRAUT-REC.

           PERFORM WRITE-AUDIT-LOG.

       SET-USER-STATUS-E.
           EXIT.

      ******************************************************************
      * Reads the keyed user into the record area and the screen
      *   fields - W-STATUS-MSG is set if there is none.
       READ-USER SECTION.
       READ-USER-B.
           MOVE W-KEY-INITS TO UA-Initials.
           READ USRAUT
             INVALID KEY
               MOVE "USER NOT FOUND" TO W-STATUS-MSG
               GO TO READ-USER-E
           END-READ.

           MOVE UA-User-Profile TO W-PROFILE.
           MOVE UA-Name         TO W-NAME.
           MOVE UA-Entity-Code  TO W-ENTITY.
           MOVE UA-Status-Date  TO W-STATUS-DATE.
           MOVE UA-Amend-Inits  TO W-AMEND-INITS.
           MOVE UA-Amend-Date   TO W-AMEND-DATE.
           IF UA-Active
             MOVE "ACTIVE"   TO W-STS-DESC
           ELSE
             MOVE "DISABLED" TO W-STS-DESC
           END-IF.

       READ-USER-E.
           EXIT.

      ******************************************************************
      * A profile can only belong to one user - the server finds users
      *   by it for the screens that stamp a profile.
       GET-DETAIL SECTION.
       GET-DETAIL-B.
           MOVE 0 TO W-DETAIL-FLAG.
           MOVE SPACES TO W-STATUS-MSG.
           DISPLAY SCR-DETAIL.
           ACCEPT SCR-DETAIL.
           MOVE FUNCTION UPPER-CASE(W-PROFILE) TO W-PROFILE.
           MOVE FUNCTION UPPER-CASE(W-ENTITY)  TO W-ENTITY.

           IF W-NAME = SPACES
             MOVE "NAME REQUIRED - NOT SAVED" TO W-STATUS-MSG
             GO TO GET-DETAIL-E
           END-IF.

           IF W-ENTITY NOT = SPACES
             MOVE W-ENTITY TO ENT-Entity-Code
             READ ENTMAST
               INVALID KEY
                 MOVE "ENTITY NOT ON ENTITY MASTER" TO W-STATUS-MSG
                 GO TO GET-DETAIL-E
             END-READ
           END-IF.

           IF W-PROFILE NOT = SPACES
             MOVE LOW-VALUES TO UA-Initials
             START USRAUT KEY >= UA-Initials
               INVALID KEY
                 MOVE 1 TO W-EOF
               NOT INVALID KEY
                 MOVE 0 TO W-EOF
             END-START
             PERFORM UNTIL W-EOF = 1
               READ USRAUT NEXT
                 AT END
                   MOVE 1 TO W-EOF
                 NOT AT END
                   IF  UA-User-Profile = W-PROFILE
                   AND UA-Initials NOT = W-KEY-INITS
                     MOVE "PROFILE ALREADY ON ANOTHER USER"
                       TO W-STATUS-MSG
                     MOVE 1 TO W-EOF
                   END-IF
               END-READ
             END-PERFORM
             IF W-STATUS-MSG NOT = SPACES
               GO TO GET-DETAIL-E
             END-IF
           END-IF.

           SET W-DETAIL-OK TO TRUE.

       GET-DETAIL-E.
           EXIT.

      ******************************************************************
       SHOW-ROLES SECTION.
       SHOW-ROLES-B.
           MOVE SPACES TO W-ROLE-LINES.
           PERFORM VARYING W-RX FROM 1 BY 1 UNTIL W-RX > 20
             IF UA-Function(W-RX) NOT = SPACES
               MOVE UA-Function(W-RX) TO W-DL-FUNCTION
               EVALUATE TRUE
                 WHEN UA-Role-Approve(W-RX)
                   MOVE "APPROVE"   TO W-DL-ROLE
                 WHEN UA-Role-Supervise(W-RX)
                   MOVE "SUPERVISE" TO W-DL-ROLE
                 WHEN UA-Role-Maintain(W-RX)
                   MOVE "MAINTAIN"  TO W-DL-ROLE
                 WHEN OTHER
                   MOVE "VIEW"      TO W-DL-ROLE
               END-EVALUATE
               MOVE UA-Approve-Limit(W-RX) TO W-DL-LIMIT
               MOVE W-DETAIL-LINE TO W-PL(W-RX)
             END-IF
           END-PERFORM.

           DISPLAY SCR-ROLES.
           ACCEPT SCR-ROLES.
           MOVE FUNCTION UPPER-CASE(W-CONFIRM) TO W-CONFIRM.

       SHOW-ROLES-E.
           EXIT.

      ******************************************************************
       CHECK-FUNCTION SECTION.
       CHECK-FUNCTION-B.
           MOVE 0 TO W-FUNCTION-FLAG.
           PERFORM VARYING W-FX FROM 1 BY 1
                   UNTIL W-FX > 20 OR W-FUNCTION-KNOWN
             IF W-FUNCTION-CODE(W-FX) = W-R-FUNCTION
               SET W-FUNCTION-KNOWN TO TRUE
             END-IF
           END-PERFORM.

       CHECK-FUNCTION-E.
           EXIT.

      ******************************************************************
      * W-SLOT is the row already holding the function, W-FREE-SLOT the
      *   first empty row - zero where there is none
       FIND-ROLE-SLOT SECTION.
       FIND-ROLE-SLOT-B.
           MOVE ZERO TO W-SLOT W-FREE-SLOT.
           PERFORM VARYING W-RX FROM 1 BY 1 UNTIL W-RX > 20
             IF UA-Function(W-RX) = W-R-FUNCTION
               MOVE W-RX TO W-SLOT
             END-IF
             IF UA-Function(W-RX) = SPACES AND W-FREE-SLOT = ZERO
               MOVE W-RX TO W-FREE-SLOT
             END-IF
           END-PERFORM.

       FIND-ROLE-SLOT-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
           MOVE SPACES              TO W-ALG-KEY.
           MOVE W-KEY-INITS         TO W-ALG-KEY.
           MOVE 3                   TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-AUDIT-LOG-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-USRAUT = 1
             CLOSE USRAUT
             MOVE 0 TO O-USRAUT
           END-IF.

           IF O-ENTMAST = 1
             CLOSE ENTMAST
             MOVE 0 TO O-ENTMAST
           END-IF.

           GOBACK.
