       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS000610C.

      **************************************************************************
      *  Operations user authority server. IPN26462                            *
      *                                                                        *
      *  Called by every screen before it lets a user in, in the               *
      *    OPS000607C style - one place that reads the ADUSRAUTL0 user         *
      *    authority file and decides, instead of each screen trusting         *
      *    whatever initials are keyed (or, on the VFS-UK screens,             *
      *    reading its own NVAAUTHL0 list).                                    *
      *                                                                        *
      *  The caller passes the user's initials - or blank initials and         *
      *    the user profile, for the screens that stamp a profile - the        *
      *    screen function, the role the action needs (V view, M               *
      *    maintain, S supervise, A approve), the entity the action            *
      *    touches (blank if none) and, for an approval, the amount in         *
      *    the entity's base currency. The user must be on file, not           *
      *    disabled, cover the entity and hold the function at that            *
      *    role or above; an approval must be within the role's limit.         *
      *    A limit of all nines is no limit; a zero limit is refused.          *
      *                                                                        *
      *  Functions in use:                                                     *
      *     SUSPENSE   ADA000116S  M     SUPBANK    ADA000132S  M/S            *
      *     CURRENCY   ADA000118S  M     REVERSAL   ADA000134S  S              *
      *     EXRATES    ADA000124S  M     RECURRING  ADA000137S  M              *
      *     CALENDAR   ADA000128S  M/S   BUDGET     ADA000140S  M              *
      *     APPROVAL   ADA000131S  A     AUDITLOG   NVA001602S  V/M            *
      *     AOLCODES   NVA001604S  S     DISPOSAL   NVA001605S  S              *
      *     RUNREG     OPS000605S  V/M   STREAM     OPS000609S  V/M            *
      *     VORRULES   VAX000606S  V/M   SECURITY   OPS000611S  M              *
      *     CIS        ADA000144S  M     INTERCO    ADA000148S  M              *
      *     EXPMAP     ADA000152S  M     DUPSUP     ADA000154S  M              *
      *                                                                        *
      *  Every refusal is written to the shared audit log as a warning,        *
      *    so repeated attempts by a leaver or on a borrowed set of            *
      *    initials show up on the NVA001602S inquiry.                         *
      *                                                                        *
      *  Return code: 0 = authorised, U = not on file, D = disabled,           *
      *    E = entity not covered, R = role not held, L = over the             *
      *    approval limit, F = authority file not available. The               *
      *    screen shows the message returned with it.                          *
      *                                                                        *
      *  Author: D.Rowan 2026-10-15                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26464 2026/10/15 DR001 CIS function added for the ADA000144S CIS   *
      *                            screen                                      *
      *  IPN26467 2026/10/15 DR001 INTERCO function added for the ADA000148S   *
      *                            intercompany supplier screen                *
      *  IPN26468 2026/10/15 DR001 CALENDAR used at supervise for the          *
      *                            ADA000128S close override                   *
      *  IPN26469 2026/10/15 DR001 EXPMAP function added for the ADA000152S    *
      *                            expense claims mapping screen               *
      *  IPN26470 2026/10/15 DR001 DUPSUP function added for the ADA000154S    *
      *                            suppliers confirmed different screen        *
      *  IPN26471 2026/10/15 DR001 Twenty role slots checked; a zero approval  *
      *                            limit now refused rather than taken as no   *
      *                            limit - no limit is granted as all nines    *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * User authority file maintained on OPS000611S
           SELECT USRAUT   ASSIGN      TO DATABASE-ADUSRAUTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS UA-Initials
                         FILE STATUS   IS ST-USRAUT.

       DATA DIVISION.
        FILE SECTION.
         FD USRAUT.
          01 USRAUT-REC.
             COPY ADUSRAUTL0.

       WORKING-STORAGE SECTION.
        01  ST-USRAUT   PIC X(2).
        01  O-USRAUT    PIC 9 VALUE ZERO.

        01 W-EOF            PIC 9.
        01 W-FOUND-FLAG     PIC 9 VALUE ZERO.
           88 W-FOUND                  VALUE 1.

        01 W-RX             PIC 9(2).
        01 W-HELD-RANK      PIC 9(1).
        01 W-NEED-RANK      PIC 9(1).
        01 W-HELD-LIMIT     PIC S9(9)V99 COMP-3.
        01 W-AMOUNT         PIC S9(9)V99 COMP-3.
        01 W-ROLE-WORD      PIC X(10).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "OPS000610C".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       LINKAGE SECTION.
      * In/out: the user's initials - blank to look the user up by
      *   profile instead, when the initials found are returned
        01 L-INITIALS        PIC X(3).

      * In/out: the user's profile - returned when looked up by
      *   initials
        01 L-PROFILE         PIC X(10).

      * Input : the screen function (CURRENCY, APPROVAL, ...)
        01 L-FUNCTION        PIC X(10).

      * Input : the role the action needs - V, M, S or A
        01 L-ROLE            PIC X(1).

      * Input : the entity the action touches - blank if none
        01 L-ENTITY          PIC X(3).

      * Input : for an approval, the invoice amount in the entity's
      *   base currency - zero otherwise
        01 L-AMOUNT          PIC S9(9)V99 COMP-3.

      * Output: the user's name, for the screen to show
        01 L-NAME            PIC X(30).

      * Output: a message the screen can show as it stands
        01 L-MESSAGE         PIC X(40).

      * Output: return code
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-INITIALS L-PROFILE L-FUNCTION L-ROLE
                                L-ENTITY L-AMOUNT L-NAME L-MESSAGE
                                L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0"    TO L-RETURN.
           MOVE SPACES TO L-NAME.
           MOVE SPACES TO L-MESSAGE.
           MOVE FUNCTION UPPER-CASE(L-INITIALS) TO L-INITIALS.
           MOVE FUNCTION UPPER-CASE(L-PROFILE)  TO L-PROFILE.

           OPEN INPUT USRAUT.
           IF ST-USRAUT NOT = "00"
             MOVE "F" TO L-RETURN
             MOVE "AUTHORITY FILE NOT AVAILABLE" TO L-MESSAGE
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-USRAUT.

           PERFORM FIND-USER.
           IF NOT W-FOUND
             MOVE "U" TO L-RETURN
             IF L-INITIALS = SPACES
               MOVE "USER NOT AUTHORISED" TO L-MESSAGE
             ELSE
               MOVE "INITIALS NOT AUTHORISED" TO L-MESSAGE
             END-IF
             PERFORM LOG-REFUSAL
             GO TO MAIN-E
           END-IF.

           MOVE UA-Initials     TO L-INITIALS.
           MOVE UA-User-Profile TO L-PROFILE.
           MOVE UA-Name         TO L-NAME.

           PERFORM CHECK-USER.
           IF L-RETURN NOT = "0"
             PERFORM LOG-REFUSAL
           END-IF.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
      * By key on the initials; by profile the file is read through -
      *   it is one row per user, so that is never many rows.
       FIND-USER SECTION.
       FIND-USER-B.
           MOVE 0 TO W-FOUND-FLAG.

           IF L-INITIALS NOT = SPACES
             MOVE L-INITIALS TO UA-Initials
             READ USRAUT
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET W-FOUND TO TRUE
             END-READ
             GO TO FIND-USER-E
           END-IF.

           IF L-PROFILE = SPACES
             GO TO FIND-USER-E
           END-IF.

           MOVE LOW-VALUES TO UA-Initials.
           START USRAUT KEY >= UA-Initials
             INVALID KEY
               GO TO FIND-USER-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1 OR W-FOUND
             READ USRAUT NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF UA-User-Profile = L-PROFILE
                   SET W-FOUND TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

       FIND-USER-E.
           EXIT.

      ******************************************************************
       CHECK-USER SECTION.
       CHECK-USER-B.
           IF NOT UA-Active
             MOVE "D" TO L-RETURN
             MOVE "USER DISABLED" TO L-MESSAGE
             GO TO CHECK-USER-E
           END-IF.

           IF  L-ENTITY       NOT = SPACES
           AND UA-Entity-Code NOT = SPACES
           AND UA-Entity-Code NOT = L-ENTITY
             MOVE "E" TO L-RETURN
             STRING "NOT AUTHORISED FOR ENTITY " L-ENTITY
               DELIMITED BY SIZE INTO L-MESSAGE
             END-STRING
             GO TO CHECK-USER-E
           END-IF.

      * The highest role the user holds on the function
           MOVE 0    TO W-HELD-RANK.
           MOVE ZERO TO W-HELD-LIMIT.
           PERFORM VARYING W-RX FROM 1 BY 1 UNTIL W-RX > 20
             IF UA-Function(W-RX) = L-FUNCTION
               EVALUATE TRUE
                 WHEN UA-Role-Approve(W-RX)
                   MOVE 4 TO W-HELD-RANK
                   MOVE UA-Approve-Limit(W-RX) TO W-HELD-LIMIT
                 WHEN UA-Role-Supervise(W-RX)
                   MOVE 3 TO W-HELD-RANK
                 WHEN UA-Role-Maintain(W-RX)
                   MOVE 2 TO W-HELD-RANK
                 WHEN UA-Role-View(W-RX)
                   MOVE 1 TO W-HELD-RANK
               END-EVALUATE
             END-IF
           END-PERFORM.

           EVALUATE L-ROLE
             WHEN "A"
               MOVE 4 TO W-NEED-RANK
               MOVE "APPROVE"    TO W-ROLE-WORD
             WHEN "S"
               MOVE 3 TO W-NEED-RANK
               MOVE "SUPERVISOR" TO W-ROLE-WORD
             WHEN "M"
               MOVE 2 TO W-NEED-RANK
               MOVE "MAINTAIN"   TO W-ROLE-WORD
             WHEN OTHER
               MOVE 1 TO W-NEED-RANK
               MOVE "VIEW"       TO W-ROLE-WORD
           END-EVALUATE.

           IF W-HELD-RANK < W-NEED-RANK
             MOVE "R" TO L-RETURN
             STRING W-ROLE-WORD DELIMITED BY SPACE
                    " AUTHORITY REQUIRED" DELIMITED BY SIZE
               INTO L-MESSAGE
             END-STRING
             GO TO CHECK-USER-E
           END-IF.

      * A credit is held to the same limit as an invoice. No limit is
      *   granted as all nines, which no amount can exceed - a zero
      *   limit approves nothing.
           MOVE L-AMOUNT TO W-AMOUNT.
           IF W-AMOUNT < ZERO
             MULTIPLY -1 BY W-AMOUNT
           END-IF.
           IF  L-ROLE = "A"
           AND W-HELD-LIMIT = ZERO
             MOVE "L" TO L-RETURN
             MOVE "NO APPROVAL LIMIT GRANTED" TO L-MESSAGE
             GO TO CHECK-USER-E
           END-IF.
           IF  L-ROLE = "A"
           AND W-AMOUNT > W-HELD-LIMIT
             MOVE "L" TO L-RETURN
             MOVE "OVER YOUR APPROVAL LIMIT" TO L-MESSAGE
           END-IF.

       CHECK-USER-E.
           EXIT.

      ******************************************************************
       LOG-REFUSAL SECTION.
       LOG-REFUSAL-B.
           MOVE SPACES TO W-ALG-KEY.
           IF L-INITIALS NOT = SPACES
             MOVE L-INITIALS TO W-ALG-KEY
           ELSE
             MOVE L-PROFILE  TO W-ALG-KEY
           END-IF.
           MOVE SPACES TO W-ALG-TEXT.
           STRING L-FUNCTION " " L-ROLE " REFUSED - " L-MESSAGE
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 2 TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       LOG-REFUSAL-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-USRAUT = 1
             CLOSE USRAUT
             MOVE 0 TO O-USRAUT
           END-IF.

           GOBACK.
