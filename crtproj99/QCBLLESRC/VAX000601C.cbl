      *                                                                   *
      *  IPN26445 2026/09/02 DR001 Audit rows written through the       *
      *                            OPS000607C log server               *
      *  IPN26458 2026/10/12 DR001 Every image the delta pass sends -     *
      *                            new, changed, deleted, or the full     *
      *                            refresh - kept on the VORHISTL0        *
      *                            transmission history                   *
      *  IPN26459 2026/10/13 DR001 Validation pass before the CRLF and    *
      *                            delta processing - blank/duplicate     *
      *                            keys, bad layout and non-numeric       *
      *                            fields (VORVALRL0 rules) go to the     *
      *                            VORQUARL0 quarantine and leave the     *
      *                            cycle; above the operator's limit      *
      *                            the whole cycle is refused             *
      *  IPN26471 2026/10/15 DR001 A refused cycle registered as F        *
      *                            (failed) rather than ended with        *
      *                            exceptions; a record quarantined for   *
      *                            its layout also marks its key, so its  *
      *                            state row is kept                      *
      *********************************************************************

       ENVIRONMENT DIVISION.
                           ACCESS        IS SEQUENTIAL
                           FILE STATUS   IS ST-VOR02DEL.

      * Transmission history - one row per image each cycle sent
           SELECT VORHIST  ASSIGN       TO DATABASE-VORHISTL0
                           ORGANIZATION  IS INDEXED
                           ACCESS        IS DYNAMIC
                           RECORD KEY    IS VH-Key
                           FILE STATUS   IS ST-VORHIST.

      * Validation rules - numeric fields and the quarantine limit
           SELECT VORVALR  ASSIGN       TO DATABASE-VORVALRL0
                           ORGANIZATION  IS INDEXED
                           ACCESS        IS DYNAMIC
                           RECORD KEY    IS VVR-Key
                           FILE STATUS   IS ST-VORVALR.

      * Keys seen this run - rebuilt by every validation pass
           SELECT VORVKEY  ASSIGN       TO DATABASE-VORVKEYL0
                           ORGANIZATION  IS INDEXED
                           ACCESS        IS DYNAMIC
                           RECORD KEY    IS VK-Key
                           FILE STATUS   IS ST-VORVKEY.

      * Quarantine - records taken out of the cycle, kept across runs
           SELECT VORQUAR  ASSIGN       TO DATABASE-VORQUARL0
                           ORGANIZATION  IS SEQUENTIAL
                           ACCESS        IS SEQUENTIAL
                           FILE STATUS   IS ST-VORQUAR.

      * Work copies of the records that passed, copied back over an
      *   extract that had records quarantined out of it
           SELECT VOR01QWK ASSIGN       TO DATABASE-VOR01QWKG
                           ORGANIZATION  IS SEQUENTIAL
                           ACCESS        IS SEQUENTIAL
                           FILE STATUS   IS ST-VOR01QWK.

           SELECT VOR02QWK ASSIGN       TO DATABASE-VOR02QWKG
                           ORGANIZATION  IS SEQUENTIAL
                           ACCESS        IS SEQUENTIAL
                           FILE STATUS   IS ST-VOR02QWK.

       DATA DIVISION.
        FILE SECTION.
         FD VOR01DLL.
         FD VOR02DEL.
          01 VOR02DEL-REC              PIC X(20).

         FD VORHIST.
          01 VORHIST-REC.
             COPY VORHISTL0.

         FD VORVALR.
          01 VORVALR-REC.
             COPY VORVALRL0.

      * Key work file - file + state key, how often the key occurs in
      *   its extract, and whether a record with the key was
      *   quarantined (its state row is then left alone)
         FD VORVKEY.
          01 VORVKEY-REC.
             05  VK-Key.
                 10  VK-File           PIC X(1).
                 10  VK-Rec-Key        PIC X(20).
             05  VK-Count              PIC 9(7).
             05  VK-Quar               PIC X(1).
                 88  VK-Quarantined        VALUE "Q".

         FD VORQUAR.
          01 VORQUAR-REC.
             COPY VORQUARL0.

         FD VOR01QWK.
          01 VOR01QWK-REC              PIC X(150).

         FD VOR02QWK.
          01 VOR02QWK-REC              PIC X(80).

       WORKING-STORAGE SECTION.
        01  ST-VOR01DLL  PIC X(2).
        01  ST-VOR02DLL  PIC X(2).
        01 W-DELTA-PRODUCED  PIC 9 VALUE ZERO.
        01 W-DELTA-FAIL-TEXT PIC X(60).

      * History of what this cycle sent - stamped with the time the
      *   delta pass started, the same on every row of the run
        01  ST-VORHIST   PIC X(2).
        01  O-VORHIST    PIC 9 VALUE ZERO.
        01 W-HIST-DATE       PIC 9(8).
        01 W-HIST-TIME       PIC 9(8).
        01 W-HIST-ACTION     PIC X(1).

      * Validation pass
        01  ST-VORVALR   PIC X(2).
        01  ST-VORVKEY   PIC X(2).
        01  ST-VORQUAR   PIC X(2).
        01  ST-VOR01QWK  PIC X(2).
        01  ST-VOR02QWK  PIC X(2).
        01  O-VORVKEY    PIC 9 VALUE ZERO.
        01  O-VORQUAR    PIC 9 VALUE ZERO.

        01 W-VAL-REFUSED     PIC 9 VALUE ZERO.
        01 W-QUAR01-COUNT    PIC 9(7) VALUE ZERO.
        01 W-QUAR02-COUNT    PIC 9(7) VALUE ZERO.
        01 W-QUAR-TOTAL      PIC 9(7) VALUE ZERO.
        01 W-QUAR-LIMIT      PIC 9(7) VALUE ZERO.
        01 W-REC-NO          PIC 9(7).
        01 W-CNT-ED          PIC Z(6)9.
        01 W-LIMIT-ED        PIC Z(6)9.

      * The record being judged - W-IMAGE holds it, these say which
      *   extract it came from and how its line is laid out
        01 W-VAL-FILE        PIC X(1).
        01 W-VAL-FILE-NAME   PIC X(10).
        01 W-VAL-DATA-LEN    PIC 9(3).
        01 W-VAL-KEY-LEN     PIC 9(3).
        01 W-VAL-KEY         PIC X(20).
        01 W-VAL-REASON      PIC X(1).
        01 W-VAL-TEXT        PIC X(25).
        01 W-BREAK-COUNT     PIC 9(4).
        01 W-VAL-DATE        PIC 9(8).
        01 W-VAL-TIME        PIC 9(8).

      * Numeric-field rules for both extracts, from VORVALRL0
        01 W-RX              PIC 9(3).
        01 W-RULE-COUNT      PIC 9(3) VALUE ZERO.
        01 W-RULE-TABLE.
           05 W-RULE            OCCURS 100.
              10 W-RL-FILE         PIC X(1).
              10 W-RL-START        PIC 9(3).
              10 W-RL-LENGTH       PIC 9(3).
              10 W-RL-NAME         PIC X(10).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "VAX000601C".
        01 W-ALG-KEY        PIC X(20).
             PERFORM WRITE-DUP-RUN-LOG
           END-IF.

      * Content validation first - a refused cycle stops here, before
      *   any record is stamped or compared, and writes no trailers:
      *   the empty VORCTLL0 fails the reconciliation as well as the
      *   severity-1 row holding the night
           PERFORM VALIDATE-EXTRACTS.
           IF W-VAL-REFUSED = 1
             MOVE 1 TO W-PROC-DONE
             GO TO MAIN-E
           END-IF.

      * VOR01DLLG
           MOVE 0 TO W-EOF.
           MOVE 0 TO W-VOR01-COUNT.
             MOVE 1 TO W-DELTA-PRODUCED
           END-IF.

      * The history is the evidence of what was sent, not part of the
      *   transmission - a file that won't open is reported at
      *   severity 2 and the run ends with exceptions, but the night's
      *   delta still goes
           OPEN I-O VORHIST.
           IF ST-VORHIST NOT = "00"
             MOVE "HISTORY FILE UNAVAILABLE - CYCLE NOT RECORDED"
               TO W-ALG-TEXT
             MOVE SPACES              TO W-ALG-KEY
             MOVE 2                   TO W-ALG-SEVERITY
             CALL "OPS000607C" USING W-ALG-PROGRAM L-RUN-NUMBER
                                     W-ALG-KEY W-ALG-SEVERITY W-ALG-TEXT
                                     W-ALG-MEMBER W-ALG-RETURN
             ADD 1 TO W-SKIP-COUNT
           ELSE
             MOVE 1 TO O-VORHIST
           END-IF.
           ACCEPT W-HIST-DATE FROM DATE YYYYMMDD.
           ACCEPT W-HIST-TIME FROM TIME.

      * the stamping loops left both extracts at end of file - close
      *   and reopen to walk them again
           CLOSE VOR01DLL VOR02DLL.
             MOVE 0 TO O-DELTAS
           END-IF.

           IF O-VORHIST = 1
             CLOSE VORHIST
             MOVE 0 TO O-VORHIST
           END-IF.

           CLOSE VORSTATE.
           MOVE 0 TO O-VORSTATE.

             MOVE VOR01DLLREC TO VOR01DLT-REC
             WRITE VOR01DLT-REC
             ADD 1 TO W-DLT01-COUNT
             IF W-STATE-NEW = 1
               MOVE "N" TO W-HIST-ACTION
             ELSE
               MOVE "C" TO W-HIST-ACTION
             END-IF
             PERFORM WRITE-HISTORY-ROW
           END-IF.

           IF MODE-FULL-REFRESH
             MOVE "F" TO W-HIST-ACTION
             PERFORM WRITE-HISTORY-ROW
           END-IF.

       CHECK-VOR01-STATE-E.
             MOVE VOR02DLLREC TO VOR02DLT-REC
             WRITE VOR02DLT-REC
             ADD 1 TO W-DLT02-COUNT
             IF W-STATE-NEW = 1
               MOVE "N" TO W-HIST-ACTION
             ELSE
               MOVE "C" TO W-HIST-ACTION
             END-IF
             PERFORM WRITE-HISTORY-ROW
           END-IF.

           IF MODE-FULL-REFRESH
             MOVE "F" TO W-HIST-ACTION
             PERFORM WRITE-HISTORY-ROW
           END-IF.

       CHECK-VOR02-STATE-E.
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF VST-Last-Run NOT = L-RUN-NUMBER
                   PERFORM CHECK-QUARANTINED-KEY
                 END-IF
                 IF  VST-Last-Run NOT = L-RUN-NUMBER
                 AND NOT VK-Quarantined
                   IF MODE-DELTA
                     IF VST-Del-Run = ZERO
                       IF VST-File = "1"
                       END-IF
                       MOVE L-RUN-NUMBER TO VST-Del-Run
                       REWRITE VORSTATE-REC
                       MOVE VST-Image TO W-IMAGE
                       MOVE "D" TO W-HIST-ACTION
                       PERFORM WRITE-HISTORY-ROW
                     ELSE
                       DELETE VORSTATE
                     END-IF
                   ELSE
      * a record missing from the full files is gone from the Windows
      *   side once the refresh loads - the history has to say so
                     IF VST-Del-Run = ZERO
                       MOVE VST-Image TO W-IMAGE
                       MOVE "D" TO W-HIST-ACTION
                       PERFORM WRITE-HISTORY-ROW
                     END-IF
                     DELETE VORSTATE
                   END-IF
                 END-IF
           EXIT.

      ******************************************************************
      * A record quarantined this run has not left the extract - in
      *   delta mode its state row stays as it is, so the Windows side
      *   keeps the last good image rather than being told to delete
      *   it. A full refresh reloads the Windows side from the full
      *   files, so there the record really is gone.
       CHECK-QUARANTINED-KEY SECTION.
       CHECK-QUARANTINED-KEY-B.
           MOVE SPACE TO VK-Quar.
           IF NOT MODE-DELTA OR O-VORVKEY = 0
             GO TO CHECK-QUARANTINED-KEY-E
           END-IF.

           MOVE VST-Key TO VK-Key.
           READ VORVKEY
             INVALID KEY
               MOVE SPACE TO VK-Quar
           END-READ.

       CHECK-QUARANTINED-KEY-E.
           EXIT.

      ******************************************************************
      * One history row for the image in W-IMAGE, keyed on the state
      *   key in VST-Key and this run, with the action in
      *   W-HIST-ACTION. A key repeated within one extract keeps its
      *   last image, the same as its state row does.
       WRITE-HISTORY-ROW SECTION.
       WRITE-HISTORY-ROW-B.
           IF O-VORHIST = 0
             GO TO WRITE-HISTORY-ROW-E
           END-IF.

           MOVE VST-File            TO VH-File.
           MOVE VST-Rec-Key         TO VH-Rec-Key.
           MOVE L-RUN-NUMBER        TO VH-Run.
           MOVE W-HIST-ACTION       TO VH-Action.
           MOVE ZERO                TO VH-Orig-Run.
           MOVE W-HIST-DATE         TO VH-Sent-Date.
           MOVE W-HIST-TIME         TO VH-Sent-Time.
           MOVE W-IMAGE             TO VH-Image.
           WRITE VORHIST-REC
             INVALID KEY
               REWRITE VORHIST-REC
           END-WRITE.

       WRITE-HISTORY-ROW-E.
           EXIT.

      ******************************************************************
      * Checks both extracts before anything else touches them. Pass 1
      *   counts every leading key on the VORVKEYL0 work file; pass 2
      *   judges each record, quarantining the bad ones and copying the
      *   good ones to the work members. An extract that lost records
      *   is then rewritten from its work member, so the CRLF stamping,
      *   the delta pass, the counts and the full-file transmission all
      *   see only records that passed. Above the operator's limit the
      *   cycle is refused and the extracts are left as they came.
       VALIDATE-EXTRACTS SECTION.
       VALIDATE-EXTRACTS-B.
           PERFORM LOAD-VAL-RULES.
           ACCEPT W-VAL-DATE FROM DATE YYYYMMDD.
           ACCEPT W-VAL-TIME FROM TIME.

      * the validation's own files failing closes the cycle, the same
      *   as a delta pass that cannot run - a cycle nobody checked
      *   must not go out as if it had been
           OPEN OUTPUT VORVKEY.
           IF ST-VORVKEY = "00"
             CLOSE VORVKEY
             OPEN I-O VORVKEY
           END-IF.
           IF ST-VORVKEY NOT = "00"
             MOVE "KEY WORK FILE UNAVAILABLE - CYCLE REFUSED"
               TO W-DELTA-FAIL-TEXT
             PERFORM REFUSE-CYCLE
             GO TO VALIDATE-EXTRACTS-E
           END-IF.
           MOVE 1 TO O-VORVKEY.

           OPEN EXTEND VORQUAR.
           IF ST-VORQUAR NOT = "00"
             MOVE "QUARANTINE FILE UNAVAILABLE - CYCLE REFUSED"
               TO W-DELTA-FAIL-TEXT
             PERFORM REFUSE-CYCLE
             GO TO VALIDATE-EXTRACTS-E
           END-IF.
           MOVE 1 TO O-VORQUAR.

           OPEN OUTPUT VOR01QWK VOR02QWK.
           IF ST-VOR01QWK NOT = "00" OR ST-VOR02QWK NOT = "00"
             CLOSE VOR01QWK VOR02QWK
             MOVE "VALIDATION WORK FILES UNAVAILABLE - CYCLE REFUSED"
               TO W-DELTA-FAIL-TEXT
             PERFORM REFUSE-CYCLE
             GO TO VALIDATE-EXTRACTS-E
           END-IF.

      * pass 1 - key counts
           CLOSE VOR01DLL VOR02DLL.
           OPEN INPUT VOR01DLL VOR02DLL.

           MOVE "1" TO W-VAL-FILE.
           MOVE 20  TO W-VAL-KEY-LEN.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ VOR01DLL NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE SPACES TO W-VAL-KEY
                 MOVE VOR01DLLREC(1:20) TO W-VAL-KEY
                 PERFORM COUNT-VAL-KEY
             END-READ
           END-PERFORM.

           MOVE "2" TO W-VAL-FILE.
           MOVE 15  TO W-VAL-KEY-LEN.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ VOR02DLL NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE SPACES TO W-VAL-KEY
                 MOVE VOR02DLLREC(1:15) TO W-VAL-KEY
                 PERFORM COUNT-VAL-KEY
             END-READ
           END-PERFORM.

      * pass 2 - judge each record
           CLOSE VOR01DLL VOR02DLL.
           OPEN INPUT VOR01DLL VOR02DLL.

           MOVE "1"         TO W-VAL-FILE.
           MOVE "VOR01DLLG" TO W-VAL-FILE-NAME.
           MOVE 148         TO W-VAL-DATA-LEN.
           MOVE 20          TO W-VAL-KEY-LEN.
           MOVE 0 TO W-REC-NO.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ VOR01DLL NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 ADD 1 TO W-REC-NO
                 MOVE SPACES TO W-IMAGE
                 MOVE VOR01DLLREC TO W-IMAGE
                 PERFORM JUDGE-VAL-RECORD
                 IF W-VAL-REASON = SPACE
                   MOVE VOR01DLLREC TO VOR01QWK-REC
                   WRITE VOR01QWK-REC
                 ELSE
                   PERFORM QUARANTINE-RECORD
                   ADD 1 TO W-QUAR01-COUNT
                 END-IF
             END-READ
           END-PERFORM.

           MOVE "2"         TO W-VAL-FILE.
           MOVE "VOR02DLLG" TO W-VAL-FILE-NAME.
           MOVE 78          TO W-VAL-DATA-LEN.
           MOVE 15          TO W-VAL-KEY-LEN.
           MOVE 0 TO W-REC-NO.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ VOR02DLL NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 ADD 1 TO W-REC-NO
                 MOVE SPACES TO W-IMAGE
                 MOVE VOR02DLLREC TO W-IMAGE
                 PERFORM JUDGE-VAL-RECORD
                 IF W-VAL-REASON = SPACE
                   MOVE VOR02DLLREC TO VOR02QWK-REC
                   WRITE VOR02QWK-REC
                 ELSE
                   PERFORM QUARANTINE-RECORD
                   ADD 1 TO W-QUAR02-COUNT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE VOR01DLL VOR02DLL.
           CLOSE VOR01QWK VOR02QWK.

           COMPUTE W-QUAR-TOTAL = W-QUAR01-COUNT + W-QUAR02-COUNT.
           IF W-QUAR-TOTAL > W-QUAR-LIMIT
             MOVE W-QUAR-TOTAL TO W-CNT-ED
             MOVE W-QUAR-LIMIT TO W-LIMIT-ED
             MOVE SPACES TO W-DELTA-FAIL-TEXT
             STRING W-CNT-ED " QUARANTINED - LIMIT " W-LIMIT-ED
                    " - CYCLE REFUSED"
               DELIMITED BY SIZE INTO W-DELTA-FAIL-TEXT
             END-STRING
             PERFORM REFUSE-CYCLE
           ELSE
             IF W-QUAR01-COUNT > 0
               OPEN INPUT VOR01QWK
               OPEN OUTPUT VOR01DLL
               PERFORM COPY-BACK-VOR01
               CLOSE VOR01QWK VOR01DLL
             END-IF
             IF W-QUAR02-COUNT > 0
               OPEN INPUT VOR02QWK
               OPEN OUTPUT VOR02DLL
               PERFORM COPY-BACK-VOR02
               CLOSE VOR02QWK VOR02DLL
             END-IF
           END-IF.

      * back to the state OPEN-FILES left them in for the stamping
           OPEN I-O VOR01DLL.
           IF ST-VOR01DLL NOT = "00"
             MOVE 0 TO O-VOR01DLL
             PERFORM PGM-END
           END-IF.
           OPEN I-O VOR02DLL.
           IF ST-VOR02DLL NOT = "00"
             MOVE 0 TO O-VOR02DLL
             PERFORM PGM-END
           END-IF.

      * the key work file stays open - the delta pass's sweep reads it
      *   to tell a quarantined record from one that left the extract
           CLOSE VORQUAR.
           MOVE 0 TO O-VORQUAR.

       VALIDATE-EXTRACTS-E.
           EXIT.

      ******************************************************************
      * Numeric-field rules and the quarantine limit. Without the rules
      *   file the key and layout checks still run, with a limit of
      *   zero - no bad record is let through unnoticed.
       LOAD-VAL-RULES SECTION.
       LOAD-VAL-RULES-B.
           MOVE 0 TO W-RULE-COUNT.
           MOVE 0 TO W-QUAR-LIMIT.

           OPEN INPUT VORVALR.
           IF ST-VORVALR NOT = "00"
             MOVE SPACES              TO W-ALG-KEY
             MOVE "VALIDATION RULES UNAVAILABLE - KEY/LAYOUT ONLY"
                                      TO W-ALG-TEXT
             MOVE 2                   TO W-ALG-SEVERITY
             CALL "OPS000607C" USING W-ALG-PROGRAM L-RUN-NUMBER
                                     W-ALG-KEY W-ALG-SEVERITY W-ALG-TEXT
                                     W-ALG-MEMBER W-ALG-RETURN
             GO TO LOAD-VAL-RULES-E
           END-IF.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ VORVALR NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 PERFORM TAKE-VAL-RULE
             END-READ
           END-PERFORM.

           CLOSE VORVALR.

       LOAD-VAL-RULES-E.
           EXIT.

      ******************************************************************
      * A rule reaching past the data (into the line separator or off
      *   the end of the record) is ignored - the screen refuses them,
      *   this only guards against a row keyed some other way.
       TAKE-VAL-RULE SECTION.
       TAKE-VAL-RULE-B.
           IF VVR-Control-Row
             MOVE VVR-Quar-Limit TO W-QUAR-LIMIT
             GO TO TAKE-VAL-RULE-E
           END-IF.

           IF VVR-File = "1"
             MOVE 148 TO W-VAL-DATA-LEN
           ELSE
             MOVE 78  TO W-VAL-DATA-LEN
           END-IF.

           IF (VVR-File = "1" OR VVR-File = "2")
           AND VVR-Start > ZERO AND VVR-Length > ZERO
           AND VVR-Start + VVR-Length - 1 NOT > W-VAL-DATA-LEN
           AND W-RULE-COUNT < 100
             ADD 1 TO W-RULE-COUNT
             MOVE VVR-File       TO W-RL-FILE(W-RULE-COUNT)
             MOVE VVR-Start      TO W-RL-START(W-RULE-COUNT)
             MOVE VVR-Length     TO W-RL-LENGTH(W-RULE-COUNT)
             MOVE VVR-Field-Name TO W-RL-NAME(W-RULE-COUNT)
           END-IF.

       TAKE-VAL-RULE-E.
           EXIT.

      ******************************************************************
      * Blank keys are not counted - the record fails on its own.
       COUNT-VAL-KEY SECTION.
       COUNT-VAL-KEY-B.
           IF W-VAL-KEY = SPACES OR W-VAL-KEY = LOW-VALUES
             GO TO COUNT-VAL-KEY-E
           END-IF.

           MOVE W-VAL-FILE TO VK-File.
           MOVE W-VAL-KEY  TO VK-Rec-Key.
           READ VORVKEY
             INVALID KEY
               MOVE 1     TO VK-Count
               MOVE SPACE TO VK-Quar
               WRITE VORVKEY-REC
               GO TO COUNT-VAL-KEY-E
           END-READ.

           ADD 1 TO VK-Count.
           REWRITE VORVKEY-REC.

       COUNT-VAL-KEY-E.
           EXIT.

      ******************************************************************
      * Judges the record in W-IMAGE, leaving the first fault found in
      *   W-VAL-REASON / W-VAL-TEXT, or W-VAL-REASON blank if it passed.
      *   The extracts are fixed-length, so a record too long for its
      *   layout shows as data where the line separator goes, and one
      *   too short - or two run together - as a line break inside it.
      *   A duplicated key fails every record carrying it: there is no
      *   telling which one is right.
       JUDGE-VAL-RECORD SECTION.
       JUDGE-VAL-RECORD-B.
           MOVE SPACE  TO W-VAL-REASON.
           MOVE SPACES TO W-VAL-TEXT.

           IF  W-IMAGE(W-VAL-DATA-LEN + 1:2) NOT = X"0D0A"
           AND W-IMAGE(W-VAL-DATA-LEN + 1:2) NOT = SPACES
           AND W-IMAGE(W-VAL-DATA-LEN + 1:2) NOT = LOW-VALUES
             MOVE "L"                      TO W-VAL-REASON
             MOVE "DATA IN CRLF POSITIONS" TO W-VAL-TEXT
             GO TO JUDGE-VAL-RECORD-E
           END-IF.

           MOVE 0 TO W-BREAK-COUNT.
           INSPECT W-IMAGE(1:W-VAL-DATA-LEN)
             TALLYING W-BREAK-COUNT FOR ALL X"0D" ALL X"0A".
           IF W-BREAK-COUNT > 0
             MOVE "L"                      TO W-VAL-REASON
             MOVE "LINE BREAK IN DATA"     TO W-VAL-TEXT
             GO TO JUDGE-VAL-RECORD-E
           END-IF.

           MOVE SPACES TO W-VAL-KEY.
           MOVE W-IMAGE(1:W-VAL-KEY-LEN) TO W-VAL-KEY.
           IF W-VAL-KEY = SPACES OR W-VAL-KEY = LOW-VALUES
             MOVE "B"                      TO W-VAL-REASON
             MOVE "BLANK KEY"              TO W-VAL-TEXT
             GO TO JUDGE-VAL-RECORD-E
           END-IF.

           MOVE W-VAL-FILE TO VK-File.
           MOVE W-VAL-KEY  TO VK-Rec-Key.
           READ VORVKEY
             INVALID KEY
               MOVE 1 TO VK-Count
           END-READ.
           IF VK-Count > 1
             MOVE "D"                      TO W-VAL-REASON
             MOVE "DUPLICATE KEY"          TO W-VAL-TEXT
             GO TO JUDGE-VAL-RECORD-E
           END-IF.

           PERFORM VARYING W-RX FROM 1 BY 1
                   UNTIL W-RX > W-RULE-COUNT OR W-VAL-REASON NOT = SPACE
             IF W-RL-FILE(W-RX) = W-VAL-FILE
               IF W-IMAGE(W-RL-START(W-RX):W-RL-LENGTH(W-RX))
                  NOT NUMERIC
                 MOVE "N" TO W-VAL-REASON
                 STRING "NON-NUMERIC " W-RL-NAME(W-RX)
                   DELIMITED BY SIZE INTO W-VAL-TEXT
                 END-STRING
               END-IF
             END-IF
           END-PERFORM.

       JUDGE-VAL-RECORD-E.
           EXIT.

      ******************************************************************
      * The quarantine row keeps the record as it arrived; the audit
      *   row says where it was and why it was taken out. A record
      *   with a key - one with a bad layout included - marks it on
      *   the work file, so the delta pass leaves that key's state
      *   row alone.
       QUARANTINE-RECORD SECTION.
       QUARANTINE-RECORD-B.
           MOVE L-RUN-NUMBER        TO VQ-Run.
           MOVE W-VAL-FILE-NAME     TO VQ-File-Name.
           MOVE W-REC-NO            TO VQ-Rec-No.
           MOVE W-VAL-REASON        TO VQ-Reason.
           MOVE W-VAL-TEXT          TO VQ-Reason-Text.
           MOVE W-VAL-DATE          TO VQ-Date.
           MOVE W-VAL-TIME          TO VQ-Time.
           MOVE W-IMAGE             TO VQ-Image.
           WRITE VORQUAR-REC.

           MOVE SPACES              TO W-ALG-KEY.
           MOVE W-IMAGE(1:W-VAL-KEY-LEN) TO W-ALG-KEY.
           MOVE SPACES              TO W-ALG-TEXT.
           STRING W-VAL-FILE-NAME   DELIMITED BY SPACE
                  " REC " W-REC-NO " QUARANTINED: " W-VAL-TEXT
                                    DELIMITED BY SIZE
             INTO W-ALG-TEXT
           END-STRING.
           MOVE 2                   TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM L-RUN-NUMBER
                                   W-ALG-KEY W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

           IF W-VAL-REASON NOT = "B"
             MOVE W-VAL-FILE TO VK-File
             MOVE SPACES     TO VK-Rec-Key
             MOVE W-IMAGE(1:W-VAL-KEY-LEN) TO VK-Rec-Key
             READ VORVKEY
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "Q" TO VK-Quar
                 REWRITE VORVKEY-REC
             END-READ
           END-IF.

       QUARANTINE-RECORD-E.
           EXIT.

      ******************************************************************
       COPY-BACK-VOR01 SECTION.
       COPY-BACK-VOR01-B.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ VOR01QWK NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE VOR01QWK-REC TO VOR01DLLREC
                 WRITE VOR01DLLREC
             END-READ
           END-PERFORM.

       COPY-BACK-VOR01-E.
           EXIT.

      ******************************************************************
       COPY-BACK-VOR02 SECTION.
       COPY-BACK-VOR02-B.
           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ VOR02QWK NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE VOR02QWK-REC TO VOR02DLLREC
                 WRITE VOR02DLLREC
             END-READ
           END-PERFORM.

       COPY-BACK-VOR02-E.
           EXIT.

      ******************************************************************
      * The cycle does not go out - severity 1 with the reason, and
      *   the run ends with exceptions on the register.
       REFUSE-CYCLE SECTION.
       REFUSE-CYCLE-B.
           MOVE 1 TO W-VAL-REFUSED.
           ADD 1 TO W-SKIP-COUNT.
           PERFORM WRITE-DELTA-FAIL-LOG.

       REFUSE-CYCLE-E.
           EXIT.

      ******************************************************************
      * Severity-1 row for a cycle or delta pass that could not go
      *   ahead - the text says which file or check refused it.
       WRITE-DELTA-FAIL-LOG SECTION.
       WRITE-DELTA-FAIL-LOG-B.
           MOVE SPACES              TO W-ALG-KEY.
             CLOSE VORCTL
           END-IF.

           IF O-VORHIST = 1
             CLOSE VORHIST
           END-IF.

           IF O-VORVKEY = 1
             CLOSE VORVKEY
           END-IF.

           IF O-VORQUAR = 1
             CLOSE VORQUAR
           END-IF.

      * Report the run's end to the register - a run that started but
      *   never wrote its trailers is reported as abended, one that
      *   skipped already-stamped records as ended-with-exceptions,
      *   one whose validation pass refused the cycle as failed - it
      *   sent nothing, so the stream must not take it as done. A
      *   run whose number was already registered reports no end: the
      *   row belongs to the earlier run and must stay as it wrote it.
           IF W-REG-STARTED = 1 AND W-REG-DUP = 0
             EVALUATE TRUE
               WHEN W-PROC-DONE = 0
                 MOVE "A" TO W-REG-STATUS
               WHEN W-VAL-REFUSED = 1
                 MOVE "F" TO W-REG-STATUS
               WHEN W-SKIP-COUNT > 0
                 MOVE "X" TO W-REG-STATUS
               WHEN OTHER
