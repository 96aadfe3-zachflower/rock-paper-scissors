      *> or JOKESTD (lifetime totals) - nothing showed a person their
      *> own month.
      *>
      *> The opening position is re-derived from the badge's rows in
      *> the badge-history index BADGEHX.DAT (see BHISTR - every game
      *> it ever played, archived or not, read by key) plus whatever
      *> the index has not been fed yet off the live GAMELOG.DAT, the
      *> JOKEHIS way. It is scored by
      *> the same rules JOKEREC derives with: "R" rounds and rejects
      *> never count, X reversals count negatively, C corrections
      *> positively, and an H record scores this badge from its own
      *> statement can prove closing + later activity = the badge's
      *> PLAYER-MASTER row today - a closing line that doesn't tie
      *> back is flagged, which catches the same drift JOKEREC hunts
      *> for, per badge and per month. With no index on disk only the
      *> live log is read, and the statement will not tie once any
      *> month has been archived - build the index with JOKEBHX L.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-HIST-FILE ASSIGN TO "BADGEHX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BH-STATUS.
           SELECT OPTIONAL FEED-CTL-FILE ASSIGN TO "BHXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIVE-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BADGE-HIST-FILE.
       01 BADGE-HIST-RECORD.
           COPY BHISTR.
       FD  FEED-CTL-FILE.
       01 FEED-CTL-RECORD.
           COPY BHXCTLR.
       FD  LIVE-LOG-FILE.
       01 LIVE-LOG-LINE PIC X(156).
       FD  PLAYER-MASTER-FILE.
       01 PLAYER-MASTER-RECORD.
           COPY PLAYERMR.
       WORKING-STORAGE SECTION.
      *> The record in hand, whether it came off an index row or the
      *> live log.
           01 GAME-LOG-RECORD.
               COPY GAMELOGR.
           01 WS-BH-STATUS PIC XX.
           01 WS-BH-EOF PIC X.
               88 END-OF-INDEX VALUE "Y".
           01 WS-INDEX-OPEN PIC X VALUE "N".
               88 INDEX-ON-FILE VALUE "Y".
           01 WS-LIVE-EOF PIC X.
               88 END-OF-LIVE-LOG VALUE "Y".
           01 WS-CTL-EOF PIC X VALUE "N".
               88 END-OF-FEED-CTL VALUE "Y".
      *> How far the index has been fed, per site (see BHXCTLR).
           01 CUR-COUNT PIC 9(4) VALUE 0.
           01 CUR-TABLE.
               05 CUR-ENTRY OCCURS 50 TIMES INDEXED BY CUR-IDX.
                   10 CUR-SITE PIC X(3).
                   10 CUR-LAST-SEQ PIC 9(8).
           01 WS-CUR-FULL PIC X VALUE "N".
               88 CUR-TABLE-FULL VALUE "Y".
           01 WS-TAIL-FLAG PIC X.
               88 IN-LIVE-TAIL VALUE "Y".
           01 WS-PM-STATUS PIC XX.
           01 PM-REL-KEY PIC 9(6).
           01 WS-MASTER-EOF PIC X VALUE "N".
           01 WS-BADGE-X PIC X(6).
           01 WS-STMT-MONTH PIC 9(6).
           01 WS-STMT-X REDEFINES WS-STMT-MONTH PIC X(6).
           01 WS-WORK-YEAR PIC 9(4).
           01 WS-WORK-MONTH PIC 9(2).
           01 WS-THIS-MONTH PIC 9(6).
      *> Opening position, derived with the same guarded subtracts
      *> JOKEREC uses - an X whose original is missing from the
      *> history can't run a bucket below zero.
           01 WS-OPEN-W PIC 9(6) VALUE 0.
           01 WS-OPEN-L PIC 9(6) VALUE 0.
           01 WS-OPEN-D PIC 9(6) VALUE 0.
           01 WS-EXP-D PIC S9(7) VALUE 0.
           01 WS-MON-REJECTS PIC 9(4) VALUE 0.
           01 WS-LINE-COUNT PIC 9(4) VALUE 0.
           01 WS-INDEX-COUNT PIC 9(8) VALUE 0.
           01 WS-TAIL-COUNT PIC 9(8) VALUE 0.
      *> The record in hand, resolved to this badge's point of view.
           01 WS-SIDE-RESULT PIC 9.
           01 WS-TALLY-SIGN PIC X.
                   (WS-WORK-YEAR * 100) + WS-WORK-MONTH
           END-IF.

           PERFORM LOAD-FEED-CURSORS.
           OPEN INPUT BADGE-HIST-FILE.
           IF WS-BH-STATUS = "00"
               SET INDEX-ON-FILE TO TRUE
           END-IF.

           PERFORM PRINT-STATEMENT-HEADER.
           PERFORM SCAN-HISTORY.
           PERFORM PRINT-STATEMENT-FOOTER.
           IF INDEX-ON-FILE
               CLOSE BADGE-HIST-FILE
           END-IF.
           PERFORM TIE-BACK-TO-MASTER.

           IF NOT STATEMENT-TIES
           END-IF.
           STOP RUN.

      *> The whole history has to be in view for the opening balance
      *> and the master tie-back: every row the index files under the
      *> badge, oldest first, then the live log records it has not
      *> been fed yet - play order, so the month's lines list in it.
       SCAN-HISTORY.
           IF INDEX-ON-FILE
               PERFORM READ-INDEX-ROWS
           END-IF.
           PERFORM READ-LIVE-TAIL.

       READ-INDEX-ROWS.
           MOVE "N" TO WS-BH-EOF.
           MOVE WS-BADGE-X TO BH-BADGE.
           MOVE LOW-VALUES TO BH-TIMESTAMP.
           MOVE 0 TO BH-OCCUR.
           START BADGE-HIST-FILE KEY NOT < BH-KEY
               INVALID KEY SET END-OF-INDEX TO TRUE
           END-START.
           PERFORM UNTIL END-OF-INDEX
               READ BADGE-HIST-FILE NEXT
                   AT END SET END-OF-INDEX TO TRUE
                   NOT AT END
                       IF BH-BADGE NOT = WS-BADGE-X
                           SET END-OF-INDEX TO TRUE
                       ELSE
                           ADD 1 TO WS-INDEX-COUNT
                           MOVE BH-GAME TO GAME-LOG-RECORD
                           PERFORM TAKE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       READ-LIVE-TAIL.
           MOVE "N" TO WS-LIVE-EOF.
           OPEN INPUT LIVE-LOG-FILE.
           PERFORM UNTIL END-OF-LIVE-LOG
               READ LIVE-LOG-FILE
                   AT END SET END-OF-LIVE-LOG TO TRUE
                   NOT AT END
                       MOVE LIVE-LOG-LINE TO GAME-LOG-RECORD
                       PERFORM CHECK-LIVE-TAIL
                       IF IN-LIVE-TAIL
                           ADD 1 TO WS-TAIL-COUNT
                           PERFORM TAKE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIVE-LOG-FILE.

      *> A live log record is in the tail when the index has not been
      *> fed it: numbered above its site's line, or from a site with
      *> no line yet. Unnumbered records predate the numbered era and
      *> were filed by the load; Z close-outs are never filed and no
      *> inquiry wants them. With no index, the whole live log is the
      *> tail. Copied from JOKEHIS - keep in sync.
       CHECK-LIVE-TAIL.
           MOVE "N" TO WS-TAIL-FLAG.
           EVALUATE TRUE
               WHEN LOG-REC-TYPE = "Z"
                   CONTINUE
               WHEN NOT INDEX-ON-FILE
                   SET IN-LIVE-TAIL TO TRUE
               WHEN LOG-SEQ-NO NOT NUMERIC
                   CONTINUE
               WHEN OTHER
                   SET IN-LIVE-TAIL TO TRUE
                   PERFORM VARYING CUR-IDX FROM 1 BY 1
                           UNTIL CUR-IDX > CUR-COUNT
                       IF CUR-SITE(CUR-IDX) = LOG-SITE
                          AND LOG-SEQ-NO NOT > CUR-LAST-SEQ(CUR-IDX)
                           MOVE "N" TO WS-TAIL-FLAG
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *> BHXCTL.DAT, one line per site (see BHXCTLR). Copied from
      *> JOKEHIS - keep in sync.
       LOAD-FEED-CURSORS.
           OPEN INPUT FEED-CTL-FILE.
           PERFORM UNTIL END-OF-FEED-CTL
               READ FEED-CTL-FILE
                   AT END SET END-OF-FEED-CTL TO TRUE
                   NOT AT END
                       IF CUR-COUNT >= 50
                           IF NOT CUR-TABLE-FULL
                               DISPLAY "WARNING: more than 50 sites"
                                       " in BHXCTL.DAT - CUR-TABLE is"
                                       " full, later sites are read"
                                       " off the live log whole"
                               SET CUR-TABLE-FULL TO TRUE
                           END-IF
                       ELSE
                           ADD 1 TO CUR-COUNT
                           SET CUR-IDX TO CUR-COUNT
                           MOVE BC-SITE TO CUR-SITE(CUR-IDX)
                           IF BC-LAST-SEQ NUMERIC
                               MOVE BC-LAST-SEQ
                                   TO CUR-LAST-SEQ(CUR-IDX)
                           ELSE
                               MOVE 0 TO CUR-LAST-SEQ(CUR-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-CTL-FILE.

      *> Routing: does the record involve this badge at all, and is
      *> it a scoring record? "R" rounds are never independently
           COMPUTE WS-CLS-L = WS-OPEN-L + WS-MON-L.
           COMPUTE WS-CLS-D = WS-OPEN-D + WS-MON-D.
           DISPLAY "-------------------------------------------------".
           IF INDEX-ON-FILE
               DISPLAY "Records from the index: " WS-INDEX-COUNT
           ELSE
               DISPLAY "*** No badge-history index (BADGEHX.DAT) -"
                       " live log only; build it with JOKEBHX L ***"
           END-IF.
           DISPLAY "Records not yet indexed: " WS-TAIL-COUNT.
           DISPLAY "Statement lines: " WS-LINE-COUNT
                   " (rejects shown, not scored: " WS-MON-REJECTS ")".
           DISPLAY "-------------------------------------------------".
           DISPLAY " D:" WS-EDIT-S7.
           IF WS-CLS-W < 0 OR WS-CLS-L < 0 OR WS-CLS-D < 0
               DISPLAY "*** A closing bucket is negative - the "
                       "history index is incomplete or the log has"
                       " drifted ***"
           END-IF.

               DISPLAY " L:" WS-EDIT-S7 WITH NO ADVANCING
               MOVE WS-EXP-D TO WS-EDIT-S7
               DISPLAY " D:" WS-EDIT-S7
               DISPLAY "  (a history index that has drifted - "
                       "JOKEBHX V - or the drift JOKEREC hunts -"
                       " reconcile there)"
           END-IF.
