      *> are invisible to JOKERPT, JOKEAUD and JOKEREC, and answering
      *> "show me this badge's games from March" meant hand-restoring
      *> archives into GAMELOG.DAT - which JOKEREC's own header warns
      *> against getting wrong. This inquiry prints a badge's full
      *> history (or everyone's games in a date range) without
      *> touching any of them.
      *>
      *> The games come from the badge-history index, BADGEHX.DAT
      *> (see BHISTR), which JOKEBHX loads from the archives and
      *> feeds after each day's close - a badge's rows are read by
      *> key, so no archive is opened and no archive window has to
      *> be keyed. Whatever the index has not been fed yet (above
      *> each site's line in BHXCTL.DAT, see BHXCTLR) is read
      *> straight off the live log after it, so today's games show
      *> too. With no index on disk the live log alone is read, and
      *> the report says so. A one-badge listing comes out in play
      *> order; everyone's games list badge by badge.
      *>
      *> Corrections are netted: pass 1 collects every X reversal and
      *> C corrected record (matched to their original S by badge +
      *> LOG-ORIG-TS + seed, the same identity JOKEBAT enforces when
      *> it blocks a second reversal), and pass 2 prints the original
      *> game once with its corrected result and a note - not the
      *> three confusing lines the raw log holds. A correction is
      *> always logged under the badge of the game it corrects, so
      *> the badge's own rows carry every one, however late it was
      *> keyed.
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
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-BADGE-IN PIC 9(6).
           01 WS-BADGE-X PIC X(6).
           01 WS-FROM-X REDEFINES WS-FROM-DATE PIC X(8).
           01 WS-TO-DATE PIC 9(8).
           01 WS-TO-X REDEFINES WS-TO-DATE PIC X(8).
           01 WS-PASS PIC 9.
           01 WS-INDEX-COUNT PIC 9(8) VALUE 0.
           01 WS-TAIL-COUNT PIC 9(8) VALUE 0.
           01 WS-LINE-COUNT PIC 9(6) VALUE 0.
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
      *> Every X/C correction pair seen in the scan, keyed the way
      *> JOKEBAT keys a game's identity: badge + original timestamp +
      *> seed. CT-NEW-RESULT only means anything once CT-HAS-C is set.
               MOVE WS-CURRENT-DATE(1:8) TO WS-TO-X
           END-IF.

           PERFORM LOAD-FEED-CURSORS.
           OPEN INPUT BADGE-HIST-FILE.
           IF WS-BH-STATUS = "00"
               SET INDEX-ON-FILE TO TRUE
           END-IF.

           MOVE 1 TO WS-PASS.
           PERFORM SCAN-HISTORY.
           PERFORM PRINT-REPORT-HEADER.
           MOVE 2 TO WS-PASS.
           PERFORM SCAN-HISTORY.
           PERFORM PRINT-REPORT-FOOTER.
           IF INDEX-ON-FILE
               CLOSE BADGE-HIST-FILE
           END-IF.
           STOP RUN.

      *> The index first, then the part of the live log it has not
      *> been fed yet - the tail is the newest play, so a one-badge
      *> listing stays in play order without a sort.
       SCAN-HISTORY.
           IF INDEX-ON-FILE
               PERFORM READ-INDEX-ROWS
           END-IF.
           PERFORM READ-LIVE-TAIL.

      *> One badge: START at its first row and read until the badge
      *> changes - both sides of its H games are filed under it. Pass
      *> 2 starts at the from date and stops past the to date; pass 1
      *> reads the badge's whole history, as a correction can net
      *> into a game from either side of the range. Every badge:
      *> the whole index, skipping the second-side rows so each H
      *> game is listed once.
       READ-INDEX-ROWS.
           MOVE "N" TO WS-BH-EOF.
           IF EVERY-BADGE
               MOVE LOW-VALUES TO BH-KEY
           ELSE
               MOVE WS-BADGE-X TO BH-BADGE
               IF WS-PASS = 1
                   MOVE LOW-VALUES TO BH-TIMESTAMP
               ELSE
                   MOVE WS-FROM-X TO BH-TIMESTAMP
               END-IF
               MOVE 0 TO BH-OCCUR
           END-IF.
           START BADGE-HIST-FILE KEY NOT < BH-KEY
               INVALID KEY SET END-OF-INDEX TO TRUE
           END-START.
           PERFORM UNTIL END-OF-INDEX
               READ BADGE-HIST-FILE NEXT
                   AT END SET END-OF-INDEX TO TRUE
                   NOT AT END PERFORM TAKE-INDEX-ROW
               END-READ
           END-PERFORM.

       TAKE-INDEX-ROW.
           EVALUATE TRUE
               WHEN EVERY-BADGE
                   IF BH-SIDE NOT = "2"
                       PERFORM TAKE-INDEXED-GAME
                   END-IF
               WHEN BH-BADGE NOT = WS-BADGE-X
                   SET END-OF-INDEX TO TRUE
               WHEN WS-PASS = 2 AND BH-TIMESTAMP(1:8) > WS-TO-X
                   SET END-OF-INDEX TO TRUE
               WHEN OTHER
                   PERFORM TAKE-INDEXED-GAME
           END-EVALUATE.

       TAKE-INDEXED-GAME.
           MOVE BH-GAME TO GAME-LOG-RECORD.
           IF WS-PASS = 1
               ADD 1 TO WS-INDEX-COUNT
           END-IF.
           PERFORM TAKE-HISTORY-RECORD.

      *> Only the badge's own records are taken off the tail for a
      *> one-badge inquiry - the same rows the index files under it.
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
                          AND (EVERY-BADGE
                               OR LOG-BADGE = WS-BADGE-X
                               OR (LOG-REC-TYPE = "H"
                                   AND LOG-BADGE-2 = WS-BADGE-X))
                           IF WS-PASS = 1
                               ADD 1 TO WS-TAIL-COUNT
                           END-IF
                           PERFORM TAKE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIVE-LOG-FILE.

       TAKE-HISTORY-RECORD.
           IF WS-PASS = 1
               PERFORM COLLECT-CORRECTION
           ELSE
               PERFORM PRINT-HISTORY-LINE
           END-IF.

      *> A live log record is in the tail when the index has not been
      *> fed it: numbered above its site's line, or from a site with
      *> no line yet. Unnumbered records predate the numbered era and
      *> were filed by the load; Z close-outs are never filed and no
      *> inquiry wants them. With no index, the whole live log is the
      *> tail. Shared with JOKESTM - keep in sync.
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

      *> BHXCTL.DAT, one line per site (see BHXCTLR). Shared with
      *> JOKESTM - keep in sync.
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

      *> Pass 1 only looks at X and C records. The date range doesn't
      *> apply here - a correction keyed outside the range still has
      *> to net against its original. The badge filter has already
      *> been applied as the rows were read: for a one-badge inquiry
      *> only the badge's index rows and the live-tail rows naming it
      *> (either side of an H game) ever reach this paragraph.
       COLLECT-CORRECTION.
           IF LOG-REC-TYPE NOT = "X" AND LOG-REC-TYPE NOT = "C"
               CONTINUE
               DISPLAY "Badge : " WS-BADGE-X
           END-IF.
           DISPLAY "Range : " WS-FROM-X " - " WS-TO-X.
           IF INDEX-ON-FILE
               DISPLAY "Records from the index    : " WS-INDEX-COUNT
           ELSE
               DISPLAY "*** No badge-history index (BADGEHX.DAT) -"
                       " live log only; build it with JOKEBHX L ***"
           END-IF.
           DISPLAY "Records not yet indexed  : " WS-TAIL-COUNT.
           DISPLAY "=================================================".

       PRINT-REPORT-FOOTER.
