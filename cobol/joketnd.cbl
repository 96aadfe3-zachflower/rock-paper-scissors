       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKETND.
      *> Player tendency profile - "am I predictable?" answered from
      *> the log instead of argued over at the coffee machine. Every
      *> game line already carries the badge's pick (LOG-PLAYER-CODE,
      *> or LOG-PC-CODE for the second party of an H record), the
      *> result and the game type, so this report reads the keyed
      *> months' GLARC archives plus the live log - the JOKEBHX scan,
      *> in write order, so each badge's picks come out in the order
      *> they were thrown - and profiles each badge over a date range:
      *>   - how often each choice is thrown, classic games and
      *>     Lizard-Spock games counted separately (a classic game
      *>     has no Lizard or Spock to throw);
      *>   - what is thrown next after a win, a loss and a draw;
      *>   - the longest run of the same pick;
      *>   - a predictability score: how much better than chance a
      *>     guess of the badge's usual reply to its last result
      *>     would have done, 0 = no better than chance, 100 = right
      *>     every time. Fewer than 10 such replies gets no score.
      *> A department summary by DEPTREF.DAT department closes the
      *> report, "????" UNASSIGNED for badges with no reference row.
      *>
      *> What counts as a pick: S singles (and the untyped singles
      *> logged before the record type was), R tournament rounds
      *> (they are not scored, but every round is a throw) and both
      *> sides of an H match. F summaries carry no pick, Z close-outs no
      *> game, rejected throws (result 9) no valid choice, and X/C
      *> corrections restate the result of a throw already counted -
      *> none of those are picks. The result a next pick is filed
      *> under is the result as logged; a later correction does not
      *> move it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One handle for the live log and every archive cut, as in
      *> JOKEBHX. A month with no archive on disk is skipped.
           SELECT HIST-FILE ASSIGN USING WS-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01 GAME-LOG-RECORD.
           COPY GAMELOGR.
       FD  DEPT-REF-FILE.
       01 DEPT-REF-RECORD.
           COPY DEPTREC.
       WORKING-STORAGE SECTION.
           01 WS-HIST-STATUS PIC XX.
           01 WS-HIST-NAME PIC X(15).
           01 WS-HIST-EOF PIC X.
               88 END-OF-HIST VALUE "Y".
           01 WS-REF-EOF PIC X VALUE "N".
               88 END-OF-DEPT-REF VALUE "Y".
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-BADGE-IN PIC 9(6).
           01 WS-BADGE-X PIC X(6).
           01 WS-ALL-BADGES PIC X VALUE "N".
               88 EVERY-BADGE VALUE "Y".
           01 WS-FROM-DATE PIC 9(8).
           01 WS-FROM-X REDEFINES WS-FROM-DATE PIC X(8).
           01 WS-TO-DATE PIC 9(8).
           01 WS-TO-X REDEFINES WS-TO-DATE PIC X(8).
           01 WS-ARCH-FROM PIC 9(6).
           01 WS-ARCHF-X REDEFINES WS-ARCH-FROM PIC X(6).
           01 WS-ARCH-THRU PIC 9(6).
           01 WS-ARCH-X REDEFINES WS-ARCH-THRU PIC X(6).
           01 WS-SCAN-MONTH PIC 9(6).
           01 WS-SCAN-X REDEFINES WS-SCAN-MONTH PIC X(6).
           01 WS-WORK-YEAR PIC 9(4).
           01 WS-WORK-MONTH PIC 9(2).
           01 WS-FILES-READ PIC 9(4) VALUE 0.
           01 WS-READ-COUNT PIC 9(8) VALUE 0.
           01 WS-PICK-COUNT PIC 9(8) VALUE 0.
      *> Choice codes as JOKENPO issues them.
           01 PICK-NAMES-LIST.
               05 FILLER PIC X(8) VALUE "Rock".
               05 FILLER PIC X(8) VALUE "Scissors".
               05 FILLER PIC X(8) VALUE "Papper".
               05 FILLER PIC X(8) VALUE "Lizard".
               05 FILLER PIC X(8) VALUE "Spock".
           01 PICK-NAMES REDEFINES PICK-NAMES-LIST.
               05 PICK-NAME PIC X(8) OCCURS 5 TIMES.
           01 RESULT-NAMES-LIST.
               05 FILLER PIC X(6) VALUE "a win".
               05 FILLER PIC X(6) VALUE "a loss".
               05 FILLER PIC X(6) VALUE "a draw".
           01 RESULT-NAMES REDEFINES RESULT-NAMES-LIST.
               05 RESULT-NAME PIC X(6) OCCURS 3 TIMES.
           01 MAP-COUNT PIC 9(4) VALUE 0.
           01 MAP-TABLE.
               05 MAP-ENTRY OCCURS 2000 TIMES INDEXED BY MAP-IDX.
                   10 MAP-BADGE PIC 9(6).
                   10 MAP-DEPT-CODE PIC X(4).
                   10 MAP-DEPT-NAME PIC X(20).
      *> One profile per badge seen in the range, in first-seen
      *> order. TDY-AFT(r, p) counts pick p thrown straight after
      *> result r (1 win, 2 loss, 3 draw); TDY-COND-CLS/-LS split
      *> those replies by game type for the chance baseline.
           01 TDY-COUNT PIC 9(4) VALUE 0.
           01 TDY-TABLE.
               05 TDY-ENTRY OCCURS 2000 TIMES INDEXED BY TDY-IDX.
                   10 TDY-BADGE PIC X(6).
                   10 TDY-CLS PIC 9(6) OCCURS 3 TIMES.
                   10 TDY-LS PIC 9(6) OCCURS 5 TIMES.
                   10 TDY-AFTER OCCURS 3 TIMES.
                       15 TDY-AFT PIC 9(6) OCCURS 5 TIMES.
                   10 TDY-COND-CLS PIC 9(6).
                   10 TDY-COND-LS PIC 9(6).
                   10 TDY-LAST-PICK PIC 9.
                   10 TDY-LAST-RESULT PIC 9.
                   10 TDY-RUN PIC 9(6).
                   10 TDY-LONG-RUN PIC 9(6).
                   10 TDY-LONG-PICK PIC 9.
           01 WS-TDY-FULL PIC X VALUE "N".
               88 TDY-TABLE-FULL VALUE "Y".
           01 WS-FOUND-IDX PIC 9(4).
      *> The pick in hand, from whichever side of the record.
           01 WS-PICK-BADGE PIC X(6).
           01 WS-PICK-CODE PIC 9.
           01 WS-PICK-RESULT PIC 9.
           01 WS-PICK-FIVE PIC X.
               88 PICK-FIVE-CHOICE VALUE "Y".
           01 WS-R PIC 9.
           01 WS-P PIC 9.
      *> Per-badge figures for the block being printed.
           01 WS-BADGE-PICKS PIC 9(6).
           01 WS-BADGE-CLS PIC 9(6).
           01 WS-BADGE-LS PIC 9(6).
           01 WS-REPLY-COUNT PIC 9(6).
           01 WS-REPLY-HITS PIC 9(6).
           01 WS-ROW-MAX PIC 9(6).
           01 WS-ROW-TOTAL PIC 9(6).
           01 WS-CHANCE PIC 9V9(6).
           01 WS-HIT-RATE PIC 9V9(6).
           01 WS-SCORE PIC 9(3)V99.
           01 WS-SCORED PIC X.
               88 BADGE-SCORED VALUE "Y".
           01 WS-PCT PIC 9(3)V99.
           01 WS-PCT-EDIT PIC ZZ9.99.
           01 WS-SCORE-EDIT PIC ZZ9.99.
           01 WS-LINE PIC X(100).
           01 WS-LINE-PTR PIC 9(3).
           01 WS-COUNT-EDIT PIC Z(5)9.
           01 WS-WORK-CODE PIC X(4).
           01 WS-WORK-NAME PIC X(20).
      *> Department summary.
           01 DEPT-COUNT PIC 9(4) VALUE 0.
           01 DEPT-TABLE.
               05 DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
                   10 DEPT-CODE PIC X(4).
                   10 DEPT-NAME PIC X(20).
                   10 DEPT-BADGES PIC 9(4).
                   10 DEPT-CLS PIC 9(7) OCCURS 3 TIMES.
                   10 DEPT-LS-PICKS PIC 9(7).
                   10 DEPT-SCORED PIC 9(4).
                   10 DEPT-SCORE-SUM PIC 9(7)V99.
           01 WS-DEPT-CLS-TOTAL PIC 9(7).
           01 WS-DEPT-AVG PIC 9(3)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           DISPLAY "Badge number (0 = all badges)?".
           ACCEPT WS-BADGE-IN.
           IF WS-BADGE-IN = 0
               SET EVERY-BADGE TO TRUE
           ELSE
               MOVE WS-BADGE-IN TO WS-BADGE-X
           END-IF.

           DISPLAY "From date (YYYYMMDD, 0 = no lower bound)?".
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = 0
              OR WS-FROM-X(5:2) < "01" OR WS-FROM-X(5:2) > "12"
               MOVE 0 TO WS-FROM-DATE
           END-IF.
           DISPLAY "To date (YYYYMMDD, 0 = today)?".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = 0
              OR WS-TO-X(5:2) < "01" OR WS-TO-X(5:2) > "12"
               MOVE WS-CURRENT-DATE(1:8) TO WS-TO-X
           END-IF.

      *> The archive window, defaulted from the range.
           DISPLAY "Read archives from month (YYYYMM, 0 = range"
                   " start)?".
           ACCEPT WS-ARCH-FROM.
           IF WS-ARCH-FROM = 0
              OR WS-ARCHF-X(5:2) < "01" OR WS-ARCHF-X(5:2) > "12"
               IF WS-FROM-DATE = 0
                   MOVE 0 TO WS-ARCH-FROM
               ELSE
                   MOVE WS-FROM-X(1:6) TO WS-ARCHF-X
               END-IF
           END-IF.
           DISPLAY "Read archives through month (YYYYMM, 0 = range"
                   " end)?".
           ACCEPT WS-ARCH-THRU.
           IF WS-ARCH-THRU = 0
              OR WS-ARCH-X(5:2) < "01" OR WS-ARCH-X(5:2) > "12"
               MOVE WS-TO-X(1:6) TO WS-ARCH-X
           END-IF.

           PERFORM LOAD-DEPT-REF.
           PERFORM SCAN-ALL-FILES.
           PERFORM PRINT-PROFILES.
           PERFORM PRINT-DEPT-SUMMARY.
           STOP RUN.

       LOAD-DEPT-REF.
           OPEN INPUT DEPT-REF-FILE.
           PERFORM UNTIL END-OF-DEPT-REF
               READ DEPT-REF-FILE
                   AT END SET END-OF-DEPT-REF TO TRUE
                   NOT AT END
                       IF MAP-COUNT < 2000
                           ADD 1 TO MAP-COUNT
                           SET MAP-IDX TO MAP-COUNT
                           MOVE DR-BADGE TO MAP-BADGE(MAP-IDX)
                           MOVE DR-DEPT-CODE
                               TO MAP-DEPT-CODE(MAP-IDX)
                           MOVE DR-DEPT-NAME
                               TO MAP-DEPT-NAME(MAP-IDX)
                       ELSE
                           DISPLAY "WARNING: more than 2000 badges in"
                                   " DEPTREF.DAT - overflow ignored"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-REF-FILE.

      *> GLARC<yyyymm>.DAT month by month over the archive window,
      *> then GAMELOG.DAT - write order, so picks stay in sequence.
       SCAN-ALL-FILES.
           MOVE WS-ARCH-FROM TO WS-SCAN-MONTH.
           PERFORM UNTIL WS-SCAN-MONTH = 0
                      OR WS-SCAN-MONTH > WS-ARCH-THRU
               STRING "GLARC" DELIMITED SIZE
                      WS-SCAN-X DELIMITED SIZE
                      ".DAT" DELIMITED SIZE
                   INTO WS-HIST-NAME
               PERFORM READ-ONE-FILE
               MOVE WS-SCAN-X(1:4) TO WS-WORK-YEAR
               MOVE WS-SCAN-X(5:2) TO WS-WORK-MONTH
               IF WS-WORK-MONTH = 12
                   ADD 1 TO WS-WORK-YEAR
                   MOVE 1 TO WS-WORK-MONTH
               ELSE
                   ADD 1 TO WS-WORK-MONTH
               END-IF
               COMPUTE WS-SCAN-MONTH =
                   (WS-WORK-YEAR * 100) + WS-WORK-MONTH
           END-PERFORM.
           MOVE "GAMELOG.DAT" TO WS-HIST-NAME.
           PERFORM READ-ONE-FILE.

       READ-ONE-FILE.
           MOVE "N" TO WS-HIST-EOF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               CONTINUE
           ELSE
               ADD 1 TO WS-FILES-READ
               PERFORM UNTIL END-OF-HIST
                   READ HIST-FILE
                       AT END SET END-OF-HIST TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TAKE-PICKS
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

      *> Only S, R, H and untyped lines are throws (see the header);
      *> an H line is two throws, the second party's result mirrored
      *> the way UPDATE-PLAYER-MASTER credits them.
       TAKE-PICKS.
           IF (LOG-REC-TYPE = "S" OR LOG-REC-TYPE = "R"
                   OR LOG-REC-TYPE = "H" OR LOG-REC-TYPE = SPACE)
              AND LOG-RESULT-CODE NOT = 9
              AND LOG-TIMESTAMP(1:8) >= WS-FROM-X
              AND LOG-TIMESTAMP(1:8) <= WS-TO-X
               IF LOG-GAME-TYPE = "5"
                   MOVE "Y" TO WS-PICK-FIVE
               ELSE
                   MOVE "N" TO WS-PICK-FIVE
               END-IF
               MOVE LOG-BADGE TO WS-PICK-BADGE
               MOVE LOG-PLAYER-CODE TO WS-PICK-CODE
               MOVE LOG-RESULT-CODE TO WS-PICK-RESULT
               PERFORM NOTE-PICK
               IF LOG-REC-TYPE = "H"
                   MOVE LOG-BADGE-2 TO WS-PICK-BADGE
                   MOVE LOG-PC-CODE TO WS-PICK-CODE
                   EVALUATE LOG-RESULT-CODE
                       WHEN 1 MOVE 2 TO WS-PICK-RESULT
                       WHEN 2 MOVE 1 TO WS-PICK-RESULT
                       WHEN OTHER MOVE 3 TO WS-PICK-RESULT
                   END-EVALUATE
                   PERFORM NOTE-PICK
               END-IF
           END-IF.

       NOTE-PICK.
           IF WS-PICK-BADGE NOT NUMERIC
              OR WS-PICK-CODE < 1 OR WS-PICK-CODE > 5
              OR (WS-PICK-CODE > 3 AND NOT PICK-FIVE-CHOICE)
              OR WS-PICK-RESULT < 1 OR WS-PICK-RESULT > 3
               CONTINUE
           ELSE
               IF EVERY-BADGE OR WS-PICK-BADGE = WS-BADGE-X
                   PERFORM FIND-OR-ADD-PROFILE
                   IF WS-FOUND-IDX NOT = 0
                       PERFORM POST-PICK
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-PROFILE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING TDY-IDX FROM 1 BY 1
                   UNTIL TDY-IDX > TDY-COUNT
                      OR WS-FOUND-IDX NOT = 0
               IF TDY-BADGE(TDY-IDX) = WS-PICK-BADGE
                   SET WS-FOUND-IDX TO TDY-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF TDY-COUNT >= 2000
                   IF NOT TDY-TABLE-FULL
                       DISPLAY "WARNING: more than 2000 badges in the"
                               " range - later badges not profiled"
                       SET TDY-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO TDY-COUNT
                   MOVE TDY-COUNT TO WS-FOUND-IDX
                   SET TDY-IDX TO WS-FOUND-IDX
                   MOVE ZEROS TO TDY-ENTRY(TDY-IDX)
                   MOVE WS-PICK-BADGE TO TDY-BADGE(TDY-IDX)
               END-IF
           END-IF.

      *> The reply to the badge's previous result is filed first,
      *> then this throw's own result becomes the one to reply to.
       POST-PICK.
           SET TDY-IDX TO WS-FOUND-IDX.
           ADD 1 TO WS-PICK-COUNT.
           IF PICK-FIVE-CHOICE
               ADD 1 TO TDY-LS(TDY-IDX, WS-PICK-CODE)
           ELSE
               ADD 1 TO TDY-CLS(TDY-IDX, WS-PICK-CODE)
           END-IF.
           IF TDY-LAST-RESULT(TDY-IDX) NOT = 0
               MOVE TDY-LAST-RESULT(TDY-IDX) TO WS-R
               ADD 1 TO TDY-AFT(TDY-IDX, WS-R, WS-PICK-CODE)
               IF PICK-FIVE-CHOICE
                   ADD 1 TO TDY-COND-LS(TDY-IDX)
               ELSE
                   ADD 1 TO TDY-COND-CLS(TDY-IDX)
               END-IF
           END-IF.
           IF WS-PICK-CODE = TDY-LAST-PICK(TDY-IDX)
               ADD 1 TO TDY-RUN(TDY-IDX)
           ELSE
               MOVE 1 TO TDY-RUN(TDY-IDX)
           END-IF.
           IF TDY-RUN(TDY-IDX) > TDY-LONG-RUN(TDY-IDX)
               MOVE TDY-RUN(TDY-IDX) TO TDY-LONG-RUN(TDY-IDX)
               MOVE WS-PICK-CODE TO TDY-LONG-PICK(TDY-IDX)
           END-IF.
           MOVE WS-PICK-CODE TO TDY-LAST-PICK(TDY-IDX).
           MOVE WS-PICK-RESULT TO TDY-LAST-RESULT(TDY-IDX).

       PRINT-PROFILES.
           DISPLAY "=================================================".
           DISPLAY "JOKENPO TENDENCY PROFILE - RUN "
                   WS-CURRENT-DATE(1:8).
           IF EVERY-BADGE
               DISPLAY "Badge : ALL"
           ELSE
               DISPLAY "Badge : " WS-BADGE-X
           END-IF.
           DISPLAY "Range : " WS-FROM-X " - " WS-TO-X.
           DISPLAY "Files scanned (archives + live log): "
                   WS-FILES-READ.
           DISPLAY "Log lines read: " WS-READ-COUNT
                   "  picks profiled: " WS-PICK-COUNT.
           DISPLAY "=================================================".
           PERFORM VARYING TDY-IDX FROM 1 BY 1
                   UNTIL TDY-IDX > TDY-COUNT
               PERFORM PRINT-ONE-PROFILE
           END-PERFORM.
           IF TDY-COUNT = 0
               DISPLAY "  (no picks in the range)"
           END-IF.

       PRINT-ONE-PROFILE.
           MOVE TDY-BADGE(TDY-IDX) TO WS-PICK-BADGE.
           PERFORM LOOKUP-DEPT.
           COMPUTE WS-BADGE-CLS = TDY-CLS(TDY-IDX, 1)
               + TDY-CLS(TDY-IDX, 2) + TDY-CLS(TDY-IDX, 3).
           COMPUTE WS-BADGE-LS = TDY-LS(TDY-IDX, 1)
               + TDY-LS(TDY-IDX, 2) + TDY-LS(TDY-IDX, 3)
               + TDY-LS(TDY-IDX, 4) + TDY-LS(TDY-IDX, 5).
           COMPUTE WS-BADGE-PICKS = WS-BADGE-CLS + WS-BADGE-LS.
           PERFORM COMPUTE-PREDICTABILITY.
           PERFORM TALLY-DEPT-SUMMARY.

           DISPLAY "-------------------------------------------------".
           DISPLAY "Badge " TDY-BADGE(TDY-IDX) "  dept "
                   WS-WORK-CODE " " WS-WORK-NAME.
           DISPLAY "  Picks " WS-BADGE-PICKS "  (classic "
                   WS-BADGE-CLS ", Lizard-Spock " WS-BADGE-LS ")".
           IF WS-BADGE-CLS > 0
               MOVE SPACES TO WS-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "  Classic      :" DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
                   COMPUTE WS-PCT ROUNDED =
                       TDY-CLS(TDY-IDX, WS-P) * 100 / WS-BADGE-CLS
                   PERFORM APPEND-PICK-PCT
               END-PERFORM
               DISPLAY WS-LINE(1:WS-LINE-PTR - 1)
           END-IF.
           IF WS-BADGE-LS > 0
               MOVE SPACES TO WS-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "  Lizard-Spock :" DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
                   COMPUTE WS-PCT ROUNDED =
                       TDY-LS(TDY-IDX, WS-P) * 100 / WS-BADGE-LS
                   PERFORM APPEND-PICK-PCT
               END-PERFORM
               DISPLAY WS-LINE(1:WS-LINE-PTR - 1)
           END-IF.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 3
               MOVE SPACES TO WS-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "  After " DELIMITED SIZE
                      RESULT-NAME(WS-R) DELIMITED SIZE
                      ":" DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               MOVE 0 TO WS-ROW-TOTAL
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
                   ADD TDY-AFT(TDY-IDX, WS-R, WS-P) TO WS-ROW-TOTAL
               END-PERFORM
               IF WS-ROW-TOTAL = 0
                   STRING " (none)" DELIMITED SIZE
                       INTO WS-LINE WITH POINTER WS-LINE-PTR
               ELSE
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
                       IF WS-P <= 3 OR WS-BADGE-LS > 0
                           MOVE TDY-AFT(TDY-IDX, WS-R, WS-P)
                               TO WS-COUNT-EDIT
                           STRING " " DELIMITED SIZE
                                  PICK-NAME(WS-P) DELIMITED SPACE
                                  WS-COUNT-EDIT DELIMITED SIZE
                               INTO WS-LINE WITH POINTER WS-LINE-PTR
                       END-IF
                   END-PERFORM
               END-IF
               DISPLAY WS-LINE(1:WS-LINE-PTR - 1)
           END-PERFORM.
           DISPLAY "  Longest same-pick streak: "
                   TDY-LONG-RUN(TDY-IDX) " x "
                   PICK-NAME(TDY-LONG-PICK(TDY-IDX)).
           IF BADGE-SCORED
               MOVE WS-SCORE TO WS-SCORE-EDIT
               DISPLAY "  Predictability score: " WS-SCORE-EDIT
                       "  (0 = chance, 100 = always the same reply)"
           ELSE
               DISPLAY "  Predictability score: n/a  (fewer than 10"
                       " replies to score)"
           END-IF.

       APPEND-PICK-PCT.
           MOVE WS-PCT TO WS-PCT-EDIT.
           STRING " " DELIMITED SIZE
                  PICK-NAME(WS-P) DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-PCT-EDIT DELIMITED SIZE
                  "%" DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR.

      *> Guess each reply as the badge's most frequent reply to that
      *> result; the hit rate against the chance rate (1 in 3 for a
      *> classic throw, 1 in 5 for Lizard-Spock) is scaled so chance
      *> scores 0 and a perfect guess 100. Worse than chance is 0.
       COMPUTE-PREDICTABILITY.
           MOVE "N" TO WS-SCORED.
           MOVE 0 TO WS-SCORE.
           COMPUTE WS-REPLY-COUNT =
               TDY-COND-CLS(TDY-IDX) + TDY-COND-LS(TDY-IDX).
           IF WS-REPLY-COUNT >= 10
               MOVE 0 TO WS-REPLY-HITS
               PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 3
                   MOVE 0 TO WS-ROW-MAX
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
                       IF TDY-AFT(TDY-IDX, WS-R, WS-P) > WS-ROW-MAX
                           MOVE TDY-AFT(TDY-IDX, WS-R, WS-P)
                               TO WS-ROW-MAX
                       END-IF
                   END-PERFORM
                   ADD WS-ROW-MAX TO WS-REPLY-HITS
               END-PERFORM
               COMPUTE WS-CHANCE ROUNDED =
                   (TDY-COND-CLS(TDY-IDX) / 3
                    + TDY-COND-LS(TDY-IDX) / 5) / WS-REPLY-COUNT
               COMPUTE WS-HIT-RATE ROUNDED =
                   WS-REPLY-HITS / WS-REPLY-COUNT
               IF WS-HIT-RATE > WS-CHANCE
                   COMPUTE WS-SCORE ROUNDED =
                       (WS-HIT-RATE - WS-CHANCE) * 100
                       / (1 - WS-CHANCE)
               END-IF
               MOVE "Y" TO WS-SCORED
           END-IF.

      *> WS-WORK-CODE/-NAME for WS-PICK-BADGE, "????" when DEPTREF
      *> has no row for it - the JOKETMS bucket.
       LOOKUP-DEPT.
           MOVE "????" TO WS-WORK-CODE.
           MOVE "UNASSIGNED" TO WS-WORK-NAME.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               IF MAP-BADGE(MAP-IDX) = WS-PICK-BADGE
                   MOVE MAP-DEPT-CODE(MAP-IDX) TO WS-WORK-CODE
                   MOVE MAP-DEPT-NAME(MAP-IDX) TO WS-WORK-NAME
               END-IF
           END-PERFORM.

       TALLY-DEPT-SUMMARY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DEPT-CODE(DEPT-IDX) = WS-WORK-CODE
                   SET WS-FOUND-IDX TO DEPT-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF DEPT-COUNT < 100
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO WS-FOUND-IDX
                   SET DEPT-IDX TO WS-FOUND-IDX
                   MOVE ZEROS TO DEPT-ENTRY(DEPT-IDX)
                   MOVE WS-WORK-CODE TO DEPT-CODE(DEPT-IDX)
                   MOVE WS-WORK-NAME TO DEPT-NAME(DEPT-IDX)
               ELSE
                   DISPLAY "WARNING: more than 100 departments - "
                           WS-WORK-CODE " left out of the summary"
               END-IF
           END-IF.
           IF WS-FOUND-IDX NOT = 0
               SET DEPT-IDX TO WS-FOUND-IDX
               ADD 1 TO DEPT-BADGES(DEPT-IDX)
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
                   ADD TDY-CLS(TDY-IDX, WS-P)
                       TO DEPT-CLS(DEPT-IDX, WS-P)
               END-PERFORM
               ADD WS-BADGE-LS TO DEPT-LS-PICKS(DEPT-IDX)
               IF BADGE-SCORED
                   ADD 1 TO DEPT-SCORED(DEPT-IDX)
                   ADD WS-SCORE TO DEPT-SCORE-SUM(DEPT-IDX)
               END-IF
           END-IF.

      *> Classic shares and the mean score of the department's
      *> scored badges; Lizard-Spock throws are counted but not
      *> split, there are too few of them to say much per department.
       PRINT-DEPT-SUMMARY.
           DISPLAY "=================================================".
           DISPLAY "DEPARTMENT SUMMARY".
           DISPLAY "-------------------------------------------------".
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               DISPLAY DEPT-CODE(DEPT-IDX) " " DEPT-NAME(DEPT-IDX)
                       " badges " DEPT-BADGES(DEPT-IDX)
                       "  Lizard-Spock picks " DEPT-LS-PICKS(DEPT-IDX)
               COMPUTE WS-DEPT-CLS-TOTAL = DEPT-CLS(DEPT-IDX, 1)
                   + DEPT-CLS(DEPT-IDX, 2) + DEPT-CLS(DEPT-IDX, 3)
               MOVE SPACES TO WS-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "  Classic      :" DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               IF WS-DEPT-CLS-TOTAL = 0
                   STRING " (none)" DELIMITED SIZE
                       INTO WS-LINE WITH POINTER WS-LINE-PTR
               ELSE
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
                       COMPUTE WS-PCT ROUNDED =
                           DEPT-CLS(DEPT-IDX, WS-P) * 100
                           / WS-DEPT-CLS-TOTAL
                       PERFORM APPEND-PICK-PCT
                   END-PERFORM
               END-IF
               DISPLAY WS-LINE(1:WS-LINE-PTR - 1)
               IF DEPT-SCORED(DEPT-IDX) = 0
                   DISPLAY "  Average predictability: n/a"
               ELSE
                   COMPUTE WS-DEPT-AVG ROUNDED =
                       DEPT-SCORE-SUM(DEPT-IDX) / DEPT-SCORED(DEPT-IDX)
                   MOVE WS-DEPT-AVG TO WS-SCORE-EDIT
                   DISPLAY "  Average predictability: " WS-SCORE-EDIT
                           "  over " DEPT-SCORED(DEPT-IDX)
                           " scored badge(s)"
               END-IF
           END-PERFORM.
           IF DEPT-COUNT = 0
               DISPLAY "  (no departments to summarize)"
           END-IF.
           DISPLAY "=================================================".
