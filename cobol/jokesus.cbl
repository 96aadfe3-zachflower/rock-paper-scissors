       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKESUS.
      *> Suspicious-play exception report. JOKEAUD answers "is the
      *> computer fair"; this answers "are the players". It reads the
      *> GLARC<yyyymm>.DAT archives and the live log over a date
      *> range, the same way JOKEBHX does, and flags:
      *>   STREAK - a badge's longest run of straight wins is longer
      *>            than fair play makes believable;
      *>   RATE   - a badge's win count stands too many standard
      *>            deviations above what its games should yield
      *>            (1 in 3 for a classic single or head-to-head, 2 in
      *>            5 for Lizard-Spock, 1 in 2 for a tournament);
      *>   REPLAY - a badge wins too many of its singles played on a
      *>            keyed-in seed (LOG-SEED-KEYED - JOKENPO's "known
      *>            seed" prompt, TXN-SEED-FLAG "Y" on the feed), by
      *>            the same standard-deviation test as RATE. A keyed
      *>            seed replays the computer's pick, so whoever keys
      *>            it knows what to throw;
      *>   PAIR   - two badges whose head-to-head games always go the
      *>            same way: one side never wins, which is how the
      *>            JOKERAT ratings and the quarterly board get farmed;
      *>   BURST  - a badge logs a run of games inside a few minutes.
      *>            A department feed that plays one badge's rows
      *>            back-to-back in a JOKEBAT run bursts too - the
      *>            evidence lines let the investigator tell them apart.
      *> Each flag lists the log lines behind it (timestamp, the
      *> LOG-SEQ-NO and the site, HQ for head office - each branch
      *> numbers its own series) so they can be pulled up in JOKEHIS.
      *>
      *> Two passes over the same files: the first builds the per-
      *> badge and per-pair tallies and decides the flags, each flag
      *> remembering the span of the scan it covers by position; the
      *> second re-reads and collects the lines that back each flag.
      *> Scored games only - S singles, F tournament results and H
      *> head-to-heads (both sides), decided results 1-3. R rounds,
      *> rejects and Z close-outs are ignored, and X/C corrections
      *> are not netted: this is about
      *> how the games were played, not how they were finally scored.
      *> A non-zero RETURN-CODE means there are flags to investigate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One handle for the live log and every archive cut, as in
      *> JOKEBHX - a month with no archive on disk is skipped.
           SELECT HIST-FILE ASSIGN USING WS-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01 GAME-LOG-RECORD.
           COPY GAMELOGR.
       WORKING-STORAGE SECTION.
           01 WS-HIST-STATUS PIC XX.
           01 WS-HIST-NAME PIC X(15).
           01 WS-HIST-EOF PIC X.
               88 END-OF-HIST VALUE "Y".
           01 WS-CURRENT-DATE PIC X(21).
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
           01 WS-PASS PIC 9.
           01 WS-FILES-READ PIC 9(4) VALUE 0.
           01 WS-READ-COUNT PIC 9(8) VALUE 0.
           01 WS-SCORED-COUNT PIC 9(8) VALUE 0.
      *> Position of the record in hand within the whole scan - the
      *> same in both passes, since both read the same files in the
      *> same order. Flags mark their span by it.
           01 WS-SCAN-POS PIC 9(9).
      *> Thresholds. A fair classic player strings 8 straight wins
      *> about once in 6500 tries; a RATE flag needs 3 standard
      *> deviations over at least 30 games; REPLAY needs the same 3
      *> over any number of keyed-seed games (5 straight classic wins
      *> is the least that gets there); PAIR needs 5 one-way games
      *> with the loser never winning and losing at least 80% of
      *> them; BURST is 10 games inside 5 minutes.
           01 WS-STREAK-LIMIT PIC 9(4) VALUE 8.
           01 WS-RATE-MIN-GAMES PIC 9(4) VALUE 30.
           01 WS-RATE-SIGMAS PIC 9V99 VALUE 3.00.
           01 WS-PAIR-MIN-GAMES PIC 9(4) VALUE 5.
           01 WS-PAIR-MIN-PCT PIC 9(3) VALUE 80.
           01 WS-BURST-SECONDS PIC 9(5) VALUE 300.
      *> Evidence lines printed under any one flag; the rest are
      *> counted so the investigator knows how many more there are.
           01 WS-EVIDENCE-CAP PIC 9(4) VALUE 25.
      *> The record in hand is a single played on a keyed-in seed.
           01 WS-REPLAY PIC X.
               88 SEED-REPLAYED VALUE "Y".
      *> One row per badge with a scored game in the range. The ring
      *> holds the clock time and scan position of the badge's last
      *> ten games, for the BURST test.
           01 BDG-COUNT PIC 9(4) VALUE 0.
           01 BDG-TABLE.
               05 BDG-ENTRY OCCURS 2000 TIMES INDEXED BY BDG-IDX.
                   10 BDG-BADGE PIC X(6).
                   10 BDG-GAMES PIC 9(6).
                   10 BDG-WINS PIC 9(6).
                   10 BDG-EXPECTED PIC 9(6)V9(4).
                   10 BDG-VARIANCE PIC 9(6)V9(4).
                   10 BDG-CUR-STREAK PIC 9(4).
                   10 BDG-CUR-FROM PIC 9(9).
                   10 BDG-BEST-STREAK PIC 9(4).
                   10 BDG-BEST-FROM PIC 9(9).
                   10 BDG-BEST-THRU PIC 9(9).
                   10 BDG-RPL-GAMES PIC 9(6).
                   10 BDG-RPL-WINS PIC 9(6).
                   10 BDG-RPL-EXPECTED PIC 9(6)V9(4).
                   10 BDG-RPL-VARIANCE PIC 9(6)V9(4).
                   10 BDG-RING-NEXT PIC 9(2).
                   10 BDG-RING-FILLED PIC 9(2).
                   10 BDG-BURST-FLAG PIC 9(4).
                   10 BDG-RING OCCURS 10 TIMES.
                       15 BDG-RING-SEC PIC 9(11).
                       15 BDG-RING-POS PIC 9(9).
           01 WS-BDG-FULL PIC X VALUE "N".
               88 BDG-TABLE-FULL VALUE "Y".
      *> One row per head-to-head pairing, lower badge first.
           01 PR-COUNT PIC 9(4) VALUE 0.
           01 PR-TABLE.
               05 PR-ENTRY OCCURS 1000 TIMES INDEXED BY PR-IDX.
                   10 PR-BADGE-A PIC X(6).
                   10 PR-BADGE-B PIC X(6).
                   10 PR-GAMES PIC 9(6).
                   10 PR-A-WINS PIC 9(6).
                   10 PR-B-WINS PIC 9(6).
           01 WS-PR-FULL PIC X VALUE "N".
               88 PR-TABLE-FULL VALUE "Y".
           01 WS-PAIR-A PIC X(6).
           01 WS-PAIR-B PIC X(6).
      *> The flags raised. FLG-BADGE-2 is the partner on a PAIR flag;
      *> the FROM/THRU positions bound STREAK and BURST spans.
           01 FLG-COUNT PIC 9(4) VALUE 0.
           01 FLG-TABLE.
               05 FLG-ENTRY OCCURS 500 TIMES INDEXED BY FLG-IDX.
                   10 FLG-TYPE PIC X(6).
                   10 FLG-BADGE PIC X(6).
                   10 FLG-BADGE-2 PIC X(6).
                   10 FLG-FROM-POS PIC 9(9).
                   10 FLG-THRU-POS PIC 9(9).
                   10 FLG-LINES PIC 9(6).
                   10 FLG-TEXT PIC X(60).
           01 WS-FLG-FULL PIC X VALUE "N".
               88 FLG-TABLE-FULL VALUE "Y".
           01 WS-TYPE-COUNT PIC 9(4).
      *> Evidence lines gathered in pass 2, printed under their flag.
           01 EVD-COUNT PIC 9(4) VALUE 0.
           01 EVD-TABLE.
               05 EVD-ENTRY OCCURS 5000 TIMES INDEXED BY EVD-IDX.
                   10 EVD-FLAG PIC 9(4).
                   10 EVD-LINE PIC X(74).
           01 WS-EVD-FULL PIC X VALUE "N".
               88 EVD-TABLE-FULL VALUE "Y".
      *> The side of a scored record being tallied: for an H record
      *> each badge in turn, with the result from its own side.
           01 WS-SIDE-BADGE PIC X(6).
           01 WS-SIDE-RESULT PIC 9.
           01 WS-SIDE-P PIC 9V9(4).
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-REC-SECONDS PIC 9(11).
           01 WS-OLDEST-SLOT PIC 9(2).
           01 WS-SIGMA PIC 9(4)V9(4).
           01 WS-Z-SCORE PIC S9(4)V99.
           01 WS-PCT PIC 9(3).
           01 WS-MATCH PIC X.
           01 WS-EVD-SITE PIC X(3).
           01 WS-NUM-EDIT PIC 9(6).
           01 WS-NUM-EDIT-2 PIC 9(6).
           01 WS-Z-EDIT PIC -(3)9.99.
           01 WS-EXP-EDIT PIC Z(5)9.9.
           01 WS-LIST-TYPE PIC X(6).
           01 WS-SHOWN PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

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

      *> The archive window is the range start by default, keyed
      *> when the range has no lower bound (zero = live log alone),
      *> always through the range's end month.
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
           MOVE WS-TO-X(1:6) TO WS-ARCH-X.

           MOVE 1 TO WS-PASS.
           MOVE 0 TO WS-SCAN-POS.
           PERFORM SCAN-ALL-FILES.
           PERFORM RAISE-TABLE-FLAGS.

           MOVE 2 TO WS-PASS.
           MOVE 0 TO WS-SCAN-POS.
           PERFORM SCAN-ALL-FILES.

           PERFORM PRINT-EXCEPTION-REPORT.
           IF FLG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

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
               IF WS-PASS = 1
                   ADD 1 TO WS-FILES-READ
               END-IF
               PERFORM UNTIL END-OF-HIST
                   READ HIST-FILE
                       AT END SET END-OF-HIST TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SCAN-POS
                           IF WS-PASS = 1
                               ADD 1 TO WS-READ-COUNT
                           END-IF
                           PERFORM TAKE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

      *> Both passes filter identically, so a record is a replay in
      *> pass 2 exactly when it was one in pass 1.
       TAKE-ONE-RECORD.
           IF LOG-TIMESTAMP(1:8) >= WS-FROM-X
              AND LOG-TIMESTAMP(1:8) <= WS-TO-X
              AND LOG-RESULT-CODE NUMERIC
              AND LOG-RESULT-CODE >= 1 AND LOG-RESULT-CODE <= 3
               MOVE "N" TO WS-REPLAY
               IF LOG-REC-TYPE = "S" AND LOG-SEED-KEYED = "Y"
                   SET SEED-REPLAYED TO TRUE
               END-IF
               IF LOG-REC-TYPE = "S" OR LOG-REC-TYPE = "F"
                  OR LOG-REC-TYPE = "H" OR LOG-REC-TYPE = SPACE
                   IF WS-PASS = 1
                       ADD 1 TO WS-SCORED-COUNT
                       PERFORM TALLY-SCORED-RECORD
                   ELSE
                       PERFORM COLLECT-EVIDENCE
                   END-IF
               END-IF
           END-IF.

      *> ---- pass 1 ----------------------------------------------
       TALLY-SCORED-RECORD.
           PERFORM COMPUTE-RECORD-SECONDS.
           EVALUATE TRUE
               WHEN LOG-REC-TYPE = "F"
                   MOVE 0.5 TO WS-SIDE-P
               WHEN LOG-GAME-TYPE = "5"
                   MOVE 0.4 TO WS-SIDE-P
               WHEN OTHER
                   MOVE 0.3333 TO WS-SIDE-P
           END-EVALUATE.
           MOVE LOG-BADGE TO WS-SIDE-BADGE.
           MOVE LOG-RESULT-CODE TO WS-SIDE-RESULT.
           PERFORM TALLY-ONE-SIDE.
           IF LOG-REC-TYPE = "H"
               MOVE LOG-BADGE-2 TO WS-SIDE-BADGE
               EVALUATE LOG-RESULT-CODE
                   WHEN 1 MOVE 2 TO WS-SIDE-RESULT
                   WHEN 2 MOVE 1 TO WS-SIDE-RESULT
                   WHEN OTHER MOVE 3 TO WS-SIDE-RESULT
               END-EVALUATE
               PERFORM TALLY-ONE-SIDE
               PERFORM TALLY-PAIR
           END-IF.

      *> Clock time as seconds since the calendar's day one, so a
      *> burst spanning midnight still measures right. A timestamp
      *> that isn't a date reads as zero and can't make a burst.
       COMPUTE-RECORD-SECONDS.
           MOVE 0 TO WS-REC-SECONDS.
           IF LOG-TIMESTAMP NUMERIC
              AND LOG-TIMESTAMP(5:2) >= "01"
              AND LOG-TIMESTAMP(5:2) <= "12"
               COMPUTE WS-REC-SECONDS =
                   (FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(LOG-TIMESTAMP(1:8))) * 86400)
                   + (FUNCTION NUMVAL(LOG-TIMESTAMP(9:2)) * 3600)
                   + (FUNCTION NUMVAL(LOG-TIMESTAMP(11:2)) * 60)
                   + FUNCTION NUMVAL(LOG-TIMESTAMP(13:2))
           END-IF.

       TALLY-ONE-SIDE.
           PERFORM FIND-OR-ADD-BADGE.
           IF WS-FOUND-IDX NOT = 0
               SET BDG-IDX TO WS-FOUND-IDX
               ADD 1 TO BDG-GAMES(BDG-IDX)
               ADD WS-SIDE-P TO BDG-EXPECTED(BDG-IDX)
               COMPUTE BDG-VARIANCE(BDG-IDX) = BDG-VARIANCE(BDG-IDX)
                   + (WS-SIDE-P * (1 - WS-SIDE-P))
               IF WS-SIDE-RESULT = 1
                   ADD 1 TO BDG-WINS(BDG-IDX)
                   IF BDG-CUR-STREAK(BDG-IDX) = 0
                       MOVE WS-SCAN-POS TO BDG-CUR-FROM(BDG-IDX)
                   END-IF
                   ADD 1 TO BDG-CUR-STREAK(BDG-IDX)
                   IF BDG-CUR-STREAK(BDG-IDX)
                      > BDG-BEST-STREAK(BDG-IDX)
                       MOVE BDG-CUR-STREAK(BDG-IDX)
                           TO BDG-BEST-STREAK(BDG-IDX)
                       MOVE BDG-CUR-FROM(BDG-IDX)
                           TO BDG-BEST-FROM(BDG-IDX)
                       MOVE WS-SCAN-POS TO BDG-BEST-THRU(BDG-IDX)
                   END-IF
               ELSE
                   MOVE 0 TO BDG-CUR-STREAK(BDG-IDX)
               END-IF
               IF SEED-REPLAYED
                   ADD 1 TO BDG-RPL-GAMES(BDG-IDX)
                   ADD WS-SIDE-P TO BDG-RPL-EXPECTED(BDG-IDX)
                   COMPUTE BDG-RPL-VARIANCE(BDG-IDX) =
                       BDG-RPL-VARIANCE(BDG-IDX)
                       + (WS-SIDE-P * (1 - WS-SIDE-P))
                   IF WS-SIDE-RESULT = 1
                       ADD 1 TO BDG-RPL-WINS(BDG-IDX)
                   END-IF
               END-IF
               IF WS-REC-SECONDS NOT = 0
                   PERFORM CHECK-BURST
               END-IF
           END-IF.

       FIND-OR-ADD-BADGE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING BDG-IDX FROM 1 BY 1
                   UNTIL BDG-IDX > BDG-COUNT
               IF BDG-BADGE(BDG-IDX) = WS-SIDE-BADGE
                   SET WS-FOUND-IDX TO BDG-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF BDG-COUNT >= 2000
                   IF NOT BDG-TABLE-FULL
                       DISPLAY "WARNING: more than 2000 badges in "
                               "range - BDG-TABLE is full, later "
                               "badges are not checked"
                       SET BDG-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO BDG-COUNT
                   MOVE BDG-COUNT TO WS-FOUND-IDX
                   SET BDG-IDX TO WS-FOUND-IDX
                   INITIALIZE BDG-ENTRY(BDG-IDX)
                   MOVE WS-SIDE-BADGE TO BDG-BADGE(BDG-IDX)
                   MOVE 1 TO BDG-RING-NEXT(BDG-IDX)
               END-IF
           END-IF.

      *> The game goes into the ring slot after the newest; once ten
      *> games are held, the slot it will overwrite next is the
      *> oldest of the ten. Ten inside the window opens a BURST flag,
      *> and every further game still inside the window extends it,
      *> so one sitting reports as one flag.
       CHECK-BURST.
           MOVE WS-REC-SECONDS
               TO BDG-RING-SEC(BDG-IDX, BDG-RING-NEXT(BDG-IDX)).
           MOVE WS-SCAN-POS
               TO BDG-RING-POS(BDG-IDX, BDG-RING-NEXT(BDG-IDX)).
           IF BDG-RING-NEXT(BDG-IDX) >= 10
               MOVE 1 TO BDG-RING-NEXT(BDG-IDX)
           ELSE
               ADD 1 TO BDG-RING-NEXT(BDG-IDX)
           END-IF.
           IF BDG-RING-FILLED(BDG-IDX) < 10
               ADD 1 TO BDG-RING-FILLED(BDG-IDX)
           END-IF.
           IF BDG-RING-FILLED(BDG-IDX) >= 10
               MOVE BDG-RING-NEXT(BDG-IDX) TO WS-OLDEST-SLOT
               IF WS-REC-SECONDS
                  - BDG-RING-SEC(BDG-IDX, WS-OLDEST-SLOT)
                  <= WS-BURST-SECONDS
                   IF BDG-BURST-FLAG(BDG-IDX) NOT = 0
                       SET FLG-IDX TO BDG-BURST-FLAG(BDG-IDX)
                       MOVE WS-SCAN-POS TO FLG-THRU-POS(FLG-IDX)
                       ADD 1 TO FLG-LINES(FLG-IDX)
                   ELSE
                       PERFORM ADD-FLAG
                       IF WS-FOUND-IDX NOT = 0
                           SET FLG-IDX TO WS-FOUND-IDX
                           MOVE "BURST" TO FLG-TYPE(FLG-IDX)
                           MOVE WS-SIDE-BADGE TO FLG-BADGE(FLG-IDX)
                           MOVE BDG-RING-POS(BDG-IDX, WS-OLDEST-SLOT)
                               TO FLG-FROM-POS(FLG-IDX)
                           MOVE WS-SCAN-POS TO FLG-THRU-POS(FLG-IDX)
                           MOVE 10 TO FLG-LINES(FLG-IDX)
                           MOVE WS-FOUND-IDX
                               TO BDG-BURST-FLAG(BDG-IDX)
                       END-IF
                   END-IF
               ELSE
                   MOVE 0 TO BDG-BURST-FLAG(BDG-IDX)
               END-IF
           END-IF.

       TALLY-PAIR.
           IF LOG-BADGE < LOG-BADGE-2
               MOVE LOG-BADGE TO WS-PAIR-A
               MOVE LOG-BADGE-2 TO WS-PAIR-B
           ELSE
               MOVE LOG-BADGE-2 TO WS-PAIR-A
               MOVE LOG-BADGE TO WS-PAIR-B
           END-IF.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > PR-COUNT
               IF PR-BADGE-A(PR-IDX) = WS-PAIR-A
                  AND PR-BADGE-B(PR-IDX) = WS-PAIR-B
                   SET WS-FOUND-IDX TO PR-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF PR-COUNT >= 1000
                   IF NOT PR-TABLE-FULL
                       DISPLAY "WARNING: more than 1000 head-to-head "
                               "pairings in range - PR-TABLE is full, "
                               "later pairings are not checked"
                       SET PR-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO PR-COUNT
                   MOVE PR-COUNT TO WS-FOUND-IDX
                   SET PR-IDX TO WS-FOUND-IDX
                   INITIALIZE PR-ENTRY(PR-IDX)
                   MOVE WS-PAIR-A TO PR-BADGE-A(PR-IDX)
                   MOVE WS-PAIR-B TO PR-BADGE-B(PR-IDX)
               END-IF
           END-IF.
           IF WS-FOUND-IDX NOT = 0
               SET PR-IDX TO WS-FOUND-IDX
               ADD 1 TO PR-GAMES(PR-IDX)
               EVALUATE TRUE
                   WHEN LOG-RESULT-CODE = 3
                       CONTINUE
                   WHEN (LOG-RESULT-CODE = 1
                         AND LOG-BADGE = WS-PAIR-A)
                     OR (LOG-RESULT-CODE = 2
                         AND LOG-BADGE-2 = WS-PAIR-A)
                       ADD 1 TO PR-A-WINS(PR-IDX)
                   WHEN OTHER
                       ADD 1 TO PR-B-WINS(PR-IDX)
               END-EVALUATE
           END-IF.

       ADD-FLAG.
           MOVE 0 TO WS-FOUND-IDX.
           IF FLG-COUNT >= 500
               IF NOT FLG-TABLE-FULL
                   DISPLAY "WARNING: more than 500 flags raised - "
                           "FLG-TABLE is full, later flags are lost;"
                           " narrow the date range"
                   SET FLG-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO FLG-COUNT
               MOVE FLG-COUNT TO WS-FOUND-IDX
               SET FLG-IDX TO WS-FOUND-IDX
               INITIALIZE FLG-ENTRY(FLG-IDX)
           END-IF.

      *> The STREAK, RATE, REPLAY and PAIR tests need the whole range
      *> tallied first; BURST flags were raised as the scan went.
       RAISE-TABLE-FLAGS.
           PERFORM VARYING BDG-IDX FROM 1 BY 1
                   UNTIL BDG-IDX > BDG-COUNT
               PERFORM TEST-ONE-BADGE
           END-PERFORM.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > PR-COUNT
               PERFORM TEST-ONE-PAIR
           END-PERFORM.

       TEST-ONE-BADGE.
           IF BDG-BEST-STREAK(BDG-IDX) >= WS-STREAK-LIMIT
               PERFORM ADD-FLAG
               IF WS-FOUND-IDX NOT = 0
                   SET FLG-IDX TO WS-FOUND-IDX
                   MOVE "STREAK" TO FLG-TYPE(FLG-IDX)
                   MOVE BDG-BADGE(BDG-IDX) TO FLG-BADGE(FLG-IDX)
                   MOVE BDG-BEST-FROM(BDG-IDX) TO FLG-FROM-POS(FLG-IDX)
                   MOVE BDG-BEST-THRU(BDG-IDX) TO FLG-THRU-POS(FLG-IDX)
                   MOVE BDG-BEST-STREAK(BDG-IDX) TO WS-NUM-EDIT
                   STRING "won " WS-NUM-EDIT " in a row"
                       DELIMITED SIZE INTO FLG-TEXT(FLG-IDX)
               END-IF
           END-IF.

           IF BDG-GAMES(BDG-IDX) >= WS-RATE-MIN-GAMES
              AND BDG-VARIANCE(BDG-IDX) > 0
               COMPUTE WS-SIGMA = FUNCTION SQRT(BDG-VARIANCE(BDG-IDX))
               COMPUTE WS-Z-SCORE ROUNDED =
                   (BDG-WINS(BDG-IDX) - BDG-EXPECTED(BDG-IDX))
                   / WS-SIGMA
               IF WS-Z-SCORE >= WS-RATE-SIGMAS
                   PERFORM ADD-FLAG
                   IF WS-FOUND-IDX NOT = 0
                       SET FLG-IDX TO WS-FOUND-IDX
                       MOVE "RATE" TO FLG-TYPE(FLG-IDX)
                       MOVE BDG-BADGE(BDG-IDX) TO FLG-BADGE(FLG-IDX)
                       MOVE BDG-WINS(BDG-IDX) TO WS-NUM-EDIT
                       MOVE BDG-GAMES(BDG-IDX) TO WS-NUM-EDIT-2
                       MOVE BDG-EXPECTED(BDG-IDX) TO WS-EXP-EDIT
                       MOVE WS-Z-SCORE TO WS-Z-EDIT
                       STRING "won " WS-NUM-EDIT " of " WS-NUM-EDIT-2
                              ", expected " WS-EXP-EDIT
                              ", sigmas " WS-Z-EDIT
                           DELIMITED SIZE INTO FLG-TEXT(FLG-IDX)
                   END-IF
               END-IF
           END-IF.

           IF BDG-RPL-VARIANCE(BDG-IDX) > 0
               COMPUTE WS-SIGMA =
                   FUNCTION SQRT(BDG-RPL-VARIANCE(BDG-IDX))
               COMPUTE WS-Z-SCORE ROUNDED =
                   (BDG-RPL-WINS(BDG-IDX) - BDG-RPL-EXPECTED(BDG-IDX))
                   / WS-SIGMA
               IF WS-Z-SCORE >= WS-RATE-SIGMAS
                   PERFORM ADD-FLAG
                   IF WS-FOUND-IDX NOT = 0
                       SET FLG-IDX TO WS-FOUND-IDX
                       MOVE "REPLAY" TO FLG-TYPE(FLG-IDX)
                       MOVE BDG-BADGE(BDG-IDX) TO FLG-BADGE(FLG-IDX)
                       MOVE BDG-RPL-WINS(BDG-IDX) TO WS-NUM-EDIT
                       MOVE BDG-RPL-GAMES(BDG-IDX) TO WS-NUM-EDIT-2
                       MOVE WS-Z-SCORE TO WS-Z-EDIT
                       STRING "won " WS-NUM-EDIT " of " WS-NUM-EDIT-2
                              " on a keyed seed, sigmas " WS-Z-EDIT
                           DELIMITED SIZE INTO FLG-TEXT(FLG-IDX)
                   END-IF
               END-IF
           END-IF.

      *> The loser is whichever side never won; a pairing where both
      *> have won something is a rivalry, not a farm.
       TEST-ONE-PAIR.
           IF PR-GAMES(PR-IDX) >= WS-PAIR-MIN-GAMES
              AND (PR-A-WINS(PR-IDX) = 0 OR PR-B-WINS(PR-IDX) = 0)
               IF PR-A-WINS(PR-IDX) = 0
                   MOVE PR-B-WINS(PR-IDX) TO WS-NUM-EDIT
                   MOVE PR-BADGE-A(PR-IDX) TO WS-PAIR-A
                   MOVE PR-BADGE-B(PR-IDX) TO WS-PAIR-B
               ELSE
                   MOVE PR-A-WINS(PR-IDX) TO WS-NUM-EDIT
                   MOVE PR-BADGE-B(PR-IDX) TO WS-PAIR-A
                   MOVE PR-BADGE-A(PR-IDX) TO WS-PAIR-B
               END-IF
               COMPUTE WS-PCT = (PR-A-WINS(PR-IDX) + PR-B-WINS(PR-IDX))
                   * 100 / PR-GAMES(PR-IDX)
               IF WS-PCT >= WS-PAIR-MIN-PCT
                   PERFORM ADD-FLAG
                   IF WS-FOUND-IDX NOT = 0
                       SET FLG-IDX TO WS-FOUND-IDX
                       MOVE "PAIR" TO FLG-TYPE(FLG-IDX)
                       MOVE WS-PAIR-A TO FLG-BADGE(FLG-IDX)
                       MOVE WS-PAIR-B TO FLG-BADGE-2(FLG-IDX)
                       MOVE PR-GAMES(PR-IDX) TO WS-NUM-EDIT-2
                       STRING "lost " WS-NUM-EDIT " of "
                              WS-NUM-EDIT-2 " to " WS-PAIR-B
                              ", never won"
                           DELIMITED SIZE INTO FLG-TEXT(FLG-IDX)
                   END-IF
               END-IF
           END-IF.

      *> ---- pass 2 ----------------------------------------------
      *> Each scored record is offered to every flag; the ones it
      *> backs get an evidence line.
       COLLECT-EVIDENCE.
           PERFORM VARYING FLG-IDX FROM 1 BY 1
                   UNTIL FLG-IDX > FLG-COUNT
               MOVE "N" TO WS-MATCH
               EVALUATE FLG-TYPE(FLG-IDX)
                   WHEN "STREAK"
                   WHEN "BURST"
                       IF WS-SCAN-POS >= FLG-FROM-POS(FLG-IDX)
                          AND WS-SCAN-POS <= FLG-THRU-POS(FLG-IDX)
                          AND (LOG-BADGE = FLG-BADGE(FLG-IDX)
                               OR (LOG-REC-TYPE = "H"
                                   AND LOG-BADGE-2
                                       = FLG-BADGE(FLG-IDX)))
                           MOVE "Y" TO WS-MATCH
                       END-IF
                   WHEN "RATE"
                       IF (LOG-BADGE = FLG-BADGE(FLG-IDX)
                           AND LOG-RESULT-CODE = 1)
                          OR (LOG-REC-TYPE = "H"
                              AND LOG-BADGE-2 = FLG-BADGE(FLG-IDX)
                              AND LOG-RESULT-CODE = 2)
                           MOVE "Y" TO WS-MATCH
                       END-IF
                   WHEN "REPLAY"
                       IF SEED-REPLAYED
                          AND LOG-BADGE = FLG-BADGE(FLG-IDX)
                          AND LOG-RESULT-CODE = 1
                           MOVE "Y" TO WS-MATCH
                       END-IF
                   WHEN "PAIR"
                       IF LOG-REC-TYPE = "H"
                          AND ((LOG-BADGE = FLG-BADGE(FLG-IDX)
                                AND LOG-BADGE-2 = FLG-BADGE-2(FLG-IDX))
                            OR (LOG-BADGE = FLG-BADGE-2(FLG-IDX)
                                AND LOG-BADGE-2 = FLG-BADGE(FLG-IDX)))
                           MOVE "Y" TO WS-MATCH
                       END-IF
               END-EVALUATE
               IF WS-MATCH = "Y"
                   PERFORM ADD-EVIDENCE-LINE
               END-IF
           END-PERFORM.

       ADD-EVIDENCE-LINE.
           IF EVD-COUNT >= 5000
               IF NOT EVD-TABLE-FULL
                   DISPLAY "WARNING: more than 5000 evidence lines - "
                           "EVD-TABLE is full, later lines are only "
                           "counted"
                   SET EVD-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO EVD-COUNT
               SET EVD-IDX TO EVD-COUNT
               SET EVD-FLAG(EVD-IDX) TO FLG-IDX
               MOVE SPACES TO EVD-LINE(EVD-IDX)
               IF LOG-SITE = SPACES
                   MOVE "HQ" TO WS-EVD-SITE
               ELSE
                   MOVE LOG-SITE TO WS-EVD-SITE
               END-IF
               STRING LOG-TIMESTAMP " seq " LOG-SEQ-NO " "
                      WS-EVD-SITE " " LOG-REC-TYPE " " LOG-BADGE " "
                      LOG-BADGE-2 " "
                      LOG-SEED " " LOG-RESULTADO
                   DELIMITED SIZE INTO EVD-LINE(EVD-IDX)
           END-IF.

      *> ---- report ----------------------------------------------
       PRINT-EXCEPTION-REPORT.
           DISPLAY "=================================================".
           DISPLAY "SUSPICIOUS PLAY EXCEPTION REPORT - RUN "
                   WS-CURRENT-DATE(1:8).
           DISPLAY "Range " WS-FROM-X " - " WS-TO-X.
           DISPLAY "=================================================".
           DISPLAY "Files scanned (archives + live log): "
                   WS-FILES-READ.
           DISPLAY "Log records read   : " WS-READ-COUNT.
           DISPLAY "Scored games       : " WS-SCORED-COUNT.
           DISPLAY "Badges checked     : " BDG-COUNT.
           DISPLAY "H pairings checked : " PR-COUNT.
           MOVE "STREAK" TO WS-LIST-TYPE.
           PERFORM LIST-FLAGS-OF-TYPE.
           MOVE "RATE" TO WS-LIST-TYPE.
           PERFORM LIST-FLAGS-OF-TYPE.
           MOVE "REPLAY" TO WS-LIST-TYPE.
           PERFORM LIST-FLAGS-OF-TYPE.
           MOVE "PAIR" TO WS-LIST-TYPE.
           PERFORM LIST-FLAGS-OF-TYPE.
           MOVE "BURST" TO WS-LIST-TYPE.
           PERFORM LIST-FLAGS-OF-TYPE.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Flags raised: " FLG-COUNT.
           DISPLAY "=================================================".

       LIST-FLAGS-OF-TYPE.
           DISPLAY "-------------------------------------------------".
           DISPLAY WS-LIST-TYPE " flags:".
           MOVE 0 TO WS-TYPE-COUNT.
           PERFORM VARYING FLG-IDX FROM 1 BY 1
                   UNTIL FLG-IDX > FLG-COUNT
               IF FLG-TYPE(FLG-IDX) = WS-LIST-TYPE
                   ADD 1 TO WS-TYPE-COUNT
                   PERFORM PRINT-ONE-FLAG
               END-IF
           END-PERFORM.
           IF WS-TYPE-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

      *> A BURST flag's text is only known once its span has closed,
      *> so it is worded here from the games it spans.
       PRINT-ONE-FLAG.
           IF FLG-TYPE(FLG-IDX) = "BURST"
               MOVE FLG-LINES(FLG-IDX) TO WS-NUM-EDIT
               MOVE WS-BURST-SECONDS TO WS-NUM-EDIT-2
               STRING WS-NUM-EDIT " games, 10 or more inside "
                      WS-NUM-EDIT-2 " seconds"
                   DELIMITED SIZE INTO FLG-TEXT(FLG-IDX)
           END-IF.
           DISPLAY "  Badge " FLG-BADGE(FLG-IDX) " "
                   FLG-TEXT(FLG-IDX).
           MOVE 0 TO WS-SHOWN.
           PERFORM VARYING EVD-IDX FROM 1 BY 1
                   UNTIL EVD-IDX > EVD-COUNT
               IF EVD-FLAG(EVD-IDX) = FLG-IDX
                   ADD 1 TO WS-SHOWN
                   IF WS-SHOWN <= WS-EVIDENCE-CAP
                       DISPLAY "      " EVD-LINE(EVD-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SHOWN > WS-EVIDENCE-CAP
               COMPUTE WS-SHOWN = WS-SHOWN - WS-EVIDENCE-CAP
               DISPLAY "      ... and " WS-SHOWN " more lines"
           END-IF.
