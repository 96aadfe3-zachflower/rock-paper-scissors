       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKEPTS.
      *> Prize points ledger. The office hands out prizes for wins
      *> and for championship placings, and until now the tally lived
      *> on a spreadsheet that never agreed with PLAYERM.DAT. This
      *> job keeps one points account per badge in POINTS.DAT (see
      *> PTSLEDR) and journals every movement to POINTSJ.DAT (see
      *> PTSJRNR):
      *>
      *>   U  earns points from GAMELOG.DAT - a won "S" single, a won
      *>      "F" tournament final, and the winning side of a decided
      *>      "H" match. "R" rounds never earn (their F summary does)
      *>      and neither do draws, losses or rejects. A correction
      *>      pair follows the game it restates: the X reversal backs
      *>      out the single-game points if the original was a win,
      *>      the C record awards them if the corrected result is a
      *>      win - so an S + X + C triple nets to the points of the
      *>      corrected result, the same netting JOKEREC scores by.
      *>      It then pays the championship bonuses once CHAMP.DAT
      *>      shows the event final: champion, runner-up, and the two
      *>      beaten semi-finalists.
      *>   R  redeems points for a prize. A redemption that would take
      *>      the balance below zero is refused whole.
      *>   S  prints one badge's monthly points statement from the
      *>      journal: opening balance, the month's movements, closing
      *>      balance, tied back to the ledger.
      *>   B  lists every account.
      *>
      *> Like JOKERAT, U picks up from a cursor: POINTS.CTL holds the
      *> timestamp of the last GAMELOG.DAT record considered, and the
      *> opened date of the last championship whose bonuses were
      *> paid - so a rerun never awards the same game or the same
      *> event twice. The same ordering rule applies: run U after
      *> the day's JOKEBAT and before JOKEARC cuts a month, or games
      *> archived unprocessed never earn. Every command that moves
      *> points saves the ledger (and U the cursor) before the next
      *> prompt, so quitting never loses a posting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POINTS-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "POINTSJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POINTS-CTL-FILE ASSIGN TO "POINTS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL CHAMP-FILE ASSIGN TO "CHAMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG-FILE.
       01 GAME-LOG-RECORD.
           COPY GAMELOGR.
       FD  POINTS-FILE.
       01 POINTS-RECORD.
           COPY PTSLEDR.
       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY PTSJRNR.
       FD  POINTS-CTL-FILE.
       01 POINTS-CTL-RECORD.
           05 PTC-LAST-TS PIC X(14).
           05 FILLER PIC X.
           05 PTC-LAST-EVENT PIC X(8).
      *>     CHP-C-OPENED of the last championship paid out.
      *> Only the control and match lines of CHAMP.DAT matter here -
      *> the layouts are JOKECHP's.
       FD  CHAMP-FILE.
       01 CHP-CONTROL-REC.
           05 CHP-C-TYPE PIC X.
           05 FILLER PIC X.
           05 CHP-C-OPENED PIC X(8).
           05 FILLER PIC X.
           05 CHP-C-STATUS PIC X.
           05 FILLER PIC X.
           05 CHP-C-DEADLINE-DAYS PIC 9(2).
       01 CHP-MATCH-REC.
           05 CHP-M-TYPE PIC X.
           05 FILLER PIC X.
           05 CHP-M-ROUND PIC 9(2).
           05 FILLER PIC X.
           05 CHP-M-SLOT PIC 9(2).
           05 FILLER PIC X.
           05 CHP-M-BADGE-1 PIC 9(6).
           05 FILLER PIC X.
           05 CHP-M-BADGE-2 PIC 9(6).
           05 FILLER PIC X.
           05 CHP-M-WINNER PIC 9(6).
           05 FILLER PIC X.
           05 CHP-M-STATUS PIC X.
       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC XX.
           01 WS-LOG-EOF PIC X.
               88 END-OF-GAME-LOG VALUE "Y".
           01 WS-PTS-EOF PIC X VALUE "N".
               88 END-OF-POINTS VALUE "Y".
           01 WS-JRN-EOF PIC X.
               88 END-OF-JOURNAL VALUE "Y".
           01 WS-CHAMP-EOF PIC X.
               88 END-OF-CHAMP VALUE "Y".
           01 WS-COMMAND PIC X.
               88 CMD-QUIT VALUE "Q", "q", SPACE.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-TODAY PIC X(8).
           01 WS-THIS-MONTH PIC 9(6).
           01 WS-CURSOR-TS PIC X(14) VALUE SPACES.
           01 WS-MAX-TS PIC X(14) VALUE SPACES.
           01 WS-LAST-EVENT PIC X(8) VALUE SPACES.
      *> The scale. Points are whole numbers; a five-choice game pays
      *> the same as a classic one.
           01 WS-PTS-SINGLE-WIN PIC 9(4) VALUE 10.
           01 WS-PTS-FINAL-WIN PIC 9(4) VALUE 30.
           01 WS-PTS-H2H-WIN PIC 9(4) VALUE 20.
           01 WS-PTS-CHAMPION PIC 9(4) VALUE 500.
           01 WS-PTS-RUNNER-UP PIC 9(4) VALUE 250.
           01 WS-PTS-SEMI-FINAL PIC 9(4) VALUE 100.
      *> Whole ledger in storage - same 2000-badge ceiling as the
      *> other fixed tables.
           01 PTS-COUNT PIC 9(4) VALUE 0.
           01 PTS-TABLE.
               05 PTS-ENTRY OCCURS 2000 TIMES INDEXED BY PTS-IDX.
                   10 PTS-BADGE PIC 9(6).
                   10 PTS-BALANCE PIC S9(7).
                   10 PTS-EARNED PIC 9(7).
                   10 PTS-SPENT PIC 9(7).
                   10 PTS-LAST PIC X(8).
           01 WS-TABLE-FULL PIC X VALUE "N".
               88 PTS-TABLE-FULL VALUE "Y".
      *> Final-state championship matches, for the placings.
           01 CM-COUNT PIC 9(3) VALUE 0.
           01 CM-TABLE.
               05 CM-ENTRY OCCURS 127 TIMES INDEXED BY CM-IDX.
                   10 CM-ROUND PIC 9(2).
                   10 CM-BADGE-1 PIC 9(6).
                   10 CM-BADGE-2 PIC 9(6).
                   10 CM-WINNER PIC 9(6).
           01 WS-EVT-OPENED PIC X(8).
           01 WS-EVT-STATUS PIC X.
               88 EVT-FINAL VALUE "F".
           01 WS-FINAL-ROUND PIC 9(2).
           01 WS-LOSER PIC 9(6).
      *> The posting in hand - filled in by the caller, then
      *> POST-POINTS moves the ledger and writes the journal line.
           01 WS-POST-BADGE PIC 9(6).
           01 WS-POST-POINTS PIC S9(7).
           01 WS-POST-TYPE PIC X.
           01 WS-POST-TS PIC X(14).
           01 WS-POST-REF PIC X(14).
           01 WS-POST-DESC PIC X(30).
           01 WS-LOOK-BADGE PIC 9(6).
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-READ-COUNT PIC 9(8).
           01 WS-POSTED-COUNT PIC 9(6).
           01 WS-BONUS-COUNT PIC 9(3).
           01 WS-RUN-POINTS PIC S9(9).
      *> Redemption and statement prompts.
           01 BADGE-NUM PIC 9(6).
           01 WS-REDEEM-POINTS PIC 9(7).
           01 WS-PRIZE-DESC PIC X(30).
           01 WS-STMT-MONTH PIC 9(6).
           01 WS-STMT-X REDEFINES WS-STMT-MONTH PIC X(6).
           01 WS-WORK-YEAR PIC 9(4).
           01 WS-WORK-MONTH PIC 9(2).
           01 WS-OPEN-BAL PIC S9(9).
           01 WS-MON-NET PIC S9(9).
           01 WS-AFT-NET PIC S9(9).
           01 WS-CLS-BAL PIC S9(9).
           01 WS-EXP-BAL PIC S9(9).
           01 WS-LINE-COUNT PIC 9(4).
           01 WS-TOTAL-BAL PIC S9(9).
           01 WS-EDIT-S7 PIC +(7)9.
           01 WS-EDIT-S9 PIC +(9)9.
           01 WS-TIE-FLAG PIC X.
               88 STATEMENT-TIES VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-CURRENT-DATE(1:6) TO WS-THIS-MONTH.

           PERFORM LOAD-LEDGER.
           PERFORM LOAD-CURSOR.
           DISPLAY "Points ledger: " PTS-COUNT " accounts, cursor "
                   WS-CURSOR-TS.

      *> Blank/exhausted input reads as quit, same guard as JOKEPMU.
           PERFORM UNTIL CMD-QUIT
               DISPLAY "Command? U=update from log R=redeem "
                       "S=statement B=balances Q=quit"
               MOVE SPACE TO WS-COMMAND
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "U" WHEN "u"
                       PERFORM UPDATE-FROM-GAME-LOG
                   WHEN "R" WHEN "r"
                       PERFORM REDEEM-POINTS
                   WHEN "S" WHEN "s"
                       PERFORM PRINT-STATEMENT
                   WHEN "B" WHEN "b"
                       PERFORM PRINT-BALANCES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-LEDGER.
           OPEN INPUT POINTS-FILE.
           PERFORM UNTIL END-OF-POINTS
               READ POINTS-FILE
                   AT END SET END-OF-POINTS TO TRUE
                   NOT AT END
                       IF PTS-COUNT < 2000
                           ADD 1 TO PTS-COUNT
                           SET PTS-IDX TO PTS-COUNT
                           MOVE PT-BADGE TO PTS-BADGE(PTS-IDX)
                           MOVE PT-BALANCE TO PTS-BALANCE(PTS-IDX)
                           MOVE PT-EARNED TO PTS-EARNED(PTS-IDX)
                           MOVE PT-SPENT TO PTS-SPENT(PTS-IDX)
                           MOVE PT-LAST-POSTED TO PTS-LAST(PTS-IDX)
                       ELSE
                           DISPLAY "WARNING: more than 2000 badges in"
                                   " POINTS.DAT - overflow ignored"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POINTS-FILE.

       LOAD-CURSOR.
           OPEN INPUT POINTS-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ POINTS-CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PTC-LAST-TS TO WS-CURSOR-TS
                       MOVE PTC-LAST-EVENT TO WS-LAST-EVENT
               END-READ
           END-IF.
           CLOSE POINTS-CTL-FILE.

      *> Records written in the very second the cursor points at
      *> have already been considered - the JOKERAT rule, and the
      *> reason this runs after the day's JOKEBAT, not during it.
       UPDATE-FROM-GAME-LOG.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-POSTED-COUNT.
           MOVE 0 TO WS-BONUS-COUNT.
           MOVE 0 TO WS-RUN-POINTS.
           MOVE WS-CURSOR-TS TO WS-MAX-TS.
           OPEN EXTEND JOURNAL-FILE.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT GAME-LOG-FILE.
           PERFORM UNTIL END-OF-GAME-LOG
               READ GAME-LOG-FILE
                   AT END SET END-OF-GAME-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF LOG-TIMESTAMP > WS-CURSOR-TS
                           PERFORM EARN-FROM-ONE-RECORD
                           IF LOG-TIMESTAMP > WS-MAX-TS
                               MOVE LOG-TIMESTAMP TO WS-MAX-TS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GAME-LOG-FILE.
           PERFORM AWARD-CHAMPIONSHIP-BONUSES.
           CLOSE JOURNAL-FILE.

           MOVE WS-MAX-TS TO WS-CURSOR-TS.
           PERFORM SAVE-LEDGER.
           PERFORM SAVE-CURSOR.
           MOVE WS-RUN-POINTS TO WS-EDIT-S9.
           DISPLAY "=================================================".
           DISPLAY "POINTS UPDATE - RUN " WS-TODAY.
           DISPLAY "Log records read       : " WS-READ-COUNT.
           DISPLAY "Game postings          : " WS-POSTED-COUNT.
           DISPLAY "Championship bonuses   : " WS-BONUS-COUNT.
           DISPLAY "Net points posted      : " WS-EDIT-S9.
           DISPLAY "Cursor now             : " WS-CURSOR-TS.
           DISPLAY "=================================================".

      *> Result code 1 on S/F/X/C is LOG-BADGE's win; on an H record
      *> 1 means LOG-BADGE won and 2 means LOG-BADGE-2 did. Old
      *> records with no type byte are singles (the JOKEBAT rule).
       EARN-FROM-ONE-RECORD.
           MOVE LOG-TIMESTAMP TO WS-POST-TS.
           MOVE LOG-TIMESTAMP TO WS-POST-REF.
           MOVE SPACES TO WS-POST-DESC.
           MOVE 0 TO WS-POST-BADGE.
           EVALUATE TRUE
               WHEN (LOG-REC-TYPE = "S" OR LOG-REC-TYPE = SPACE)
                AND LOG-RESULT-CODE = 1
                   MOVE WS-PTS-SINGLE-WIN TO WS-POST-POINTS
                   MOVE "W" TO WS-POST-TYPE
                   MOVE "Single game won" TO WS-POST-DESC
                   PERFORM TAKE-FIRST-BADGE
               WHEN LOG-REC-TYPE = "F" AND LOG-RESULT-CODE = 1
                   MOVE WS-PTS-FINAL-WIN TO WS-POST-POINTS
                   MOVE "W" TO WS-POST-TYPE
                   MOVE "Tournament won" TO WS-POST-DESC
                   PERFORM TAKE-FIRST-BADGE
               WHEN LOG-REC-TYPE = "H" AND LOG-RESULT-CODE = 1
                   MOVE WS-PTS-H2H-WIN TO WS-POST-POINTS
                   MOVE "W" TO WS-POST-TYPE
                   STRING "Head-to-head won v " LOG-BADGE-2
                       DELIMITED BY SIZE INTO WS-POST-DESC
                   PERFORM TAKE-FIRST-BADGE
               WHEN LOG-REC-TYPE = "H" AND LOG-RESULT-CODE = 2
                   MOVE WS-PTS-H2H-WIN TO WS-POST-POINTS
                   MOVE "W" TO WS-POST-TYPE
                   STRING "Head-to-head won v " LOG-BADGE
                       DELIMITED BY SIZE INTO WS-POST-DESC
                   IF LOG-BADGE-2 NUMERIC
                       MOVE LOG-BADGE-2 TO WS-POST-BADGE
                   END-IF
               WHEN LOG-REC-TYPE = "X" AND LOG-RESULT-CODE = 1
                   COMPUTE WS-POST-POINTS = 0 - WS-PTS-SINGLE-WIN
                   MOVE "X" TO WS-POST-TYPE
                   MOVE LOG-ORIG-TS TO WS-POST-REF
                   MOVE "Win reversed" TO WS-POST-DESC
                   PERFORM TAKE-FIRST-BADGE
               WHEN LOG-REC-TYPE = "C" AND LOG-RESULT-CODE = 1
                   MOVE WS-PTS-SINGLE-WIN TO WS-POST-POINTS
                   MOVE "C" TO WS-POST-TYPE
                   MOVE LOG-ORIG-TS TO WS-POST-REF
                   MOVE "Corrected to a win" TO WS-POST-DESC
                   PERFORM TAKE-FIRST-BADGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-POST-BADGE NOT = 0
               PERFORM POST-POINTS
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

       TAKE-FIRST-BADGE.
           IF LOG-BADGE NUMERIC
               MOVE LOG-BADGE TO WS-POST-BADGE
           END-IF.

      *> Paid once per event: only when the bracket is final, and
      *> only when its opened date differs from the last event paid.
      *> The last match in the table is the final (JOKECHP's
      *> PRINT-PLACINGS rule); the beaten sides of the round before
      *> it are the semi-finalists. A bye (badge zero) places no one.
       AWARD-CHAMPIONSHIP-BONUSES.
           PERFORM LOAD-CHAMP-MATCHES.
           IF EVT-FINAL AND CM-COUNT > 0
              AND WS-EVT-OPENED NOT = WS-LAST-EVENT
               MOVE WS-CURRENT-DATE(1:14) TO WS-POST-TS
               MOVE WS-EVT-OPENED TO WS-POST-REF
               MOVE "B" TO WS-POST-TYPE
               SET CM-IDX TO CM-COUNT
               MOVE CM-ROUND(CM-IDX) TO WS-FINAL-ROUND
               MOVE CM-WINNER(CM-IDX) TO WS-POST-BADGE
               MOVE WS-PTS-CHAMPION TO WS-POST-POINTS
               MOVE "Championship - champion" TO WS-POST-DESC
               PERFORM POST-BONUS
               PERFORM FIND-MATCH-LOSER
               MOVE WS-LOSER TO WS-POST-BADGE
               MOVE WS-PTS-RUNNER-UP TO WS-POST-POINTS
               MOVE "Championship - runner-up" TO WS-POST-DESC
               PERFORM POST-BONUS
               PERFORM VARYING CM-IDX FROM 1 BY 1
                       UNTIL CM-IDX >= CM-COUNT
                   IF CM-ROUND(CM-IDX) + 1 = WS-FINAL-ROUND
                       PERFORM FIND-MATCH-LOSER
                       MOVE WS-LOSER TO WS-POST-BADGE
                       MOVE WS-PTS-SEMI-FINAL TO WS-POST-POINTS
                       MOVE "Championship - semi-finalist"
                           TO WS-POST-DESC
                       PERFORM POST-BONUS
                   END-IF
               END-PERFORM
               MOVE WS-EVT-OPENED TO WS-LAST-EVENT
           END-IF.

       POST-BONUS.
           IF WS-POST-BADGE NOT = 0
               PERFORM POST-POINTS
               ADD 1 TO WS-BONUS-COUNT
           END-IF.

       FIND-MATCH-LOSER.
           IF CM-WINNER(CM-IDX) = CM-BADGE-1(CM-IDX)
               MOVE CM-BADGE-2(CM-IDX) TO WS-LOSER
           ELSE
               MOVE CM-BADGE-1(CM-IDX) TO WS-LOSER
           END-IF.

       LOAD-CHAMP-MATCHES.
           MOVE 0 TO CM-COUNT.
           MOVE SPACES TO WS-EVT-OPENED.
           MOVE SPACE TO WS-EVT-STATUS.
           MOVE "N" TO WS-CHAMP-EOF.
           OPEN INPUT CHAMP-FILE.
           PERFORM UNTIL END-OF-CHAMP
               READ CHAMP-FILE
                   AT END SET END-OF-CHAMP TO TRUE
                   NOT AT END
                       EVALUATE CHP-C-TYPE
                           WHEN "C"
                               MOVE CHP-C-OPENED TO WS-EVT-OPENED
                               MOVE CHP-C-STATUS TO WS-EVT-STATUS
                           WHEN "M"
                               IF CM-COUNT < 127
                                   ADD 1 TO CM-COUNT
                                   SET CM-IDX TO CM-COUNT
                                   MOVE CHP-M-ROUND TO CM-ROUND(CM-IDX)
                                   MOVE CHP-M-BADGE-1
                                       TO CM-BADGE-1(CM-IDX)
                                   MOVE CHP-M-BADGE-2
                                       TO CM-BADGE-2(CM-IDX)
                                   MOVE CHP-M-WINNER
                                       TO CM-WINNER(CM-IDX)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CHAMP-FILE.

      *> One movement: ledger row found (or opened), balance moved,
      *> journal line written with the balance after. The journal
      *> must already be open EXTEND. A reversal comes off the
      *> lifetime earned figure with a guarded subtract - an X whose
      *> original earned before this ledger existed has nothing there
      *> to back out.
       POST-POINTS.
           MOVE WS-POST-BADGE TO WS-LOOK-BADGE.
           PERFORM FIND-OR-ADD-ACCOUNT.
           IF WS-FOUND-IDX NOT = 0
               SET PTS-IDX TO WS-FOUND-IDX
               ADD WS-POST-POINTS TO PTS-BALANCE(PTS-IDX)
               ADD WS-POST-POINTS TO WS-RUN-POINTS
               EVALUATE TRUE
                   WHEN WS-POST-TYPE = "R"
                       SUBTRACT WS-POST-POINTS FROM PTS-SPENT(PTS-IDX)
                   WHEN WS-POST-POINTS > 0
                       ADD WS-POST-POINTS TO PTS-EARNED(PTS-IDX)
                   WHEN PTS-EARNED(PTS-IDX) + WS-POST-POINTS >= 0
                       ADD WS-POST-POINTS TO PTS-EARNED(PTS-IDX)
                   WHEN OTHER
                       MOVE 0 TO PTS-EARNED(PTS-IDX)
               END-EVALUATE
               MOVE WS-POST-TS(1:8) TO PTS-LAST(PTS-IDX)
               MOVE SPACES TO JOURNAL-RECORD
               MOVE WS-POST-BADGE TO PJ-BADGE
               MOVE WS-POST-TS TO PJ-POSTED
               MOVE WS-POST-TYPE TO PJ-TYPE
               MOVE WS-POST-POINTS TO PJ-POINTS
               MOVE PTS-BALANCE(PTS-IDX) TO PJ-BALANCE
               MOVE WS-POST-REF TO PJ-REF
               MOVE WS-POST-DESC TO PJ-DESC
               WRITE JOURNAL-RECORD
           END-IF.

       FIND-OR-ADD-ACCOUNT.
           PERFORM FIND-ACCOUNT.
           IF WS-FOUND-IDX = 0
               IF PTS-COUNT >= 2000
                   IF NOT PTS-TABLE-FULL
                       DISPLAY "WARNING: more than 2000 points "
                               "accounts - PTS-TABLE is full, further"
                               " new badges earn nothing"
                       SET PTS-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO PTS-COUNT
                   MOVE PTS-COUNT TO WS-FOUND-IDX
                   SET PTS-IDX TO WS-FOUND-IDX
                   MOVE WS-LOOK-BADGE TO PTS-BADGE(PTS-IDX)
                   MOVE 0 TO PTS-BALANCE(PTS-IDX)
                   MOVE 0 TO PTS-EARNED(PTS-IDX)
                   MOVE 0 TO PTS-SPENT(PTS-IDX)
                   MOVE SPACES TO PTS-LAST(PTS-IDX)
               END-IF
           END-IF.

       FIND-ACCOUNT.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING PTS-IDX FROM 1 BY 1
                   UNTIL PTS-IDX > PTS-COUNT
               IF PTS-BADGE(PTS-IDX) = WS-LOOK-BADGE
                   SET WS-FOUND-IDX TO PTS-IDX
               END-IF
           END-PERFORM.

      *> All or nothing: a redemption larger than the balance is
      *> refused outright, never part-paid.
       REDEEM-POINTS.
           DISPLAY "Badge number?".
           ACCEPT BADGE-NUM.
           DISPLAY "Points to redeem?".
           ACCEPT WS-REDEEM-POINTS.
           DISPLAY "Prize (description)?".
           MOVE SPACES TO WS-PRIZE-DESC.
           ACCEPT WS-PRIZE-DESC.
           MOVE BADGE-NUM TO WS-LOOK-BADGE.
           PERFORM FIND-ACCOUNT.
           EVALUATE TRUE
               WHEN BADGE-NUM = 0 OR WS-REDEEM-POINTS = 0
                   DISPLAY "REDEMPTION REFUSED: badge and points "
                           "must both be non-zero."
               WHEN WS-FOUND-IDX = 0
                   DISPLAY "REDEMPTION REFUSED: badge " BADGE-NUM
                           " has no points account."
               WHEN PTS-BALANCE(WS-FOUND-IDX) < WS-REDEEM-POINTS
                   MOVE PTS-BALANCE(WS-FOUND-IDX) TO WS-EDIT-S7
                   DISPLAY "REDEMPTION REFUSED: badge " BADGE-NUM
                           " balance " WS-EDIT-S7
                           " would be overdrawn by " WS-REDEEM-POINTS
                           " points."
               WHEN OTHER
                   MOVE BADGE-NUM TO WS-POST-BADGE
                   COMPUTE WS-POST-POINTS = 0 - WS-REDEEM-POINTS
                   MOVE "R" TO WS-POST-TYPE
                   MOVE WS-CURRENT-DATE(1:14) TO WS-POST-TS
                   MOVE SPACES TO WS-POST-REF
                   IF WS-PRIZE-DESC = SPACES
                       MOVE "Prize redemption" TO WS-POST-DESC
                   ELSE
                       MOVE WS-PRIZE-DESC TO WS-POST-DESC
                   END-IF
                   OPEN EXTEND JOURNAL-FILE
                   PERFORM POST-POINTS
                   CLOSE JOURNAL-FILE
                   PERFORM SAVE-LEDGER
                   MOVE PTS-BALANCE(WS-FOUND-IDX) TO WS-EDIT-S7
                   DISPLAY "Redeemed " WS-REDEEM-POINTS
                           " points for badge " BADGE-NUM
                           " - balance now " WS-EDIT-S7
           END-EVALUATE.

       SAVE-LEDGER.
           OPEN OUTPUT POINTS-FILE.
           PERFORM VARYING PTS-IDX FROM 1 BY 1
                   UNTIL PTS-IDX > PTS-COUNT
               MOVE SPACES TO POINTS-RECORD
               MOVE PTS-BADGE(PTS-IDX) TO PT-BADGE
               MOVE PTS-BALANCE(PTS-IDX) TO PT-BALANCE
               MOVE PTS-EARNED(PTS-IDX) TO PT-EARNED
               MOVE PTS-SPENT(PTS-IDX) TO PT-SPENT
               MOVE PTS-LAST(PTS-IDX) TO PT-LAST-POSTED
               WRITE POINTS-RECORD
           END-PERFORM.
           CLOSE POINTS-FILE.

       SAVE-CURSOR.
           OPEN OUTPUT POINTS-CTL-FILE.
           MOVE SPACES TO POINTS-CTL-RECORD.
           MOVE WS-CURSOR-TS TO PTC-LAST-TS.
           MOVE WS-LAST-EVENT TO PTC-LAST-EVENT.
           WRITE POINTS-CTL-RECORD.
           CLOSE POINTS-CTL-FILE.

      *> Opening balance = every journal line before the month;
      *> closing = opening + the month's lines. Lines after the month
      *> are summed too, so the statement can prove closing + later
      *> movements = the ledger balance today - the JOKESTM tie-back.
       PRINT-STATEMENT.
           DISPLAY "Badge number?".
           ACCEPT BADGE-NUM.
           DISPLAY "Statement month (YYYYMM, 0 = last month)?".
           ACCEPT WS-STMT-MONTH.
           IF WS-STMT-MONTH = 0
              OR WS-STMT-X(5:2) < "01" OR WS-STMT-X(5:2) > "12"
               MOVE WS-THIS-MONTH(1:4) TO WS-WORK-YEAR
               MOVE WS-THIS-MONTH(5:2) TO WS-WORK-MONTH
               IF WS-WORK-MONTH = 1
                   SUBTRACT 1 FROM WS-WORK-YEAR
                   MOVE 12 TO WS-WORK-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
               COMPUTE WS-STMT-MONTH =
                   (WS-WORK-YEAR * 100) + WS-WORK-MONTH
           END-IF.

           MOVE 0 TO WS-OPEN-BAL.
           MOVE 0 TO WS-MON-NET.
           MOVE 0 TO WS-AFT-NET.
           MOVE 0 TO WS-LINE-COUNT.
           DISPLAY "=================================================".
           DISPLAY "POINTS STATEMENT - BADGE " BADGE-NUM
                   " - MONTH " WS-STMT-X.
           DISPLAY "=================================================".
           DISPLAY "Posted         T   Points  Balance  Detail".
           DISPLAY "-------------------------------------------------".
           MOVE "N" TO WS-JRN-EOF.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL END-OF-JOURNAL
               READ JOURNAL-FILE
                   AT END SET END-OF-JOURNAL TO TRUE
                   NOT AT END
                       IF PJ-BADGE = BADGE-NUM
                           PERFORM STATEMENT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           IF WS-LINE-COUNT = 0
               DISPLAY "  (no points movements this month)"
           END-IF.

           COMPUTE WS-CLS-BAL = WS-OPEN-BAL + WS-MON-NET.
           COMPUTE WS-EXP-BAL = WS-CLS-BAL + WS-AFT-NET.
           DISPLAY "-------------------------------------------------".
           MOVE WS-OPEN-BAL TO WS-EDIT-S9.
           DISPLAY "Opening balance        : " WS-EDIT-S9.
           MOVE WS-MON-NET TO WS-EDIT-S9.
           DISPLAY "Month's movements      : " WS-EDIT-S9.
           MOVE WS-CLS-BAL TO WS-EDIT-S9.
           DISPLAY "Closing balance        : " WS-EDIT-S9.

           MOVE "N" TO WS-TIE-FLAG.
           MOVE BADGE-NUM TO WS-LOOK-BADGE.
           PERFORM FIND-ACCOUNT.
           IF WS-FOUND-IDX = 0
               IF WS-EXP-BAL = 0
                   SET STATEMENT-TIES TO TRUE
               END-IF
               DISPLAY "Ledger balance today   : (no account)"
           ELSE
               IF PTS-BALANCE(WS-FOUND-IDX) = WS-EXP-BAL
                   SET STATEMENT-TIES TO TRUE
               END-IF
               MOVE PTS-BALANCE(WS-FOUND-IDX) TO WS-EDIT-S9
               DISPLAY "Ledger balance today   : " WS-EDIT-S9
           END-IF.
           IF STATEMENT-TIES
               DISPLAY "Closing + later movements tie to the ledger."
           ELSE
               MOVE WS-EXP-BAL TO WS-EDIT-S9
               DISPLAY "** OUT OF BALANCE: journal says " WS-EDIT-S9
                       " - POINTS.DAT and POINTSJ.DAT disagree **"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "=================================================".

       STATEMENT-ONE-LINE.
           EVALUATE TRUE
               WHEN PJ-POSTED(1:6) < WS-STMT-X
                   ADD PJ-POINTS TO WS-OPEN-BAL
               WHEN PJ-POSTED(1:6) = WS-STMT-X
                   ADD PJ-POINTS TO WS-MON-NET
                   ADD 1 TO WS-LINE-COUNT
                   MOVE PJ-POINTS TO WS-EDIT-S7
                   DISPLAY PJ-POSTED " " PJ-TYPE " " WS-EDIT-S7
                           " " PJ-BALANCE " " PJ-DESC
               WHEN OTHER
                   ADD PJ-POINTS TO WS-AFT-NET
           END-EVALUATE.

       PRINT-BALANCES.
           MOVE 0 TO WS-TOTAL-BAL.
           DISPLAY "=================================================".
           DISPLAY "PRIZE POINTS BALANCES - " WS-TODAY.
           DISPLAY "=================================================".
           DISPLAY "Badge   Balance   Earned    Spent    Last posted".
           PERFORM VARYING PTS-IDX FROM 1 BY 1
                   UNTIL PTS-IDX > PTS-COUNT
               ADD PTS-BALANCE(PTS-IDX) TO WS-TOTAL-BAL
               MOVE PTS-BALANCE(PTS-IDX) TO WS-EDIT-S7
               DISPLAY PTS-BADGE(PTS-IDX) " " WS-EDIT-S7
                       " " PTS-EARNED(PTS-IDX)
                       " " PTS-SPENT(PTS-IDX)
                       " " PTS-LAST(PTS-IDX)
           END-PERFORM.
           IF PTS-COUNT = 0
               DISPLAY "  (no points accounts yet)"
           END-IF.
           DISPLAY "-------------------------------------------------".
           MOVE WS-TOTAL-BAL TO WS-EDIT-S9.
           DISPLAY "Points outstanding     : " WS-EDIT-S9.
           DISPLAY "=================================================".
