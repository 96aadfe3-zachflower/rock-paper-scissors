       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKELAD.
      *> The standing challenge ladder - something to play for in
      *> the eleven months JOKECHP's bracket isn't running. Every
      *> badge on the ladder holds one rung; new joiners go on the
      *> bottom. A badge may challenge anyone up to a set number of
      *> rungs above it, and the challenged badge then has a set
      *> number of business days (by the shop calendar, BUSCAL.DAT)
      *> to play it. The game itself is an ordinary head-to-head:
      *> the U command sweeps GAMELOG.DAT and a decided H record
      *> between the two, logged after the challenge was issued and
      *> by its deadline, settles it - a challenger win swaps their
      *> rungs, a defender win leaves the ladder as it was. A draw
      *> settles nothing (play again). Once the deadline has passed
      *> with no result the defender forfeits and the rungs swap as
      *> if the challenger had won.
      *>
      *> A challenge open against a badge JOKEFGT removes is voided
      *> there (status V) and counts for neither side.
      *>
      *> A badge is party to one open challenge at a time, either
      *> way round, so a swap never disturbs anyone else's pending
      *> challenge. LADDER.DAT (see LADDERR) is loaded whole, worked
      *> in storage and rewritten once on quit - the JOKEDPT pattern
      *> - and keeps every challenge ever issued, which is each
      *> badge's challenge history. H records keep scoring PLAYERM
      *> and the ratings exactly as before; the ladder only reads
      *> them, as JOKECHP's bracket does.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LADDER-FILE ASSIGN TO "LADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-CAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LADDER-FILE.
       01 LADDER-RECORD.
           COPY LADDERR.
       FD  GAME-LOG-FILE.
       01 GAME-LOG-RECORD.
           COPY GAMELOGR.
       FD  BUS-CAL-FILE.
       01 BUS-CAL-RECORD.
           COPY BUSCALR.
       WORKING-STORAGE SECTION.
           01 WS-LADDER-EOF PIC X VALUE "N".
               88 END-OF-LADDER VALUE "Y".
           01 WS-LOG-EOF PIC X.
               88 END-OF-GAME-LOG VALUE "Y".
           01 WS-COMMAND PIC X.
               88 CMD-QUIT VALUE "Q", "q", SPACE.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-TODAY PIC X(8).
           01 WS-CHANGED PIC X VALUE "N".
               88 LADDER-CHANGED VALUE "Y".
      *> Ladder rules, mirrored from the C line.
           01 WS-MAX-RUNGS PIC 9(2) VALUE 3.
           01 WS-PLAY-DAYS PIC 9(2) VALUE 5.
           01 WS-LAST-ID PIC 9(6) VALUE 0.
      *> The rungs, top first - a badge's rung is its subscript.
           01 RNG-COUNT PIC 9(4) VALUE 0.
           01 RNG-TABLE.
               05 RNG-ENTRY OCCURS 500 TIMES.
                   10 RNG-BADGE PIC 9(6).
                   10 RNG-JOINED PIC X(8).
      *> Every challenge on file, oldest first.
           01 CHL-COUNT PIC 9(4) VALUE 0.
           01 CHL-TABLE.
               05 CHL-ENTRY OCCURS 5000 TIMES INDEXED BY CHL-IDX.
                   10 CHL-ID PIC 9(6).
                   10 CHL-CHALLENGER PIC 9(6).
                   10 CHL-DEFENDER PIC 9(6).
                   10 CHL-ISSUED PIC X(14).
                   10 CHL-DEADLINE PIC X(8).
                   10 CHL-STATUS PIC X.
                   10 CHL-SETTLED PIC X(14).
                   10 CHL-FROM-RUNG PIC 9(4).
                   10 CHL-TO-RUNG PIC 9(4).
           01 BADGE-NUM PIC 9(6).
           01 WS-DEFENDER-NUM PIC 9(6).
           01 WS-FIND-BADGE PIC 9(6).
           01 WS-FOUND-RUNG PIC 9(4).
           01 WS-CHALLENGER-RUNG PIC 9(4).
           01 WS-DEFENDER-RUNG PIC 9(4).
           01 WS-RUNG-SUB PIC 9(4).
           01 WS-OPEN-ID PIC 9(6).
           01 WS-SWAP-ENTRY.
               05 FILLER PIC 9(6).
               05 FILLER PIC X(8).
           01 WS-APPLIED PIC 9(4).
           01 WS-FORFEITED PIC 9(4).
           01 WS-LISTED PIC 9(4).
           01 WS-OUTCOME PIC X(40).
           01 WS-HIST-ISSUED PIC 9(4).
           01 WS-HIST-RECEIVED PIC 9(4).
           01 WS-HIST-WON PIC 9(4).
           01 WS-HIST-LOST PIC 9(4).
           01 WS-DEADLINE-INT PIC 9(8).
           01 WS-DEADLINE-DATE PIC 9(8).
           01 WS-DEADLINE-COUNT PIC 9(2).
      *> The business calendar (BUSCALR), held by day offset from
      *> the first date on file - about eleven years of days.
           01 WS-CAL-EOF PIC X VALUE "N".
               88 END-OF-CALENDAR VALUE "Y".
           01 CAL-BASE-INT PIC 9(8) VALUE 0.
           01 CAL-SPAN PIC 9(4) VALUE 0.
           01 CAL-DAY-TABLE.
               05 CDY-TYPE PIC X OCCURS 4000 TIMES.
           01 WS-CAL-INT PIC 9(8).
           01 WS-CAL-OFFSET PIC 9(8).
           01 WS-CAL-TYPE PIC X.
           01 WS-CAL-FLAG PIC X.
               88 CAL-IS-BUSINESS VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-LADDER-FILE.
           PERFORM LOAD-BUSINESS-CALENDAR.

      *> Blank/exhausted input reads as quit, same guard as JOKEPMU.
           PERFORM UNTIL CMD-QUIT
               DISPLAY "Command? J=join C=challenge U=update from log "
                       "P=print H=history S=settings Q=quit"
               MOVE SPACE TO WS-COMMAND
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "J" WHEN "j"
                       PERFORM JOIN-LADDER
                   WHEN "C" WHEN "c"
                       PERFORM ISSUE-CHALLENGE
                   WHEN "U" WHEN "u"
                       PERFORM UPDATE-FROM-GAME-LOG
                   WHEN "P" WHEN "p"
                       PERFORM PRINT-LADDER
                   WHEN "H" WHEN "h"
                       PERFORM PRINT-BADGE-HISTORY
                   WHEN "S" WHEN "s"
                       PERFORM SET-LADDER-RULES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           IF LADDER-CHANGED
               PERFORM REWRITE-LADDER-FILE
               DISPLAY "LADDER.DAT rewritten - " RNG-COUNT
                       " rungs, " CHL-COUNT " challenges."
           ELSE
               DISPLAY "No changes - LADDER.DAT left untouched."
           END-IF.
           STOP RUN.

      *> L lines are written top rung first, so they load straight
      *> into rung order.
       LOAD-LADDER-FILE.
           OPEN INPUT LADDER-FILE.
           PERFORM UNTIL END-OF-LADDER
               READ LADDER-FILE
                   AT END SET END-OF-LADDER TO TRUE
                   NOT AT END
                       EVALUATE LAD-TYPE
                           WHEN "C"
                               IF LAD-C-RUNGS NUMERIC
                                  AND LAD-C-RUNGS > 0
                                   MOVE LAD-C-RUNGS TO WS-MAX-RUNGS
                               END-IF
                               IF LAD-C-DAYS NUMERIC
                                  AND LAD-C-DAYS > 0
                                   MOVE LAD-C-DAYS TO WS-PLAY-DAYS
                               END-IF
                               IF LAD-C-LAST-ID NUMERIC
                                   MOVE LAD-C-LAST-ID TO WS-LAST-ID
                               END-IF
                           WHEN "L"
                               IF RNG-COUNT < 500
                                   ADD 1 TO RNG-COUNT
                                   MOVE LAD-L-BADGE
                                       TO RNG-BADGE(RNG-COUNT)
                                   MOVE LAD-L-JOINED
                                       TO RNG-JOINED(RNG-COUNT)
                               ELSE
                                   DISPLAY "WARNING: more than 500"
                                           " rungs in LADDER.DAT -"
                                           " overflow ignored"
                               END-IF
                           WHEN "K"
                               IF CHL-COUNT < 5000
                                   ADD 1 TO CHL-COUNT
                                   SET CHL-IDX TO CHL-COUNT
                                   PERFORM LOAD-ONE-CHALLENGE
                               ELSE
                                   DISPLAY "WARNING: more than 5000"
                                           " challenges in LADDER.DAT"
                                           " - overflow ignored"
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE LADDER-FILE.
           DISPLAY "Ladder: " RNG-COUNT " rungs, " CHL-COUNT
                   " challenges on file, up to " WS-MAX-RUNGS
                   " rungs up, " WS-PLAY-DAYS " business days to play".

       LOAD-ONE-CHALLENGE.
           MOVE LAD-K-ID TO CHL-ID(CHL-IDX).
           MOVE LAD-K-CHALLENGER TO CHL-CHALLENGER(CHL-IDX).
           MOVE LAD-K-DEFENDER TO CHL-DEFENDER(CHL-IDX).
           MOVE LAD-K-ISSUED TO CHL-ISSUED(CHL-IDX).
           MOVE LAD-K-DEADLINE TO CHL-DEADLINE(CHL-IDX).
           MOVE LAD-K-STATUS TO CHL-STATUS(CHL-IDX).
           MOVE LAD-K-SETTLED TO CHL-SETTLED(CHL-IDX).
           MOVE LAD-K-FROM-RUNG TO CHL-FROM-RUNG(CHL-IDX).
           MOVE LAD-K-TO-RUNG TO CHL-TO-RUNG(CHL-IDX).

      *> WS-FOUND-RUNG = WS-FIND-BADGE's rung, zero if not on it.
       FIND-RUNG.
           MOVE 0 TO WS-FOUND-RUNG.
           PERFORM VARYING WS-RUNG-SUB FROM 1 BY 1
                   UNTIL WS-RUNG-SUB > RNG-COUNT
               IF RNG-BADGE(WS-RUNG-SUB) = WS-FIND-BADGE
                   MOVE WS-RUNG-SUB TO WS-FOUND-RUNG
               END-IF
           END-PERFORM.

      *> WS-OPEN-ID = the open challenge WS-FIND-BADGE is party to,
      *> either way round - zero if none.
       FIND-OPEN-CHALLENGE.
           MOVE 0 TO WS-OPEN-ID.
           PERFORM VARYING CHL-IDX FROM 1 BY 1
                   UNTIL CHL-IDX > CHL-COUNT
               IF CHL-STATUS(CHL-IDX) = "O"
                  AND (CHL-CHALLENGER(CHL-IDX) = WS-FIND-BADGE
                       OR CHL-DEFENDER(CHL-IDX) = WS-FIND-BADGE)
                   MOVE CHL-ID(CHL-IDX) TO WS-OPEN-ID
               END-IF
           END-PERFORM.

       JOIN-LADDER.
           DISPLAY "Badge number to join the ladder?".
           MOVE 0 TO BADGE-NUM.
           ACCEPT BADGE-NUM.
           MOVE BADGE-NUM TO WS-FIND-BADGE.
           PERFORM FIND-RUNG.
           EVALUATE TRUE
               WHEN BADGE-NUM = 0
                   DISPLAY "Badge zero cannot join."
               WHEN WS-FOUND-RUNG NOT = 0
                   DISPLAY "Badge " BADGE-NUM " is already on rung "
                           WS-FOUND-RUNG "."
               WHEN RNG-COUNT >= 500
                   DISPLAY "The ladder is full - not added."
               WHEN OTHER
                   ADD 1 TO RNG-COUNT
                   MOVE BADGE-NUM TO RNG-BADGE(RNG-COUNT)
                   MOVE WS-TODAY TO RNG-JOINED(RNG-COUNT)
                   SET LADDER-CHANGED TO TRUE
                   DISPLAY "Badge " BADGE-NUM " joins on rung "
                           RNG-COUNT " (bottom)."
           END-EVALUATE.

       ISSUE-CHALLENGE.
           DISPLAY "Challenger badge?".
           MOVE 0 TO BADGE-NUM.
           ACCEPT BADGE-NUM.
           DISPLAY "Badge being challenged?".
           MOVE 0 TO WS-DEFENDER-NUM.
           ACCEPT WS-DEFENDER-NUM.
           MOVE BADGE-NUM TO WS-FIND-BADGE.
           PERFORM FIND-RUNG.
           MOVE WS-FOUND-RUNG TO WS-CHALLENGER-RUNG.
           MOVE WS-DEFENDER-NUM TO WS-FIND-BADGE.
           PERFORM FIND-RUNG.
           MOVE WS-FOUND-RUNG TO WS-DEFENDER-RUNG.
           EVALUATE TRUE
               WHEN WS-CHALLENGER-RUNG = 0
                   DISPLAY "Badge " BADGE-NUM " is not on the ladder."
               WHEN WS-DEFENDER-RUNG = 0
                   DISPLAY "Badge " WS-DEFENDER-NUM
                           " is not on the ladder."
               WHEN WS-DEFENDER-RUNG >= WS-CHALLENGER-RUNG
                   DISPLAY "Only a badge on a higher rung can be"
                           " challenged."
               WHEN WS-CHALLENGER-RUNG - WS-DEFENDER-RUNG
                       > WS-MAX-RUNGS
                   DISPLAY "Rung " WS-DEFENDER-RUNG " is more than "
                           WS-MAX-RUNGS " rungs above rung "
                           WS-CHALLENGER-RUNG "."
               WHEN CHL-COUNT >= 5000
                   DISPLAY "The challenge file is full - not issued."
               WHEN OTHER
                   PERFORM CHECK-PARTIES-FREE
           END-EVALUATE.

      *> One open challenge per badge, either way round.
       CHECK-PARTIES-FREE.
           MOVE BADGE-NUM TO WS-FIND-BADGE.
           PERFORM FIND-OPEN-CHALLENGE.
           IF WS-OPEN-ID NOT = 0
               DISPLAY "Badge " BADGE-NUM " already has challenge "
                       WS-OPEN-ID " open."
           ELSE
               MOVE WS-DEFENDER-NUM TO WS-FIND-BADGE
               PERFORM FIND-OPEN-CHALLENGE
               IF WS-OPEN-ID NOT = 0
                   DISPLAY "Badge " WS-DEFENDER-NUM " already has"
                           " challenge " WS-OPEN-ID " open."
               ELSE
                   PERFORM ADD-CHALLENGE
               END-IF
           END-IF.

       ADD-CHALLENGE.
           PERFORM COMPUTE-PLAY-DEADLINE.
           ADD 1 TO WS-LAST-ID.
           ADD 1 TO CHL-COUNT.
           SET CHL-IDX TO CHL-COUNT.
           MOVE WS-LAST-ID TO CHL-ID(CHL-IDX).
           MOVE BADGE-NUM TO CHL-CHALLENGER(CHL-IDX).
           MOVE WS-DEFENDER-NUM TO CHL-DEFENDER(CHL-IDX).
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO CHL-ISSUED(CHL-IDX).
           MOVE WS-DEADLINE-DATE TO CHL-DEADLINE(CHL-IDX).
           MOVE "O" TO CHL-STATUS(CHL-IDX).
           MOVE SPACES TO CHL-SETTLED(CHL-IDX).
           MOVE WS-CHALLENGER-RUNG TO CHL-FROM-RUNG(CHL-IDX).
           MOVE WS-DEFENDER-RUNG TO CHL-TO-RUNG(CHL-IDX).
           SET LADDER-CHANGED TO TRUE.
           DISPLAY "Challenge " WS-LAST-ID ": " BADGE-NUM " (rung "
                   WS-CHALLENGER-RUNG ") challenges " WS-DEFENDER-NUM
                   " (rung " WS-DEFENDER-RUNG ") - play by "
                   WS-DEADLINE-DATE.

      *> The deadline is the Nth business day after today, as for
      *> JOKECHP's rounds.
       COMPUTE-PLAY-DEADLINE.
           COMPUTE WS-DEADLINE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY)).
           MOVE 0 TO WS-DEADLINE-COUNT.
           PERFORM UNTIL WS-DEADLINE-COUNT >= WS-PLAY-DAYS
               ADD 1 TO WS-DEADLINE-INT
               MOVE WS-DEADLINE-INT TO WS-CAL-INT
               PERFORM CHECK-BUSINESS-DAY
               IF CAL-IS-BUSINESS
                   ADD 1 TO WS-DEADLINE-COUNT
               END-IF
           END-PERFORM.
           COMPUTE WS-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT).

      *> Sweeps GAMELOG.DAT for decided H records that settle an open
      *> challenge (either orientation), then forfeits whatever is
      *> still open past its deadline. A game counts only if logged
      *> after the challenge was issued and no later than its
      *> deadline day.
       UPDATE-FROM-GAME-LOG.
           MOVE 0 TO WS-APPLIED.
           MOVE 0 TO WS-FORFEITED.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT GAME-LOG-FILE.
           PERFORM UNTIL END-OF-GAME-LOG
               READ GAME-LOG-FILE
                   AT END SET END-OF-GAME-LOG TO TRUE
                   NOT AT END
                       IF LOG-REC-TYPE = "H"
                          AND (LOG-RESULT-CODE = 1
                               OR LOG-RESULT-CODE = 2)
                           PERFORM APPLY-LOG-RESULT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GAME-LOG-FILE.
           PERFORM APPLY-FORFEITS.
           DISPLAY "Challenges settled: " WS-APPLIED
                   "  forfeited: " WS-FORFEITED.

       APPLY-LOG-RESULT.
           PERFORM VARYING CHL-IDX FROM 1 BY 1
                   UNTIL CHL-IDX > CHL-COUNT
               IF CHL-STATUS(CHL-IDX) = "O"
                  AND LOG-TIMESTAMP > CHL-ISSUED(CHL-IDX)
                  AND LOG-TIMESTAMP(1:8) <= CHL-DEADLINE(CHL-IDX)
                   EVALUATE TRUE
                       WHEN LOG-BADGE = CHL-CHALLENGER(CHL-IDX)
                            AND LOG-BADGE-2 = CHL-DEFENDER(CHL-IDX)
                           IF LOG-RESULT-CODE = 1
                               MOVE "W" TO CHL-STATUS(CHL-IDX)
                           ELSE
                               MOVE "D" TO CHL-STATUS(CHL-IDX)
                           END-IF
                           PERFORM SETTLE-CHALLENGE
                       WHEN LOG-BADGE = CHL-DEFENDER(CHL-IDX)
                            AND LOG-BADGE-2 = CHL-CHALLENGER(CHL-IDX)
                           IF LOG-RESULT-CODE = 1
                               MOVE "D" TO CHL-STATUS(CHL-IDX)
                           ELSE
                               MOVE "W" TO CHL-STATUS(CHL-IDX)
                           END-IF
                           PERFORM SETTLE-CHALLENGE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       SETTLE-CHALLENGE.
           MOVE LOG-TIMESTAMP TO CHL-SETTLED(CHL-IDX).
           ADD 1 TO WS-APPLIED.
           SET LADDER-CHANGED TO TRUE.
           IF CHL-STATUS(CHL-IDX) = "W"
               PERFORM SWAP-RUNGS
               DISPLAY "  challenge " CHL-ID(CHL-IDX) ": "
                       CHL-CHALLENGER(CHL-IDX) " beat "
                       CHL-DEFENDER(CHL-IDX) " and takes rung "
                       WS-DEFENDER-RUNG " (game " LOG-TIMESTAMP ")"
           ELSE
               DISPLAY "  challenge " CHL-ID(CHL-IDX) ": "
                       CHL-DEFENDER(CHL-IDX) " held rung against "
                       CHL-CHALLENGER(CHL-IDX)
                       " (game " LOG-TIMESTAMP ")"
           END-IF.

       APPLY-FORFEITS.
           PERFORM VARYING CHL-IDX FROM 1 BY 1
                   UNTIL CHL-IDX > CHL-COUNT
               IF CHL-STATUS(CHL-IDX) = "O"
                  AND CHL-DEADLINE(CHL-IDX) < WS-TODAY
                   MOVE "F" TO CHL-STATUS(CHL-IDX)
                   MOVE WS-TODAY TO CHL-SETTLED(CHL-IDX)
                   ADD 1 TO WS-FORFEITED
                   SET LADDER-CHANGED TO TRUE
                   PERFORM SWAP-RUNGS
                   DISPLAY "  FORFEIT: challenge " CHL-ID(CHL-IDX)
                           " - " CHL-DEFENDER(CHL-IDX)
                           " did not play by " CHL-DEADLINE(CHL-IDX)
                           ", " CHL-CHALLENGER(CHL-IDX)
                           " takes rung " WS-DEFENDER-RUNG
               END-IF
           END-PERFORM.

      *> The challenger takes the defender's rung and the defender
      *> drops to the challenger's - the rungs as they stand now.
       SWAP-RUNGS.
           MOVE CHL-CHALLENGER(CHL-IDX) TO WS-FIND-BADGE.
           PERFORM FIND-RUNG.
           MOVE WS-FOUND-RUNG TO WS-CHALLENGER-RUNG.
           MOVE CHL-DEFENDER(CHL-IDX) TO WS-FIND-BADGE.
           PERFORM FIND-RUNG.
           MOVE WS-FOUND-RUNG TO WS-DEFENDER-RUNG.
           IF WS-CHALLENGER-RUNG NOT = 0 AND WS-DEFENDER-RUNG NOT = 0
               MOVE RNG-ENTRY(WS-CHALLENGER-RUNG) TO WS-SWAP-ENTRY
               MOVE RNG-ENTRY(WS-DEFENDER-RUNG)
                   TO RNG-ENTRY(WS-CHALLENGER-RUNG)
               MOVE WS-SWAP-ENTRY TO RNG-ENTRY(WS-DEFENDER-RUNG)
           END-IF.

       PRINT-LADDER.
           DISPLAY "=================================================".
           DISPLAY "CHALLENGE LADDER - RUN " WS-TODAY.
           DISPLAY "Challenge up to " WS-MAX-RUNGS " rungs; "
                   WS-PLAY-DAYS " business days to play.".
           DISPLAY "=================================================".
           PERFORM VARYING WS-RUNG-SUB FROM 1 BY 1
                   UNTIL WS-RUNG-SUB > RNG-COUNT
               MOVE RNG-BADGE(WS-RUNG-SUB) TO WS-FIND-BADGE
               PERFORM FIND-OPEN-CHALLENGE
               IF WS-OPEN-ID = 0
                   DISPLAY "  " WS-RUNG-SUB "  " RNG-BADGE(WS-RUNG-SUB)
                           "  joined " RNG-JOINED(WS-RUNG-SUB)
               ELSE
                   DISPLAY "  " WS-RUNG-SUB "  " RNG-BADGE(WS-RUNG-SUB)
                           "  joined " RNG-JOINED(WS-RUNG-SUB)
                           "  (challenge " WS-OPEN-ID " open)"
               END-IF
           END-PERFORM.
           IF RNG-COUNT = 0
               DISPLAY "  (nobody on the ladder yet)"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Open challenges:".
           MOVE 0 TO WS-LISTED.
           PERFORM VARYING CHL-IDX FROM 1 BY 1
                   UNTIL CHL-IDX > CHL-COUNT
               IF CHL-STATUS(CHL-IDX) = "O"
                   ADD 1 TO WS-LISTED
                   IF CHL-DEADLINE(CHL-IDX) < WS-TODAY
                       DISPLAY "  " CHL-ID(CHL-IDX) "  "
                               CHL-CHALLENGER(CHL-IDX) " (rung "
                               CHL-FROM-RUNG(CHL-IDX) ") v "
                               CHL-DEFENDER(CHL-IDX) " (rung "
                               CHL-TO-RUNG(CHL-IDX) ")  play by "
                               CHL-DEADLINE(CHL-IDX)
                               "  ** OVERDUE - forfeits at next U **"
                   ELSE
                       DISPLAY "  " CHL-ID(CHL-IDX) "  "
                               CHL-CHALLENGER(CHL-IDX) " (rung "
                               CHL-FROM-RUNG(CHL-IDX) ") v "
                               CHL-DEFENDER(CHL-IDX) " (rung "
                               CHL-TO-RUNG(CHL-IDX) ")  play by "
                               CHL-DEADLINE(CHL-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Forfeits:".
           MOVE 0 TO WS-LISTED.
           PERFORM VARYING CHL-IDX FROM 1 BY 1
                   UNTIL CHL-IDX > CHL-COUNT
               IF CHL-STATUS(CHL-IDX) = "F"
                   ADD 1 TO WS-LISTED
                   DISPLAY "  " CHL-ID(CHL-IDX) "  "
                           CHL-DEFENDER(CHL-IDX) " forfeited rung "
                           CHL-TO-RUNG(CHL-IDX) " to "
                           CHL-CHALLENGER(CHL-IDX) " on "
                           CHL-SETTLED(CHL-IDX)(1:8)
                           " (deadline " CHL-DEADLINE(CHL-IDX) ")"
               END-IF
           END-PERFORM.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
           DISPLAY "=================================================".

      *> Every challenge the badge was party to, oldest first, from
      *> the badge's own side. Rungs shown are as issued.
       PRINT-BADGE-HISTORY.
           DISPLAY "Badge number?".
           MOVE 0 TO BADGE-NUM.
           ACCEPT BADGE-NUM.
           MOVE BADGE-NUM TO WS-FIND-BADGE.
           PERFORM FIND-RUNG.
           MOVE 0 TO WS-HIST-ISSUED WS-HIST-RECEIVED WS-HIST-WON
                     WS-HIST-LOST.
           DISPLAY "=================================================".
           IF WS-FOUND-RUNG = 0
               DISPLAY "CHALLENGE HISTORY - " BADGE-NUM
                       "  (not on the ladder)"
           ELSE
               DISPLAY "CHALLENGE HISTORY - " BADGE-NUM
                       "  now on rung " WS-FOUND-RUNG
           END-IF.
           DISPLAY "-------------------------------------------------".
           PERFORM VARYING CHL-IDX FROM 1 BY 1
                   UNTIL CHL-IDX > CHL-COUNT
               EVALUATE TRUE
                   WHEN CHL-CHALLENGER(CHL-IDX) = BADGE-NUM
                       ADD 1 TO WS-HIST-ISSUED
                       PERFORM DESCRIBE-AS-CHALLENGER
                       DISPLAY "  " CHL-ID(CHL-IDX) " "
                               CHL-ISSUED(CHL-IDX)(1:8)
                               " challenged " CHL-DEFENDER(CHL-IDX)
                               " (rung " CHL-FROM-RUNG(CHL-IDX)
                               " -> " CHL-TO-RUNG(CHL-IDX) ")  "
                               WS-OUTCOME
                   WHEN CHL-DEFENDER(CHL-IDX) = BADGE-NUM
                       ADD 1 TO WS-HIST-RECEIVED
                       PERFORM DESCRIBE-AS-DEFENDER
                       DISPLAY "  " CHL-ID(CHL-IDX) " "
                               CHL-ISSUED(CHL-IDX)(1:8)
                               " challenged by "
                               CHL-CHALLENGER(CHL-IDX)
                               " (rung " CHL-TO-RUNG(CHL-IDX)
                               ")  " WS-OUTCOME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF WS-HIST-ISSUED + WS-HIST-RECEIVED = 0
               DISPLAY "  (no challenges)"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Issued " WS-HIST-ISSUED "  received "
                   WS-HIST-RECEIVED "  won " WS-HIST-WON
                   "  lost " WS-HIST-LOST.
           DISPLAY "=================================================".

       DESCRIBE-AS-CHALLENGER.
           EVALUATE CHL-STATUS(CHL-IDX)
               WHEN "W"
                   ADD 1 TO WS-HIST-WON
                   MOVE "WON - took the rung" TO WS-OUTCOME
               WHEN "F"
                   ADD 1 TO WS-HIST-WON
                   MOVE "WON BY FORFEIT - took the rung"
                       TO WS-OUTCOME
               WHEN "D"
                   ADD 1 TO WS-HIST-LOST
                   MOVE "LOST" TO WS-OUTCOME
               WHEN "V"
                   MOVE "VOID - a party was removed" TO WS-OUTCOME
               WHEN OTHER
                   MOVE SPACES TO WS-OUTCOME
                   STRING "OPEN - play by " CHL-DEADLINE(CHL-IDX)
                       DELIMITED SIZE INTO WS-OUTCOME
           END-EVALUATE.

       DESCRIBE-AS-DEFENDER.
           EVALUATE CHL-STATUS(CHL-IDX)
               WHEN "W"
                   ADD 1 TO WS-HIST-LOST
                   MOVE "LOST - gave up the rung" TO WS-OUTCOME
               WHEN "F"
                   ADD 1 TO WS-HIST-LOST
                   MOVE "FORFEITED - gave up the rung" TO WS-OUTCOME
               WHEN "D"
                   ADD 1 TO WS-HIST-WON
                   MOVE "DEFENDED" TO WS-OUTCOME
               WHEN "V"
                   MOVE "VOID - a party was removed" TO WS-OUTCOME
               WHEN OTHER
                   MOVE SPACES TO WS-OUTCOME
                   STRING "OPEN - play by " CHL-DEADLINE(CHL-IDX)
                       DELIMITED SIZE INTO WS-OUTCOME
           END-EVALUATE.

      *> Changing the rules leaves challenges already issued on the
      *> deadlines they were given.
       SET-LADDER-RULES.
           DISPLAY "Rungs up a badge may challenge (0 = 3)?".
           MOVE 0 TO WS-MAX-RUNGS.
           ACCEPT WS-MAX-RUNGS.
           IF WS-MAX-RUNGS = 0
               MOVE 3 TO WS-MAX-RUNGS
           END-IF.
           DISPLAY "Business days to play a challenge (0 = 5)?".
           MOVE 0 TO WS-PLAY-DAYS.
           ACCEPT WS-PLAY-DAYS.
           IF WS-PLAY-DAYS = 0
               MOVE 5 TO WS-PLAY-DAYS
           END-IF.
           SET LADDER-CHANGED TO TRUE.
           DISPLAY "Challenge up to " WS-MAX-RUNGS " rungs; "
                   WS-PLAY-DAYS " business days to play.".

       REWRITE-LADDER-FILE.
           OPEN OUTPUT LADDER-FILE.
           MOVE SPACES TO LADDER-RECORD.
           MOVE "C" TO LAD-TYPE.
           MOVE WS-MAX-RUNGS TO LAD-C-RUNGS.
           MOVE WS-PLAY-DAYS TO LAD-C-DAYS.
           MOVE WS-LAST-ID TO LAD-C-LAST-ID.
           WRITE LADDER-RECORD.
           PERFORM VARYING WS-RUNG-SUB FROM 1 BY 1
                   UNTIL WS-RUNG-SUB > RNG-COUNT
               MOVE SPACES TO LADDER-RECORD
               MOVE "L" TO LAD-TYPE
               MOVE WS-RUNG-SUB TO LAD-L-RUNG
               MOVE RNG-BADGE(WS-RUNG-SUB) TO LAD-L-BADGE
               MOVE RNG-JOINED(WS-RUNG-SUB) TO LAD-L-JOINED
               WRITE LADDER-RECORD
           END-PERFORM.
           PERFORM VARYING CHL-IDX FROM 1 BY 1
                   UNTIL CHL-IDX > CHL-COUNT
               MOVE SPACES TO LADDER-RECORD
               MOVE "K" TO LAD-TYPE
               MOVE CHL-ID(CHL-IDX) TO LAD-K-ID
               MOVE CHL-CHALLENGER(CHL-IDX) TO LAD-K-CHALLENGER
               MOVE CHL-DEFENDER(CHL-IDX) TO LAD-K-DEFENDER
               MOVE CHL-ISSUED(CHL-IDX) TO LAD-K-ISSUED
               MOVE CHL-DEADLINE(CHL-IDX) TO LAD-K-DEADLINE
               MOVE CHL-STATUS(CHL-IDX) TO LAD-K-STATUS
               MOVE CHL-SETTLED(CHL-IDX) TO LAD-K-SETTLED
               MOVE CHL-FROM-RUNG(CHL-IDX) TO LAD-K-FROM-RUNG
               MOVE CHL-TO-RUNG(CHL-IDX) TO LAD-K-TO-RUNG
               WRITE LADDER-RECORD
           END-PERFORM.
           CLOSE LADDER-FILE.

      *> Business calendar lookups. The same paragraphs are in
      *> JOKEREJ, JOKECHP, JOKESSN, JOKEOPS and JOKELAD - keep them
      *> in sync.
      *> BUSCAL.DAT is held by day offset from its first date, so a
      *> date's type is one subscript away. With no calendar on
      *> file, or for a date outside the years JOKECAL generated,
      *> Monday to Friday are business days.
       LOAD-BUSINESS-CALENDAR.
           MOVE SPACES TO CAL-DAY-TABLE.
           OPEN INPUT BUS-CAL-FILE.
           PERFORM UNTIL END-OF-CALENDAR
               READ BUS-CAL-FILE
                   AT END SET END-OF-CALENDAR TO TRUE
                   NOT AT END
                       PERFORM HOLD-CALENDAR-DAY
               END-READ
           END-PERFORM.
           CLOSE BUS-CAL-FILE.

       HOLD-CALENDAR-DAY.
           MOVE 0 TO WS-CAL-INT.
           IF CAL-DATE NUMERIC
              AND CAL-DATE(5:2) >= "01"
              AND CAL-DATE(5:2) <= "12"
               COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(CAL-DATE)
           END-IF.
           IF WS-CAL-INT > 0 AND CAL-BASE-INT = 0
               MOVE WS-CAL-INT TO CAL-BASE-INT
           END-IF.
           IF WS-CAL-INT > 0 AND WS-CAL-INT >= CAL-BASE-INT
               COMPUTE WS-CAL-OFFSET = WS-CAL-INT - CAL-BASE-INT + 1
               IF WS-CAL-OFFSET <= 4000
                   MOVE CAL-DAY-TYPE TO CDY-TYPE(WS-CAL-OFFSET)
                   IF WS-CAL-OFFSET > CAL-SPAN
                       MOVE WS-CAL-OFFSET TO CAL-SPAN
                   END-IF
               END-IF
           END-IF.

      *> Is the integer date in WS-CAL-INT a business day? Day 1
      *> (1 January 1601) was a Monday, for the weekday fallback.
       CHECK-BUSINESS-DAY.
           MOVE SPACE TO WS-CAL-TYPE.
           IF CAL-BASE-INT > 0 AND WS-CAL-INT >= CAL-BASE-INT
               COMPUTE WS-CAL-OFFSET = WS-CAL-INT - CAL-BASE-INT + 1
               IF WS-CAL-OFFSET <= CAL-SPAN
                   MOVE CDY-TYPE(WS-CAL-OFFSET) TO WS-CAL-TYPE
               END-IF
           END-IF.
           EVALUATE WS-CAL-TYPE
               WHEN "B"
                   MOVE "Y" TO WS-CAL-FLAG
               WHEN "H" WHEN "W"
                   MOVE "N" TO WS-CAL-FLAG
               WHEN OTHER
                   IF FUNCTION MOD(WS-CAL-INT - 1, 7) < 5
                       MOVE "Y" TO WS-CAL-FLAG
                   ELSE
                       MOVE "N" TO WS-CAL-FLAG
                   END-IF
           END-EVALUATE.
