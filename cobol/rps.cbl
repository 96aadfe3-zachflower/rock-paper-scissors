           SELECT OPTIONAL LOG-SEQ-FILE ASSIGN TO "GLSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
      *> HR's employee reference, loaded nightly by JOKEHRL - both
      *> badge prompts refuse a badge HR doesn't list or has
      *> terminated. No file at all (a shop not on the HR feed yet)
      *> lets every badge play, as before.
           SELECT OPTIONAL EMP-REF-FILE ASSIGN TO "EMPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG-FILE.
       FD  LOG-SEQ-FILE.
       01 LOG-SEQ-RECORD.
           05 SEQ-LAST-USED PIC 9(8).
       FD  EMP-REF-FILE.
       01 EMP-REF-RECORD.
           COPY EMPREFR.
       WORKING-STORAGE SECTION.
           01 WS-PM-STATUS PIC XX.
           01 WS-ODDS-STATUS PIC XX.
           01 WS-SIZE-STATUS PIC XX.
           01 WS-SEQ-STATUS PIC XX.
           01 WS-EMP-STATUS PIC XX.
           01 WS-EMP-EOF PIC X VALUE "N".
               88 END-OF-EMP-REF VALUE "Y".
           01 WS-CHECK-BADGE PIC 9(6).
           01 WS-EMP-STATE PIC X VALUE "N".
               88 EMP-MAY-PLAY VALUE "Y".
           01 WS-EMP-ROWS PIC 9(6).
           01 WS-EMP-WARNED PIC X VALUE "N".
               88 EMP-CHECK-WARNED VALUE "Y".
           01 WS-LOG-SEQ PIC 9(8).
           01 PM-REL-KEY PIC 9(6).
      *> PLAYER-MASTER-FILE is keyed by this hashed/probed slot, not
           MOVE SPOCK TO CHOICE(5).
           DISPLAY "Badge number?".
           ACCEPT BADGE-NUM.
      *> Only a badge HR lists as active may play. Re-prompt under the
      *> usual retry cap; still refused after that, nothing is played
      *> and nothing reaches GAME-LOG or PLAYER-MASTER.
           MOVE 0 TO WS-REJECT-COUNT.
           MOVE BADGE-NUM TO WS-CHECK-BADGE.
           PERFORM CHECK-EMPLOYEE-BADGE.
           PERFORM UNTIL EMP-MAY-PLAY
                      OR WS-REJECT-COUNT >= WS-MAX-REJECTS
               DISPLAY "Badge " BADGE-NUM " is not an active employee."
                       " Badge number?"
               ACCEPT BADGE-NUM
               MOVE BADGE-NUM TO WS-CHECK-BADGE
               PERFORM CHECK-EMPLOYEE-BADGE
               ADD 1 TO WS-REJECT-COUNT
           END-PERFORM.
           IF NOT EMP-MAY-PLAY
               DISPLAY "Badge refused - no game played."
               STOP RUN
           END-IF.
           MOVE 0 TO WS-REJECT-COUNT.
      *> The variant is picked per match; the odds load after it so
      *> the fair-split fallback (and the percentages-total-100 test)
      *> can match the number of picks in play.
           MOVE RESULTADO TO LOG-RESULTADO.
           MOVE WS-REJECT-COUNT TO LOG-REJECTS.
           MOVE SEED-VALUE TO LOG-SEED.
           IF SEED-OVERRIDE AND VALID-CHOICE
               MOVE "Y" TO LOG-SEED-KEYED
           END-IF.
           MOVE OC-PLAYER-CHOICE-CODE TO LOG-PLAYER-CODE.
           MOVE OC-PC-CHOICE-CODE TO LOG-PC-CODE.
           MOVE OC-RESULT-CODE TO LOG-RESULT-CODE.

      *> A badge can't settle a call against itself - scoring it
      *> would credit the same PLAYER-MASTER row with both the win
      *> and the loss - and the opponent must be an active employee
      *> just as the first badge had to be. Re-prompt under the usual
      *> retry cap; still refused after that falls through as an
      *> abandoned match.
           MOVE 0 TO WS-REJECT-COUNT.
           MOVE BADGE-2-NUM TO WS-CHECK-BADGE.
           PERFORM CHECK-EMPLOYEE-BADGE.
           PERFORM UNTIL (BADGE-2-NUM NOT = BADGE-NUM
                          AND EMP-MAY-PLAY)
                      OR WS-REJECT-COUNT >= WS-MAX-REJECTS
               IF BADGE-2-NUM = BADGE-NUM
                   DISPLAY "Opponent badge must differ. Badge number?"
               ELSE
                   DISPLAY "Badge " BADGE-2-NUM " is not an active"
                           " employee. Badge number?"
               END-IF
               ACCEPT BADGE-2-NUM
               MOVE BADGE-2-NUM TO WS-CHECK-BADGE
               PERFORM CHECK-EMPLOYEE-BADGE
               ADD 1 TO WS-REJECT-COUNT
           END-PERFORM.
           MOVE WS-REJECT-COUNT TO WS-H2H-REJECTS.
           MOVE "N" TO WS-VALID-INPUT.

           IF BADGE-2-NUM NOT = BADGE-NUM
              AND EMP-MAY-PLAY
               DISPLAY "Badge " BADGE-NUM " plays first."
               PERFORM ACCEPT-PLAYER-CHOICE
               ADD WS-REJECT-COUNT TO WS-H2H-REJECTS
           MOVE 0 TO LOG-CTL-COUNT.
           MOVE 0 TO LOG-CTL-HASH.

      *> Looks WS-CHECK-BADGE up in EMPREF.DAT: it may play if HR
      *> lists it and hasn't terminated it - a termination dated after
      *> today hasn't happened yet. The file is re-read for each check;
      *> it is only ever consulted once or twice a game. A missing or
      *> empty EMPREF.DAT lets everyone play, as JOKEDIT does, with a
      *> warning the first time.
       CHECK-EMPLOYEE-BADGE.
           MOVE "N" TO WS-EMP-STATE.
           MOVE "N" TO WS-EMP-EOF.
           MOVE 0 TO WS-EMP-ROWS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN INPUT EMP-REF-FILE.
           IF WS-EMP-STATUS = "00"
               PERFORM UNTIL END-OF-EMP-REF
                   READ EMP-REF-FILE
                       AT END SET END-OF-EMP-REF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EMP-ROWS
                           IF ER-BADGE = WS-CHECK-BADGE
                               IF ER-TERMINATED
                                  AND ER-EFFECTIVE-DATE
                                      NOT > WS-CURRENT-DATE(1:8)
                                   MOVE "N" TO WS-EMP-STATE
                               ELSE
                                   SET EMP-MAY-PLAY TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EMP-REF-FILE.
           IF WS-EMP-ROWS = 0
               SET EMP-MAY-PLAY TO TRUE
               IF NOT EMP-CHECK-WARNED
                   DISPLAY "WARNING: no EMPREF.DAT - employee check"
                           " skipped this game"
                   SET EMP-CHECK-WARNED TO TRUE
               END-IF
           END-IF.

      *> The table size every probe in this run uses. A missing or
      *> junk PMSIZE.DAT leaves the 99991 the table was born with -
      *> only JOKEREO ever writes a different value, and only after
