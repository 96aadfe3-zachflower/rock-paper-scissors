               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-OUT-FILE ASSIGN TO "TXNOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> What each TXNACC.DAT row came to, by row number (see
      *> TXNRESR) - TXNOUT.DAT accumulates and can't be matched back
      *> to the feed, so JOKERTN answers the departments from this.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO "TXNRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Second handle on the game log, INPUT only - correction
                         ==LOG-RESULTADO== BY ==TXN-RESULTADO==
                         ==LOG-REJECTS==   BY ==TXN-REJECTS==
                         ==LOG-SEED==      BY ==TXN-SEED==
                         ==LOG-SEED-KEYED== BY ==TXN-SEED-KEYED==
                         ==LOG-PLAYER-CODE== BY ==TXN-PLAYER-CODE==
                         ==LOG-PC-CODE==     BY ==TXN-PC-CODE==
                         ==LOG-RESULT-CODE== BY ==TXN-RESULT-CODE==
                         ==LOG-ORIG-TS==    BY ==TXN-ORIG-TS==
                         ==LOG-SEQ-NO==     BY ==TXN-SEQ-NO==
                         ==LOG-CTL-COUNT==  BY ==TXN-CTL-COUNT==
                         ==LOG-CTL-HASH==   BY ==TXN-CTL-HASH==
                         ==LOG-SITE==       BY ==TXN-SITE==.
       FD  RESULT-FILE.
       01 RESULT-RECORD.
           COPY TXNRESR.
       FD  GAME-LOG-FILE.
       01 GAME-LOG-RECORD.
           COPY GAMELOGR.
           01 WS-CKPT-STATUS PIC XX.
           01 WS-RESUME-COUNT PIC 9(8) VALUE 0.
           01 WS-TXN-COUNT PIC 9(8) VALUE 0.
      *> The last TXNOUT.DAT record written - after a row is
      *> resolved, the one that settled it.
           01 WS-LAST-OUT PIC X(156).
           01 WS-PLAYER-OUT PIC A(10).
           01 WS-PC-OUT PIC A(10).
      *> Correction handling - the original game's image as found in
           OPEN INPUT TXN-IN-FILE.
           OPEN EXTEND TXN-OUT-FILE.
           OPEN EXTEND GAME-LOG-FILE.
      *> A restart carries on the trail the interrupted run began.
           IF WS-RESUME-COUNT = 0
               OPEN OUTPUT RESULT-FILE
           ELSE
               OPEN EXTEND RESULT-FILE
           END-IF.

           PERFORM UNTIL END-OF-TXN-IN
               READ TXN-IN-FILE
                       ADD 1 TO WS-TXN-COUNT
                       IF WS-TXN-COUNT > WS-RESUME-COUNT
                           PERFORM RESOLVE-TXN
                           PERFORM WRITE-TXN-RESULT
                           PERFORM SAVE-CHECKPOINT
                       END-IF
               END-READ
           CLOSE TXN-IN-FILE.
           CLOSE TXN-OUT-FILE.
           CLOSE GAME-LOG-FILE.
           CLOSE RESULT-FILE.
           PERFORM CLEAR-CHECKPOINT.

           MOVE "END" TO WS-RC-PHASE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *> Every row resolved leaves its settling TXNOUT.DAT record
      *> here under its TXNACC.DAT row number - the X of a
      *> correction is only the back-out, the C after it says what
      *> now stands.
       WRITE-TXN-RESULT.
           MOVE SPACES TO RESULT-RECORD.
           MOVE WS-TXN-COUNT TO RES-ACC-ROW.
           MOVE WS-LAST-OUT TO RES-GAME.
           WRITE RESULT-RECORD.

      *> A "CORRECTION" row is not a game - it reverses a wrongly
      *> scored one (see TXNINR) and takes its own path; everything
      *> else plays as before.
           MOVE RESULTADO TO LOG-RESULTADO.
           MOVE WS-REJECT-COUNT TO LOG-REJECTS.
           MOVE SEED-VALUE TO LOG-SEED.
           IF TXN-SEED-OVERRIDE AND WS-PLAYER-IDX NOT = 0
               MOVE "Y" TO LOG-SEED-KEYED
           END-IF.
           MOVE OC-PLAYER-CHOICE-CODE TO LOG-PLAYER-CODE.
           MOVE OC-PC-CHOICE-CODE TO LOG-PC-CODE.
           MOVE OC-RESULT-CODE TO LOG-RESULT-CODE.
           MOVE RESULTADO TO TXN-RESULTADO.
           MOVE WS-REJECT-COUNT TO TXN-REJECTS.
           MOVE SEED-VALUE TO TXN-SEED.
           MOVE LOG-SEED-KEYED TO TXN-SEED-KEYED.
           MOVE OC-PLAYER-CHOICE-CODE TO TXN-PLAYER-CODE.
           MOVE OC-PC-CHOICE-CODE TO TXN-PC-CODE.
           MOVE OC-RESULT-CODE TO TXN-RESULT-CODE.
           MOVE WS-LOG-SEQ TO TXN-SEQ-NO.
           MOVE 0 TO TXN-CTL-COUNT.
           MOVE 0 TO TXN-CTL-HASH.
           MOVE TXN-OUT-RECORD TO WS-LAST-OUT.
           WRITE TXN-OUT-RECORD.

           IF WS-REJECT-COUNT = 0
           MOVE 0 TO LOG-CTL-HASH.
           WRITE GAME-LOG-RECORD.
           MOVE GAME-LOG-RECORD TO TXN-OUT-RECORD.
           MOVE TXN-OUT-RECORD TO WS-LAST-OUT.
           WRITE TXN-OUT-RECORD.

       WRITE-CORRECTED-RECORD.
           MOVE 0 TO LOG-CTL-HASH.
           WRITE GAME-LOG-RECORD.
           MOVE GAME-LOG-RECORD TO TXN-OUT-RECORD.
           MOVE TXN-OUT-RECORD TO WS-LAST-OUT.
           WRITE TXN-OUT-RECORD.

       WRITE-CORRECTION-REJECT.
           MOVE 0 TO LOG-CTL-HASH.
           WRITE GAME-LOG-RECORD.
           MOVE GAME-LOG-RECORD TO TXN-OUT-RECORD.
           MOVE TXN-OUT-RECORD TO WS-LAST-OUT.
           WRITE TXN-OUT-RECORD.

      *> Moves the badge's count out of the wrongly scored bucket
