       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKERST.
      *> Point-in-time restore of the master and control files from a
      *> JOKEBKP backup generation. The operator is shown every
      *> generation on hand (see BKCATR), picks one, and the whole
      *> set comes back together - restoring PLAYERM.DAT without the
      *> RATINGS.CTL and POINTS.CTL of the same moment would leave
      *> the scoring cursors out of step with the master, so there is
      *> no single-file restore.
      *>
      *> GAMELOG.DAT is not in the set and keeps every record written
      *> since the generation was taken, so GLSEQ.DAT can never be
      *> allowed to go back behind it: numbers already on the log
      *> would be issued again, and the badge-history feed skips a
      *> number it has filed past. After the restore the log is
      *> scanned and GLSEQ.DAT is moved up to head office's highest
      *> LOG-SEQ-NO if the generation's value is lower - shown on
      *> the restore report.
      *>
      *> A generation taken before a JOKEFGT removal puts the
      *> leaver's real badge back in the master and reference files.
      *> FGTREG.DAT is not in the set either, so its R lines stamped
      *> at or after the generation was taken are the removals the
      *> restore has undone. Each badge is listed before the operator
      *> confirms and again after the restore - "rerun JOKEFGT live
      *> for badge nnnnnn" - and logged to RUNCTL.DAT as a REDO line
      *> with the badge as its count; the run ends RC 4. The rerun
      *> reuses the badge's surrogate, so the files come back to the
      *> numbers the log already carries.
      *>
      *> The discipline is JOKEARC's and JOKEREO's: before a live
      *> file is touched, every file in the generation is re-counted
      *> against its manifest (see BKMANR), and a generation that
      *> doesn't prove out is refused whole. The live files' counts
      *> are shown before the restore and again after it, next to
      *> the manifest's, and the operator confirms in between. A
      *> file the manifest records as absent is emptied; a file the
      *> generation doesn't carry at all is left alone.
      *>
      *> The restore is logged to RUNCTL.DAT as program JOKERST -
      *> START, then END with the restored generation's date as its
      *> count - so JOKEOPS shows on the day's cycle that the masters
      *> were put back. Run it with the suite quiet, as JOKEREO asks;
      *> and take a JOKEBKP first if the damaged state is wanted for
      *> inspection, since the restore overwrites it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS PM-REL-KEY
               FILE STATUS IS WS-PM-STATUS.
           SELECT LIVE-FILE ASSIGN USING WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT GEN-FILE ASSIGN USING WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "BACKUP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOG-SEQ-FILE ASSIGN TO "GLSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
      *> JOKEFGT's removal register - read only, never restored.
           SELECT OPTIONAL REMOVAL-REG-FILE ASSIGN TO "FGTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       01 PLAYER-MASTER-RECORD.
           COPY PLAYERMR.
       FD  LIVE-FILE.
       01 LIVE-RECORD PIC X(256).
       FD  GEN-FILE.
       01 GEN-RECORD PIC X(256).
       01 GEN-PM-RECORD.
           05 PBK-SLOT PIC 9(6).
           05 FILLER PIC X.
           COPY PLAYERMR
               REPLACING LEADING ==PM-== BY ==PBK-==.
       01 GEN-MANIFEST-RECORD.
           COPY BKMANR.
       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY BKCATR.
       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTLR.
       FD  GAME-LOG-FILE.
       01 GAME-LOG-RECORD.
           COPY GAMELOGR.
       FD  LOG-SEQ-FILE.
       01 LOG-SEQ-RECORD.
           05 SEQ-LAST-USED PIC 9(8).
       FD  REMOVAL-REG-FILE.
       01 REMOVAL-REG-RECORD.
           COPY FGTREGR.
       WORKING-STORAGE SECTION.
           01 WS-PM-STATUS PIC XX.
           01 PM-REL-KEY PIC 9(6).
           01 WS-LIVE-STATUS PIC XX.
           01 WS-GEN-STATUS PIC XX.
           01 WS-LIVE-NAME PIC X(20).
           01 WS-GEN-NAME PIC X(20).
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RC-PHASE PIC X(5).
           01 WS-RC-STATUS PIC X(4).
           01 WS-RC-COUNT PIC 9(8) VALUE 0.
           01 WS-MASTER-EOF PIC X.
               88 END-OF-MASTER VALUE "Y".
           01 WS-LIVE-EOF PIC X.
               88 END-OF-LIVE VALUE "Y".
           01 WS-GEN-EOF PIC X.
               88 END-OF-GEN VALUE "Y".
           01 WS-CAT-EOF PIC X VALUE "N".
               88 END-OF-CATALOG VALUE "Y".
           01 WS-CONFIRM PIC X.
               88 RESTORE-CONFIRMED VALUE "Y", "y".
           01 CAT-COUNT PIC 9(2) VALUE 0.
           01 CAT-TABLE.
               05 CAT-ENTRY OCCURS 99 TIMES INDEXED BY CAT-IDX.
                   10 CAT-SLOT PIC 9(2).
                   10 CAT-TAKEN PIC X(14).
                   10 CAT-FILES PIC 9(2).
                   10 CAT-RECORDS PIC 9(9).
      *> The chosen generation's manifest, with the counts this run
      *> takes of the generation copy and of the live file before
      *> and after.
           01 MAN-COUNT PIC 9(2) VALUE 0.
           01 MAN-TABLE.
               05 MAN-ENTRY OCCURS 40 TIMES INDEXED BY MAN-IDX.
                   10 MAN-FILE PIC X(12).
                   10 MAN-PRESENT PIC X.
                   10 MAN-COUNT-RECS PIC 9(8).
                   10 MAN-GEN-COUNT PIC 9(8).
                   10 MAN-BEFORE PIC 9(8).
                   10 MAN-AFTER PIC 9(8).
           01 WS-SLOT PIC 9(2).
           01 WS-SLOT-X REDEFINES WS-SLOT PIC X(2).
           01 WS-FOUND-IDX PIC 9(2).
           01 WS-TAKEN PIC X(14).
           01 WS-ONE-NAME PIC X(12).
           01 WS-FILE-COUNT PIC 9(8).
           01 WS-BAD-COPIES PIC 9(2) VALUE 0.
           01 WS-BAD-RESTORES PIC 9(2) VALUE 0.
      *> GLSEQ.DAT as restored, and the highest number head office
      *> has already used on the live log.
           01 WS-SEQ-STATUS PIC XX.
           01 WS-LOG-EOF PIC X.
               88 END-OF-GAME-LOG VALUE "Y".
           01 WS-SEQ-RESTORED PIC 9(8).
           01 WS-SEQ-ON-LOG PIC 9(8).
           01 WS-SEQ-RAISED PIC X VALUE "N".
               88 SEQ-WAS-RAISED VALUE "Y".
      *> Badges JOKEFGT removed at or after the generation was taken,
      *> each once - the removals this restore undoes.
           01 WS-FGT-EOF PIC X VALUE "N".
               88 END-OF-REMOVALS VALUE "Y".
           01 FGT-COUNT PIC 9(4) VALUE 0.
           01 FGT-TABLE.
               05 FGT-BADGE OCCURS 500 TIMES INDEXED BY FGT-IDX
                   PIC 9(6).
           01 WS-FGT-FOUND PIC X.
               88 REMOVAL-ALREADY-LISTED VALUE "Y".
           01 WS-FGT-FULL PIC X VALUE "N".
               88 REMOVAL-TABLE-FULL VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           PERFORM LOAD-CATALOG.
           IF CAT-COUNT = 0
               DISPLAY "RESTORE REFUSED: no backup generations on hand"
                       " - BACKUP.CAT is empty."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LIST-GENERATIONS.

           DISPLAY "Generation to restore (slot, 0 = cancel)?".
           MOVE 0 TO WS-SLOT.
           ACCEPT WS-SLOT.
           IF WS-SLOT = 0
               DISPLAY "Restore cancelled - nothing changed."
               STOP RUN
           END-IF.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               IF CAT-SLOT(CAT-IDX) = WS-SLOT
                   SET WS-FOUND-IDX TO CAT-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               DISPLAY "RESTORE REFUSED: no generation in slot G"
                       WS-SLOT-X "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CAT-TAKEN(WS-FOUND-IDX) TO WS-TAKEN.

           PERFORM LOAD-MANIFEST.
           IF MAN-COUNT = 0
               DISPLAY "RESTORE REFUSED: MANIFEST.G" WS-SLOT-X
                       " is missing or empty."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > MAN-COUNT
               PERFORM PROVE-GENERATION-COPY
               PERFORM COUNT-LIVE-FILE
               MOVE WS-FILE-COUNT TO MAN-BEFORE(MAN-IDX)
           END-PERFORM.
           PERFORM LOAD-LATER-REMOVALS.
           PERFORM PRINT-BEFORE-REPORT.
           IF WS-BAD-COPIES > 0
               DISPLAY "RESTORE REFUSED: " WS-BAD-COPIES " file(s) in"
                       " the generation don't match the manifest -"
                       " no live file has been touched."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Restore generation " WS-TAKEN
                   " over the live files (Y/N)?".
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT RESTORE-CONFIRMED
               DISPLAY "Restore cancelled - nothing changed."
               STOP RUN
           END-IF.

           MOVE "START" TO WS-RC-PHASE.
           MOVE SPACES TO WS-RC-STATUS.
           PERFORM WRITE-RUN-CONTROL.

           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > MAN-COUNT
               PERFORM RESTORE-ONE-FILE
               PERFORM COUNT-LIVE-FILE
               MOVE WS-FILE-COUNT TO MAN-AFTER(MAN-IDX)
               IF MAN-AFTER(MAN-IDX) NOT = MAN-COUNT-RECS(MAN-IDX)
                   ADD 1 TO WS-BAD-RESTORES
               END-IF
               IF MAN-FILE(MAN-IDX) = "GLSEQ.DAT"
                   PERFORM KEEP-SEQUENCE-AHEAD-OF-LOG
               END-IF
           END-PERFORM.
           PERFORM PRINT-AFTER-REPORT.
           PERFORM VARYING FGT-IDX FROM 1 BY 1
                   UNTIL FGT-IDX > FGT-COUNT
               MOVE "REDO" TO WS-RC-PHASE
               MOVE FGT-BADGE(FGT-IDX) TO WS-RC-COUNT
               MOVE "FGT" TO WS-RC-STATUS
               PERFORM WRITE-RUN-CONTROL
           END-PERFORM.
           IF FGT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> A restore that didn't prove out still ENDs - the files were
      *> touched and JOKEOPS has to show it - but not "OK".
           MOVE "END" TO WS-RC-PHASE.
           MOVE WS-TAKEN(1:8) TO WS-RC-COUNT.
           IF WS-BAD-RESTORES = 0
               MOVE "OK" TO WS-RC-STATUS
           ELSE
               MOVE "ERR" TO WS-RC-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-CURRENT-DATE(1:8) TO RC-DATE.
           MOVE "JOKERST" TO RC-PROGRAM.
           MOVE WS-RC-PHASE TO RC-PHASE.
           MOVE WS-CURRENT-DATE(1:14) TO RC-TIMESTAMP.
           MOVE WS-RC-COUNT TO RC-COUNT.
           MOVE WS-RC-STATUS TO RC-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           PERFORM UNTIL END-OF-CATALOG
               READ CATALOG-FILE
                   AT END SET END-OF-CATALOG TO TRUE
                   NOT AT END
                       IF CAT-COUNT < 99 AND BC-SLOT NUMERIC
                          AND BC-SLOT > 0
                           ADD 1 TO CAT-COUNT
                           SET CAT-IDX TO CAT-COUNT
                           MOVE BC-SLOT TO CAT-SLOT(CAT-IDX)
                           MOVE BC-TAKEN TO CAT-TAKEN(CAT-IDX)
                           MOVE BC-FILES TO CAT-FILES(CAT-IDX)
                           MOVE BC-RECORDS TO CAT-RECORDS(CAT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       LIST-GENERATIONS.
           DISPLAY "=================================================".
           DISPLAY "BACKUP GENERATIONS ON HAND".
           DISPLAY "=================================================".
           DISPLAY "Slot Taken           Files Records".
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               DISPLAY "  " CAT-SLOT(CAT-IDX) " "
                       CAT-TAKEN(CAT-IDX) "  "
                       CAT-FILES(CAT-IDX) "    "
                       CAT-RECORDS(CAT-IDX)
           END-PERFORM.
           DISPLAY "=================================================".

      *> <file>.Gnn - PLAYERM.DAT.G03, MANIFEST.G03 (see BKCATR).
       BUILD-GEN-NAME.
           MOVE SPACES TO WS-GEN-NAME.
           STRING WS-ONE-NAME DELIMITED BY SPACE
                  ".G" WS-SLOT-X DELIMITED BY SIZE
               INTO WS-GEN-NAME.

       LOAD-MANIFEST.
           MOVE "MANIFEST" TO WS-ONE-NAME.
           PERFORM BUILD-GEN-NAME.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS = "00"
               MOVE "N" TO WS-GEN-EOF
               PERFORM UNTIL END-OF-GEN
                   READ GEN-FILE
                       AT END SET END-OF-GEN TO TRUE
                       NOT AT END
                           IF MAN-COUNT < 40 AND MF-FILE NOT = SPACES
                               ADD 1 TO MAN-COUNT
                               SET MAN-IDX TO MAN-COUNT
                               MOVE MF-FILE TO MAN-FILE(MAN-IDX)
                               MOVE MF-PRESENT TO MAN-PRESENT(MAN-IDX)
                               MOVE MF-COUNT
                                   TO MAN-COUNT-RECS(MAN-IDX)
                               MOVE 0 TO MAN-GEN-COUNT(MAN-IDX)
                               MOVE 0 TO MAN-BEFORE(MAN-IDX)
                               MOVE 0 TO MAN-AFTER(MAN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
           END-IF.

      *> The generation's copy of the file, counted the way JOKEBKP
      *> counted it when it wrote the manifest.
       PROVE-GENERATION-COPY.
           MOVE 0 TO WS-FILE-COUNT.
           IF MAN-PRESENT(MAN-IDX) = "Y"
               MOVE MAN-FILE(MAN-IDX) TO WS-ONE-NAME
               PERFORM BUILD-GEN-NAME
               OPEN INPUT GEN-FILE
               IF WS-GEN-STATUS = "00"
                   MOVE "N" TO WS-GEN-EOF
                   PERFORM UNTIL END-OF-GEN
                       READ GEN-FILE
                           AT END SET END-OF-GEN TO TRUE
                           NOT AT END
                               IF MAN-FILE(MAN-IDX) = "PLAYERM.DAT"
                                   IF PBK-BADGE NOT = 0
                                       ADD 1 TO WS-FILE-COUNT
                                   END-IF
                               ELSE
                                   ADD 1 TO WS-FILE-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GEN-FILE
               END-IF
           END-IF.
           MOVE WS-FILE-COUNT TO MAN-GEN-COUNT(MAN-IDX).
           IF MAN-GEN-COUNT(MAN-IDX) NOT = MAN-COUNT-RECS(MAN-IDX)
               ADD 1 TO WS-BAD-COPIES
           END-IF.

      *> The live file as it stands - zero when it doesn't exist.
      *> PLAYERM.DAT counts live rows only, as the manifest does.
       COUNT-LIVE-FILE.
           MOVE 0 TO WS-FILE-COUNT.
           IF MAN-FILE(MAN-IDX) = "PLAYERM.DAT"
               OPEN INPUT PLAYER-MASTER-FILE
               IF WS-PM-STATUS = "00"
                   MOVE "N" TO WS-MASTER-EOF
                   PERFORM UNTIL END-OF-MASTER
                       READ PLAYER-MASTER-FILE NEXT
                           AT END SET END-OF-MASTER TO TRUE
                           NOT AT END
                               IF PM-BADGE NOT = 0
                                   ADD 1 TO WS-FILE-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAYER-MASTER-FILE
               END-IF
           ELSE
               MOVE MAN-FILE(MAN-IDX) TO WS-LIVE-NAME
               OPEN INPUT LIVE-FILE
               IF WS-LIVE-STATUS = "00"
                   MOVE "N" TO WS-LIVE-EOF
                   PERFORM UNTIL END-OF-LIVE
                       READ LIVE-FILE
                           AT END SET END-OF-LIVE TO TRUE
                           NOT AT END ADD 1 TO WS-FILE-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE LIVE-FILE
               END-IF
           END-IF.

      *> PLAYERM.DAT goes back slot for slot under each row's saved
      *> relative key, tombstones included, exactly as JOKEREO writes
      *> its rebuilt table. An absent file comes back empty.
       RESTORE-ONE-FILE.
           MOVE MAN-FILE(MAN-IDX) TO WS-ONE-NAME.
           PERFORM BUILD-GEN-NAME.
           IF MAN-FILE(MAN-IDX) = "PLAYERM.DAT"
               OPEN OUTPUT PLAYER-MASTER-FILE
           ELSE
               MOVE MAN-FILE(MAN-IDX) TO WS-LIVE-NAME
               OPEN OUTPUT LIVE-FILE
           END-IF.
           IF MAN-PRESENT(MAN-IDX) = "Y"
               OPEN INPUT GEN-FILE
               MOVE "N" TO WS-GEN-EOF
               PERFORM UNTIL END-OF-GEN
                   READ GEN-FILE
                       AT END SET END-OF-GEN TO TRUE
                       NOT AT END
                           PERFORM RESTORE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
           END-IF.
           IF MAN-FILE(MAN-IDX) = "PLAYERM.DAT"
               CLOSE PLAYER-MASTER-FILE
           ELSE
               CLOSE LIVE-FILE
           END-IF.

       RESTORE-ONE-RECORD.
           IF MAN-FILE(MAN-IDX) = "PLAYERM.DAT"
               MOVE PBK-SLOT TO PM-REL-KEY
               MOVE PBK-BADGE TO PM-BADGE
               MOVE PBK-WINS TO PM-WINS
               MOVE PBK-LOSSES TO PM-LOSSES
               MOVE PBK-DRAWS TO PM-DRAWS
               MOVE PBK-LAST-PLAYED TO PM-LAST-PLAYED
               WRITE PLAYER-MASTER-RECORD
           ELSE
               MOVE GEN-RECORD TO LIVE-RECORD
               WRITE LIVE-RECORD
           END-IF.

      *> The restored GLSEQ.DAT against the live log's highest head
      *> office number (branch records carry their own sites'
      *> series). Only ever moved up - a log purged by JOKEARC since
      *> the generation leaves the restored value standing.
       KEEP-SEQUENCE-AHEAD-OF-LOG.
           MOVE 0 TO WS-SEQ-RESTORED.
           OPEN INPUT LOG-SEQ-FILE.
           IF WS-SEQ-STATUS = "00"
               READ LOG-SEQ-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SEQ-LAST-USED NUMERIC
                           MOVE SEQ-LAST-USED TO WS-SEQ-RESTORED
                       END-IF
               END-READ
           END-IF.
           CLOSE LOG-SEQ-FILE.
           MOVE 0 TO WS-SEQ-ON-LOG.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT GAME-LOG-FILE.
           PERFORM UNTIL END-OF-GAME-LOG
               READ GAME-LOG-FILE
                   AT END SET END-OF-GAME-LOG TO TRUE
                   NOT AT END
                       IF LOG-SITE = SPACES
                          AND LOG-SEQ-NO NUMERIC
                          AND LOG-SEQ-NO > WS-SEQ-ON-LOG
                           MOVE LOG-SEQ-NO TO WS-SEQ-ON-LOG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GAME-LOG-FILE.
           IF WS-SEQ-ON-LOG > WS-SEQ-RESTORED
               OPEN OUTPUT LOG-SEQ-FILE
               MOVE WS-SEQ-ON-LOG TO SEQ-LAST-USED
               WRITE LOG-SEQ-RECORD
               CLOSE LOG-SEQ-FILE
               SET SEQ-WAS-RAISED TO TRUE
           END-IF.

      *> The R lines stamped at or after the generation was taken.
      *> A badge removed twice since (a rerun) is listed once.
       LOAD-LATER-REMOVALS.
           OPEN INPUT REMOVAL-REG-FILE.
           PERFORM UNTIL END-OF-REMOVALS
               READ REMOVAL-REG-FILE
                   AT END SET END-OF-REMOVALS TO TRUE
                   NOT AT END
                       IF FR-TYPE = "R"
                          AND FR-RUN-TS NOT < WS-TAKEN
                          AND FR-R-BADGE NUMERIC
                           PERFORM LIST-LATER-REMOVAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMOVAL-REG-FILE.

       LIST-LATER-REMOVAL.
           MOVE "N" TO WS-FGT-FOUND.
           PERFORM VARYING FGT-IDX FROM 1 BY 1
                   UNTIL FGT-IDX > FGT-COUNT
               IF FGT-BADGE(FGT-IDX) = FR-R-BADGE
                   SET REMOVAL-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT REMOVAL-ALREADY-LISTED
               IF FGT-COUNT < 500
                   ADD 1 TO FGT-COUNT
                   SET FGT-IDX TO FGT-COUNT
                   MOVE FR-R-BADGE TO FGT-BADGE(FGT-IDX)
               ELSE
                   IF NOT REMOVAL-TABLE-FULL
                       DISPLAY "WARNING: more than 500 removals since"
                               " the generation - check FGTREG.DAT"
                               " for the rest"
                       SET REMOVAL-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

       PRINT-REMOVALS-TO-REDO.
           PERFORM VARYING FGT-IDX FROM 1 BY 1
                   UNTIL FGT-IDX > FGT-COUNT
               DISPLAY "  rerun JOKEFGT live for badge "
                       FGT-BADGE(FGT-IDX)
           END-PERFORM.

       PRINT-BEFORE-REPORT.
           DISPLAY "=================================================".
           DISPLAY "RESTORE CHECK - GENERATION " WS-TAKEN
                   " (G" WS-SLOT-X ")".
           DISPLAY "=================================================".
           DISPLAY "File          Manifest Gen copy   Live now".
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > MAN-COUNT
               IF MAN-GEN-COUNT(MAN-IDX) = MAN-COUNT-RECS(MAN-IDX)
                   DISPLAY MAN-FILE(MAN-IDX) " "
                           MAN-COUNT-RECS(MAN-IDX) " "
                           MAN-GEN-COUNT(MAN-IDX) " "
                           MAN-BEFORE(MAN-IDX)
               ELSE
                   DISPLAY MAN-FILE(MAN-IDX) " "
                           MAN-COUNT-RECS(MAN-IDX) " "
                           MAN-GEN-COUNT(MAN-IDX) " "
                           MAN-BEFORE(MAN-IDX)
                           "  ** COPY DOES NOT MATCH MANIFEST **"
               END-IF
           END-PERFORM.
           IF FGT-COUNT > 0
               DISPLAY FGT-COUNT " badge(s) removed by JOKEFGT since"
                       " this generation come back with it:"
               PERFORM PRINT-REMOVALS-TO-REDO
           END-IF.
           DISPLAY "=================================================".

       PRINT-AFTER-REPORT.
           DISPLAY "=================================================".
           DISPLAY "RESTORE RESULT - GENERATION " WS-TAKEN
                   " (G" WS-SLOT-X ")".
           DISPLAY "=================================================".
           DISPLAY "File          Before   After    Manifest".
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > MAN-COUNT
               IF MAN-AFTER(MAN-IDX) = MAN-COUNT-RECS(MAN-IDX)
                   DISPLAY MAN-FILE(MAN-IDX) " "
                           MAN-BEFORE(MAN-IDX) " "
                           MAN-AFTER(MAN-IDX) " "
                           MAN-COUNT-RECS(MAN-IDX)
               ELSE
                   DISPLAY MAN-FILE(MAN-IDX) " "
                           MAN-BEFORE(MAN-IDX) " "
                           MAN-AFTER(MAN-IDX) " "
                           MAN-COUNT-RECS(MAN-IDX)
                           "  ** DOES NOT BALANCE **"
               END-IF
           END-PERFORM.
           DISPLAY "-------------------------------------------------".
           IF SEQ-WAS-RAISED
               DISPLAY "GLSEQ.DAT moved up from " WS-SEQ-RESTORED
                       " to " WS-SEQ-ON-LOG
               DISPLAY "  - GAMELOG.DAT already holds numbers past the"
                       " generation's."
           END-IF.
           IF FGT-COUNT > 0
               DISPLAY FGT-COUNT " removal(s) undone - before the"
                       " files are used:"
               PERFORM PRINT-REMOVALS-TO-REDO
           END-IF.
           IF WS-BAD-RESTORES = 0
               DISPLAY "CONTROL OK - " MAN-COUNT " files restored from"
                       " generation " WS-TAKEN "."
           ELSE
               DISPLAY "*** " WS-BAD-RESTORES " FILE(S) OUT OF BALANCE"
                       " AFTER RESTORE ***"
               DISPLAY "The generation copies are untouched - rerun"
               DISPLAY "the restore once the cause is found."
           END-IF.
           DISPLAY "=================================================".
