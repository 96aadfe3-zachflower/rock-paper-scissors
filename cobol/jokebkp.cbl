       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKEBKP.
      *> Pre-cycle backup of the master and control files. JOKEBAT's
      *> checkpoint protects the transaction queue, but nothing kept
      *> a copy of PLAYERM.DAT or the small reference and control
      *> files - a bad JOKEPMU merge, or a JOKEREO that went wrong
      *> after the swap, had nowhere to go back to. This job runs
      *> first thing in each day's cycle, ahead of JOKEDIT, and
      *> copies every file on the BKFILES list plus PLAYERM.DAT into
      *> a new backup generation, with a manifest of record counts
      *> (see BKMANR) that JOKERST proves a restore against.
      *>
      *> Generations rotate through numbered slots (see BKCATR): the
      *> operator keys how many to keep, and once that many are on
      *> hand the oldest one's slot is emptied and reused. There is
      *> no verb for removing a file, so a generation dropped because
      *> the number kept was lowered leaves empty files behind in its
      *> slot - harmless, and overwritten if the slot comes round
      *> again. PLAYERM.DAT is copied slot for slot, tombstones and
      *> all, with each row's relative key: the linear probe depends
      *> on the tombstones, so a restore has to put back exactly the
      *> table the games were probing.
      *>
      *> The run is logged to RUNCTL.DAT (START, then END with the
      *> total records copied), so JOKEOPS shows whether the day's
      *> backup was taken.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS PM-REL-KEY
               FILE STATUS IS WS-PM-STATUS.
           SELECT SOURCE-FILE ASSIGN USING WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GEN-FILE ASSIGN USING WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "BACKUP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       01 PLAYER-MASTER-RECORD.
           COPY PLAYERMR.
       FD  SOURCE-FILE.
       01 SOURCE-RECORD PIC X(256).
      *> A generation file is a straight copy of its source, except
      *> PLAYERM.DAT's, which carries each row's relative key ahead
      *> of the row (PBK-), and the manifest (BKMANR).
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
       WORKING-STORAGE SECTION.
           01 WS-PM-STATUS PIC XX.
           01 PM-REL-KEY PIC 9(6).
           01 WS-SRC-STATUS PIC XX.
           01 WS-GEN-STATUS PIC XX.
           01 WS-SRC-NAME PIC X(20).
           01 WS-GEN-NAME PIC X(20).
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-TAKEN PIC X(14).
           01 WS-RC-PHASE PIC X(5).
           01 WS-RC-STATUS PIC X(4).
           01 WS-MASTER-EOF PIC X.
               88 END-OF-MASTER VALUE "Y".
           01 WS-SRC-EOF PIC X.
               88 END-OF-SOURCE VALUE "Y".
           01 WS-CAT-EOF PIC X VALUE "N".
               88 END-OF-CATALOG VALUE "Y".
      *> The files to copy besides PLAYERM.DAT (see BKFILES).
           01 BKF-NAMES.
               COPY BKFILES.
           01 BKF-TABLE REDEFINES BKF-NAMES.
               05 BKF-NAME PIC X(12) OCCURS 13 TIMES
                   INDEXED BY BKF-IDX.
      *> What was copied this run, one entry per file, in the order
      *> the manifest lists them - PLAYERM.DAT first.
           01 MAN-COUNT PIC 9(2) VALUE 0.
           01 MAN-TABLE.
               05 MAN-ENTRY OCCURS 14 TIMES INDEXED BY MAN-IDX.
                   10 MAN-FILE PIC X(12).
                   10 MAN-PRESENT PIC X.
                   10 MAN-COUNT-RECS PIC 9(8).
      *> The catalog in storage. Slots are two digits, so 99
      *> generations is the hard ceiling.
           01 CAT-COUNT PIC 9(2) VALUE 0.
           01 CAT-TABLE.
               05 CAT-ENTRY OCCURS 99 TIMES INDEXED BY CAT-IDX.
                   10 CAT-SLOT PIC 9(2).
                   10 CAT-TAKEN PIC X(14).
                   10 CAT-FILES PIC 9(2).
                   10 CAT-RECORDS PIC 9(9).
           01 WS-KEEP PIC 9(2).
           01 WS-DEFAULT-KEEP PIC 9(2) VALUE 7.
           01 WS-SLOT PIC 9(2).
           01 WS-SLOT-X REDEFINES WS-SLOT PIC X(2).
           01 WS-DROP-SLOT PIC 9(2).
           01 WS-OLDEST-IDX PIC 9(2).
           01 WS-FOUND-IDX PIC 9(2).
           01 WS-DROPPED PIC 9(2) VALUE 0.
           01 WS-FILE-COUNT PIC 9(8).
           01 WS-TOTAL-RECORDS PIC 9(8) VALUE 0.
           01 WS-FILES-PRESENT PIC 9(2) VALUE 0.
           01 WS-TOMBSTONES PIC 9(6) VALUE 0.
           01 WS-ONE-NAME PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO WS-TAKEN.

           DISPLAY "Generations to keep (0 = 7)?".
           MOVE 0 TO WS-KEEP.
           ACCEPT WS-KEEP.
           IF WS-KEEP = 0
               MOVE WS-DEFAULT-KEEP TO WS-KEEP
           END-IF.

           MOVE "START" TO WS-RC-PHASE.
           MOVE SPACES TO WS-RC-STATUS.
           PERFORM WRITE-RUN-CONTROL.

           PERFORM LOAD-CATALOG.
           PERFORM DROP-OLDEST-GENERATIONS.
           PERFORM CHOOSE-FREE-SLOT.
      *> The slot is out of the catalog while it is being refilled -
      *> a run that dies from here on leaves nothing restorable in it.
           PERFORM SAVE-CATALOG.

           PERFORM BACKUP-PLAYER-MASTER.
           PERFORM VARYING BKF-IDX FROM 1 BY 1 UNTIL BKF-IDX > 13
               MOVE BKF-NAME(BKF-IDX) TO WS-ONE-NAME
               PERFORM BACKUP-ONE-FILE
           END-PERFORM.
           PERFORM WRITE-MANIFEST.

           ADD 1 TO CAT-COUNT.
           SET CAT-IDX TO CAT-COUNT.
           MOVE WS-SLOT TO CAT-SLOT(CAT-IDX).
           MOVE WS-TAKEN TO CAT-TAKEN(CAT-IDX).
           MOVE WS-FILES-PRESENT TO CAT-FILES(CAT-IDX).
           MOVE WS-TOTAL-RECORDS TO CAT-RECORDS(CAT-IDX).
           PERFORM SAVE-CATALOG.

           PERFORM PRINT-BACKUP-REPORT.

           MOVE "END" TO WS-RC-PHASE.
           MOVE "OK" TO WS-RC-STATUS.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-CURRENT-DATE(1:8) TO RC-DATE.
           MOVE "JOKEBKP" TO RC-PROGRAM.
           MOVE WS-RC-PHASE TO RC-PHASE.
           MOVE WS-CURRENT-DATE(1:14) TO RC-TIMESTAMP.
           MOVE WS-TOTAL-RECORDS TO RC-COUNT.
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

      *> Room is made for the new generation by dropping the oldest
      *> until one fewer than the number kept remain - more than one
      *> goes when the number kept has just been lowered.
       DROP-OLDEST-GENERATIONS.
           PERFORM UNTIL CAT-COUNT < WS-KEEP
               MOVE 1 TO WS-OLDEST-IDX
               PERFORM VARYING CAT-IDX FROM 2 BY 1
                       UNTIL CAT-IDX > CAT-COUNT
                   IF CAT-TAKEN(CAT-IDX) < CAT-TAKEN(WS-OLDEST-IDX)
                       SET WS-OLDEST-IDX TO CAT-IDX
                   END-IF
               END-PERFORM
               MOVE CAT-SLOT(WS-OLDEST-IDX) TO WS-DROP-SLOT
               DISPLAY "Dropping generation " CAT-TAKEN(WS-OLDEST-IDX)
                       " (slot " WS-DROP-SLOT ")"
               PERFORM EMPTY-GENERATION-SLOT
               PERFORM VARYING CAT-IDX FROM WS-OLDEST-IDX BY 1
                       UNTIL CAT-IDX >= CAT-COUNT
                   MOVE CAT-ENTRY(CAT-IDX + 1) TO CAT-ENTRY(CAT-IDX)
               END-PERFORM
               SUBTRACT 1 FROM CAT-COUNT
               ADD 1 TO WS-DROPPED
           END-PERFORM.

       EMPTY-GENERATION-SLOT.
           MOVE WS-DROP-SLOT TO WS-SLOT.
           MOVE "PLAYERM.DAT" TO WS-ONE-NAME.
           PERFORM EMPTY-ONE-GEN-FILE.
           PERFORM VARYING BKF-IDX FROM 1 BY 1 UNTIL BKF-IDX > 13
               MOVE BKF-NAME(BKF-IDX) TO WS-ONE-NAME
               PERFORM EMPTY-ONE-GEN-FILE
           END-PERFORM.
           MOVE "MANIFEST" TO WS-ONE-NAME.
           PERFORM EMPTY-ONE-GEN-FILE.

       EMPTY-ONE-GEN-FILE.
           PERFORM BUILD-GEN-NAME.
           OPEN OUTPUT GEN-FILE.
           CLOSE GEN-FILE.

       CHOOSE-FREE-SLOT.
           MOVE 0 TO WS-FOUND-IDX.
           MOVE 0 TO WS-SLOT.
           PERFORM UNTIL WS-FOUND-IDX = 0 AND WS-SLOT > 0
               ADD 1 TO WS-SLOT
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING CAT-IDX FROM 1 BY 1
                       UNTIL CAT-IDX > CAT-COUNT
                   IF CAT-SLOT(CAT-IDX) = WS-SLOT
                       SET WS-FOUND-IDX TO CAT-IDX
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> <file>.Gnn - PLAYERM.DAT.G03, MANIFEST.G03.
       BUILD-GEN-NAME.
           MOVE SPACES TO WS-GEN-NAME.
           STRING WS-ONE-NAME DELIMITED BY SPACE
                  ".G" WS-SLOT-X DELIMITED BY SIZE
               INTO WS-GEN-NAME.

       SAVE-CATALOG.
           OPEN OUTPUT CATALOG-FILE.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               MOVE SPACES TO CATALOG-RECORD
               MOVE CAT-SLOT(CAT-IDX) TO BC-SLOT
               MOVE CAT-TAKEN(CAT-IDX) TO BC-TAKEN
               MOVE CAT-FILES(CAT-IDX) TO BC-FILES
               MOVE CAT-RECORDS(CAT-IDX) TO BC-RECORDS
               WRITE CATALOG-RECORD
           END-PERFORM.
           CLOSE CATALOG-FILE.

      *> Every slot READ NEXT returns is carried, zero-badge rows
      *> included - they are the tombstones the probe walks past.
      *> Only live rows are counted.
       BACKUP-PLAYER-MASTER.
           MOVE "PLAYERM.DAT" TO WS-ONE-NAME.
           PERFORM BUILD-GEN-NAME.
           MOVE 0 TO WS-FILE-COUNT.
           ADD 1 TO MAN-COUNT.
           SET MAN-IDX TO MAN-COUNT.
           MOVE WS-ONE-NAME TO MAN-FILE(MAN-IDX).
           OPEN OUTPUT GEN-FILE.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE "N" TO MAN-PRESENT(MAN-IDX)
           ELSE
               MOVE "Y" TO MAN-PRESENT(MAN-IDX)
               MOVE "N" TO WS-MASTER-EOF
               PERFORM UNTIL END-OF-MASTER
                   READ PLAYER-MASTER-FILE NEXT
                       AT END SET END-OF-MASTER TO TRUE
                       NOT AT END
                           MOVE SPACES TO GEN-PM-RECORD
                           MOVE PM-REL-KEY TO PBK-SLOT
                           MOVE PM-BADGE TO PBK-BADGE
                           MOVE PM-WINS TO PBK-WINS
                           MOVE PM-LOSSES TO PBK-LOSSES
                           MOVE PM-DRAWS TO PBK-DRAWS
                           MOVE PM-LAST-PLAYED TO PBK-LAST-PLAYED
                           WRITE GEN-PM-RECORD
                           IF PM-BADGE = 0
                               ADD 1 TO WS-TOMBSTONES
                           ELSE
                               ADD 1 TO WS-FILE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYER-MASTER-FILE
               ADD 1 TO WS-FILES-PRESENT
           END-IF.
           CLOSE GEN-FILE.
           MOVE WS-FILE-COUNT TO MAN-COUNT-RECS(MAN-IDX).
           ADD WS-FILE-COUNT TO WS-TOTAL-RECORDS.

      *> A file that doesn't exist yet is recorded as absent and its
      *> slot file left empty - a restore then empties the live one.
       BACKUP-ONE-FILE.
           MOVE WS-ONE-NAME TO WS-SRC-NAME.
           PERFORM BUILD-GEN-NAME.
           MOVE 0 TO WS-FILE-COUNT.
           ADD 1 TO MAN-COUNT.
           SET MAN-IDX TO MAN-COUNT.
           MOVE WS-ONE-NAME TO MAN-FILE(MAN-IDX).
           OPEN OUTPUT GEN-FILE.
           OPEN INPUT SOURCE-FILE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE "N" TO MAN-PRESENT(MAN-IDX)
           ELSE
               MOVE "Y" TO MAN-PRESENT(MAN-IDX)
               MOVE "N" TO WS-SRC-EOF
               PERFORM UNTIL END-OF-SOURCE
                   READ SOURCE-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           MOVE SOURCE-RECORD TO GEN-RECORD
                           WRITE GEN-RECORD
                           ADD 1 TO WS-FILE-COUNT
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
               ADD 1 TO WS-FILES-PRESENT
           END-IF.
           CLOSE GEN-FILE.
           MOVE WS-FILE-COUNT TO MAN-COUNT-RECS(MAN-IDX).
           ADD WS-FILE-COUNT TO WS-TOTAL-RECORDS.

       WRITE-MANIFEST.
           MOVE "MANIFEST" TO WS-ONE-NAME.
           PERFORM BUILD-GEN-NAME.
           OPEN OUTPUT GEN-FILE.
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > MAN-COUNT
               MOVE SPACES TO GEN-MANIFEST-RECORD
               MOVE MAN-FILE(MAN-IDX) TO MF-FILE
               MOVE MAN-PRESENT(MAN-IDX) TO MF-PRESENT
               MOVE MAN-COUNT-RECS(MAN-IDX) TO MF-COUNT
               MOVE WS-TAKEN TO MF-TAKEN
               WRITE GEN-MANIFEST-RECORD
           END-PERFORM.
           CLOSE GEN-FILE.

       PRINT-BACKUP-REPORT.
           DISPLAY "=================================================".
           DISPLAY "MASTER FILE BACKUP - GENERATION " WS-TAKEN.
           DISPLAY "=================================================".
           DISPLAY "Slot                  : G" WS-SLOT-X.
           DISPLAY "Generations kept      : " WS-KEEP.
           DISPLAY "Generations dropped   : " WS-DROPPED.
           DISPLAY "-------------------------------------------------".
           DISPLAY "File         Copied  Records".
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > MAN-COUNT
               IF MAN-PRESENT(MAN-IDX) = "Y"
                   DISPLAY MAN-FILE(MAN-IDX) " yes     "
                           MAN-COUNT-RECS(MAN-IDX)
               ELSE
                   DISPLAY MAN-FILE(MAN-IDX) " absent  "
                           MAN-COUNT-RECS(MAN-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Files present         : " WS-FILES-PRESENT.
           DISPLAY "Records copied        : " WS-TOTAL-RECORDS.
           DISPLAY "PLAYERM tombstones    : " WS-TOMBSTONES.
           DISPLAY "Generations on hand   : " CAT-COUNT.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               DISPLAY "  G" CAT-SLOT(CAT-IDX) " "
                       CAT-TAKEN(CAT-IDX) " files "
                       CAT-FILES(CAT-IDX) " records "
                       CAT-RECORDS(CAT-IDX)
           END-PERFORM.
           DISPLAY "=================================================".
