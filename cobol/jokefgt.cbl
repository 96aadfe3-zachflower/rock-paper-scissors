       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKEFGT.
      *> Leaver removal. When someone leaves, or asks to be removed,
      *> their badge used to stay in every file we keep - JOKEPMU can
      *> tombstone the master row and nothing more. This job takes a
      *> badge and a reason code and takes the badge out of all of
      *> them in one run:
      *>
      *>   history files - GAMELOG.DAT, every GLARC<yyyymm>.DAT
      *>   archive, the SSNAP<yyyyq>.DAT season snapshots, CHAMP.DAT,
      *>   the challenge lines in LADDER.DAT, PLAYERM.AUD and the
      *>   badge-history index BADGEHX.DAT - keep every row, with the
      *>   badge replaced by an anonymous surrogate. So do the batch
      *>   files: JOKEBAT's TXNOUT.DAT and TXNRES.DAT, JOKEDIT's
      *>   ledger TXNLDG.DAT, and every department return file
      *>   RTN<dept><yyyymmdd>.DAT that RTNREG.DAT lists - each row
      *>   kept in place, so the ledger still joins to the results
      *>   and a return file keeps the line count JOKERTN carries
      *>   forward (its H and T lines hold no badge). Nothing else on
      *>   the row moves: the record count, the result codes JOKEVER
      *>   hashes and the LOG-SEQ-NO series all prove out exactly as
      *>   before, and the opponent's side of an H game (their
      *>   badge, the result from LOG-BADGE's side) is left as it
      *>   was. A challenge still open against the badge is voided.
      *>
      *>   reference files - DEPTREF.DAT, EMPREF.DAT, RATINGS.DAT,
      *>   POINTS.DAT and POINTSJ.DAT, TXNREJ.DAT and TXNRCY.DAT,
      *>   SITEROS.DAT and the badge's rung in LADDER.DAT - lose the
      *>   badge's rows outright (the rungs below close up).
      *>
      *>   PLAYERM.DAT - the badge's row is tombstoned the JOKEPMU way
      *>   and its W/L/D carried to a row for the surrogate, so
      *>   JOKEREC still finds the anonymized games in the log agree
      *>   with the master and the season snapshots still net.
      *>
      *> Surrogates are numbered up from 990001, skipping any number
      *> EMPREF.DAT or PLAYERM.DAT already knows. The surrogate is
      *> stable: the register (FGTREG.DAT, see FGTREGR) ties it to the
      *> badge, and a rerun for the same badge reuses it - so a file
      *> refused on the first run is anonymized to the same number
      *> later. FGTREG.DAT is deliberately not in the JOKEBKP set for
      *> that reason: a restore must never roll the register back.
      *> JOKERST reads it instead - a generation taken before a
      *> removal brings the badge back, and JOKERST lists each such
      *> badge ("rerun JOKEFGT live for badge nnnnnn"), ends RC 4 and
      *> logs a REDO line to RUNCTL.DAT; the rerun it calls for puts
      *> the restored files back to the same surrogate.
      *>
      *> Each line sequential file goes through the JOKEARC pattern:
      *> rows are copied to FGTWORK.TMP with the badge scrubbed, the
      *> work file is counted back off disk, and only when read =
      *> written + removed does it replace the live file. A file that
      *> doesn't balance is left untouched and flagged ERR (RC 8).
      *> A file holding nothing of the badge's is not rewritten.
      *> BADGEHX.DAT is indexed and is changed in place instead: the
      *> opponents' rows are rewritten with the badge scrubbed from
      *> the game they hold, and the badge's own rows are deleted and
      *> filed again under the surrogate. A run that dies part way
      *> leaves the index short, which JOKEBHX verify shows; rebuild
      *> it with JOKEBHX L from the (already anonymized) logs.
      *>
      *> Dry run (the default) reads everything and prints the same
      *> file-by-file report without changing a byte or writing the
      *> register - review it, then run again for real. TXNRJB.DAT is
      *> not touched: a bounced batch is resubmitted whole and taking
      *> a row out of it would unbalance it. Nor are TXNIN.DAT and
      *> TXNACC.DAT, the feed in flight between JOKEDIT and JOKEBAT:
      *> a surrogate there would be played as a game of its own.
      *> Both are replaced by the next JOKEDIT - run a removal after
      *> the day's cycle, not inside it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One handle serves every line sequential file the badge can
      *> be on - the name is swapped between opens, as JOKEBHX does.
           SELECT TARGET-FILE ASSIGN USING WS-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT WORK-FILE ASSIGN TO "FGTWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS PM-REL-KEY
               FILE STATUS IS WS-PM-STATUS.
      *> Hash table size for PLAYERM.DAT, written by JOKEREO when the
      *> table is reorganized - every program probing the master
      *> reads it at startup so the probes stay in step. Absent file
      *> means the size the table was born with.
           SELECT OPTIONAL PM-SIZE-FILE ASSIGN TO "PMSIZE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIZE-STATUS.
           SELECT BADGE-HIST-FILE ASSIGN TO "BADGEHX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BH-STATUS.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "FGTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMP-REF-FILE ASSIGN TO "EMPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> JOKERTN's register - the only list of the return files cut.
           SELECT OPTIONAL RETURN-REG-FILE ASSIGN TO "RTNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *> The line is read through TARGET-LINE and written back from
      *> it; the other records are the views of it each file needs.
       FD  TARGET-FILE.
       01 TARGET-LINE PIC X(200).
       01 TGT-LOG-RECORD.
           COPY GAMELOGR.
       01 TGT-SNAPSHOT-REC.
           05 TGT-SNP-BADGE PIC 9(6).
           05 FILLER PIC X(194).
       01 TGT-CHAMP-REC.
           05 TGT-CHP-TYPE PIC X.
           05 FILLER PIC X.
           05 TGT-CHP-E-BADGE PIC 9(6).
           05 FILLER PIC X(192).
       01 TGT-MATCH-REC.
           05 FILLER PIC X(8).
           05 TGT-CHP-M-BADGE-1 PIC 9(6).
           05 FILLER PIC X.
           05 TGT-CHP-M-BADGE-2 PIC 9(6).
           05 FILLER PIC X.
           05 TGT-CHP-M-WINNER PIC 9(6).
           05 FILLER PIC X(172).
       01 TGT-LADDER-REC.
           COPY LADDERR.
       01 TGT-AUDIT-REC.
           05 FILLER PIC X(22).
           05 TGT-AUD-BADGE PIC 9(6).
           05 FILLER PIC X(172).
       01 TGT-DEPT-REC.
           COPY DEPTREC.
       01 TGT-EMP-REC.
           COPY EMPREFR.
       01 TGT-RATING-REC.
           05 TGT-RT-BADGE PIC 9(6).
           05 FILLER PIC X(194).
       01 TGT-LEDGER-REC.
           COPY PTSLEDR.
       01 TGT-JOURNAL-REC.
           COPY PTSJRNR.
       01 TGT-REJECT-REC.
           COPY TXNREJR.
       01 TGT-ROSTER-REC.
           COPY SITEROSR.
       01 TGT-RESULT-REC.
           COPY TXNRESR.
       01 TGT-BATCH-LEDGER-REC.
           COPY TXNLDGR.
      *> A D line of a return file (JOKERTN's RETURN-DETAIL): the
      *> department's row, badge first, from column 10.
       01 TGT-RETURN-REC.
           05 TGT-RTN-TYPE PIC X.
           05 FILLER PIC X(8).
           05 TGT-RTN-BADGE PIC X(6).
           05 FILLER PIC X(185).
       FD  WORK-FILE.
       01 WORK-LINE PIC X(200).
       FD  PLAYER-MASTER-FILE.
       01 PLAYER-MASTER-RECORD.
           COPY PLAYERMR.
       FD  PM-SIZE-FILE.
       01 PM-SIZE-RECORD.
           05 PMS-TABLE-SIZE PIC 9(6).
       FD  BADGE-HIST-FILE.
       01 BADGE-HIST-RECORD.
           COPY BHISTR.
       FD  REGISTER-FILE.
       01 REGISTER-RECORD.
           COPY FGTREGR.
       FD  EMP-REF-FILE.
       01 EMP-REF-RECORD.
           COPY EMPREFR
               REPLACING LEADING ==ER-== BY ==EMP-==.
       FD  RETURN-REG-FILE.
       01 RETURN-REG-RECORD.
           COPY RTNREGR.
       WORKING-STORAGE SECTION.
           01 WS-TARGET-STATUS PIC XX.
           01 WS-TARGET-NAME PIC X(19).
           01 WS-TARGET-EOF PIC X.
               88 END-OF-TARGET VALUE "Y".
           01 WS-WORK-EOF PIC X.
               88 END-OF-WORK VALUE "Y".
           01 WS-REG-EOF PIC X VALUE "N".
               88 END-OF-REGISTER VALUE "Y".
           01 WS-EMP-EOF PIC X.
               88 END-OF-EMPREF VALUE "Y".
           01 WS-RTR-EOF PIC X VALUE "N".
               88 END-OF-RETURN-REG VALUE "Y".
      *> The return files on RTNREG.DAT, each name once.
           01 RTN-COUNT PIC 9(4) VALUE 0.
           01 RTN-TABLE.
               05 RTN-FILE-NAME OCCURS 2000 TIMES INDEXED BY RTN-IDX
                   PIC X(19).
           01 WS-RTN-FOUND PIC X.
               88 RTN-ALREADY-LISTED VALUE "Y".
           01 WS-RTN-FULL PIC X VALUE "N".
               88 RTN-TABLE-FULL VALUE "Y".
           01 WS-PM-STATUS PIC XX.
           01 WS-SIZE-STATUS PIC XX.
           01 PM-REL-KEY PIC 9(6).
           01 WS-PM-TABLE-SIZE PIC 9(6) VALUE 99991.
           01 WS-PM-SLOT PIC 9(6).
           01 WS-PM-PROBE-COUNT PIC 9(6).
           01 WS-PM-FOUND PIC X VALUE "N".
               88 PM-SLOT-FOUND VALUE "Y".
           01 BADGE-NUM PIC 9(6).
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-TS PIC X(14).
           01 WS-THIS-MONTH PIC 9(6).
           01 WS-LEAVER-BADGE PIC 9(6).
           01 WS-LEAVER-X REDEFINES WS-LEAVER-BADGE PIC X(6).
           01 WS-SURROGATE PIC 9(6) VALUE 0.
           01 WS-SURROGATE-X REDEFINES WS-SURROGATE PIC X(6).
           01 WS-LAST-SURROGATE PIC 9(6) VALUE 990000.
           01 WS-SURR-REUSED PIC X VALUE "N".
               88 SURROGATE-REUSED VALUE "Y".
           01 WS-CLASH PIC X.
               88 SURROGATE-CLASHES VALUE "Y".
           01 WS-REASON PIC X(10).
           01 WS-DRY-RUN PIC X.
               88 LIVE-RUN VALUE "N", "n".
           01 WS-CONFIRM PIC X.
               88 REMOVAL-CONFIRMED VALUE "Y", "y".
           01 WS-OLDEST-MONTH PIC 9(6).
           01 WS-OLDEST-X REDEFINES WS-OLDEST-MONTH PIC X(6).
           01 WS-SCAN-MONTH PIC 9(6).
           01 WS-SCAN-X REDEFINES WS-SCAN-MONTH PIC X(6).
           01 WS-WORK-YEAR PIC 9(4).
           01 WS-WORK-MONTH PIC 9(2).
           01 WS-SCAN-QTR PIC 9.
           01 WS-LAST-YEAR PIC 9(4).
      *> The file in hand: what kind of rows it holds, and its
      *> counts for the report and the register.
           01 WS-FILE-KIND PIC X.
               88 KIND-GAME-LOG VALUE "G".
               88 KIND-SNAPSHOT VALUE "S".
               88 KIND-CHAMP VALUE "C".
               88 KIND-LADDER VALUE "L".
               88 KIND-AUDIT VALUE "A".
               88 KIND-DEPTREF VALUE "D".
               88 KIND-EMPREF VALUE "E".
               88 KIND-RATINGS VALUE "R".
               88 KIND-LEDGER VALUE "P".
               88 KIND-JOURNAL VALUE "J".
               88 KIND-REJECTS VALUE "T".
               88 KIND-ROSTER VALUE "B".
               88 KIND-RESULTS VALUE "X".
               88 KIND-BATCH-LEDGER VALUE "K".
               88 KIND-RETURN VALUE "N".
           01 WS-SHOW-ABSENT PIC X.
               88 REPORT-IF-ABSENT VALUE "Y".
           01 WS-ROW-ACTION PIC X.
               88 ROW-KEPT VALUE "K".
               88 ROW-CHANGED VALUE "C".
               88 ROW-DROPPED VALUE "D".
           01 WS-RUNG-GONE PIC X.
               88 RUNG-REMOVED VALUE "Y".
           01 WS-READ-COUNT PIC 9(8).
           01 WS-CHANGED-COUNT PIC 9(8).
           01 WS-REMOVED-COUNT PIC 9(8).
           01 WS-WRITTEN-COUNT PIC 9(8).
           01 WS-VERIFY-COUNT PIC 9(8).
           01 WS-FILE-STATUS PIC X(6).
           01 WS-FILES-SEEN PIC 9(4) VALUE 0.
           01 WS-TOT-CHANGED PIC 9(8) VALUE 0.
           01 WS-TOT-REMOVED PIC 9(8) VALUE 0.
           01 WS-BAD-FILES PIC 9(4) VALUE 0.
      *> BADGEHX.DAT - the game on the row in hand, and the badge's
      *> own rows held between their delete and their filing under
      *> the surrogate. A badge with more rows than the table holds
      *> keeps the rest until a rerun.
           01 WS-BH-STATUS PIC XX.
           01 WS-BH-EOF PIC X.
               88 END-OF-INDEX VALUE "Y".
           01 WS-BH-GAME.
               COPY GAMELOGR
                   REPLACING LEADING ==LOG-== BY ==BHG-==.
           01 WS-IMAGE-FLAG PIC X.
               88 IMAGE-CHANGED VALUE "Y".
           01 WS-INDEX-ERR PIC X.
               88 INDEX-REFUSED VALUE "Y".
           01 WS-HX-OCCUR PIC 9(3).
           01 WS-HX-DONE PIC X.
               88 HX-ROW-FILED VALUE "Y".
           01 HX-COUNT PIC 9(4).
           01 HX-TABLE.
               05 HX-ENTRY OCCURS 5000 TIMES INDEXED BY HX-IDX.
                   10 HX-TIMESTAMP PIC X(14).
                   10 HX-SIDE PIC X.
                   10 HX-GAME PIC X(156).
           01 WS-HX-FULL PIC X.
               88 HX-TABLE-FULL VALUE "Y".
      *> The badge's master row while it moves to the surrogate.
           01 WS-HELD-ROW.
               05 WS-HELD-WINS PIC 9(6).
               05 WS-HELD-LOSSES PIC 9(6).
               05 WS-HELD-DRAWS PIC 9(6).
               05 WS-HELD-LAST PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TS.
           MOVE WS-CURRENT-DATE(1:6) TO WS-THIS-MONTH.
           PERFORM LOAD-PM-TABLE-SIZE.

           DISPLAY "Badge to remove?".
           MOVE 0 TO WS-LEAVER-BADGE.
           ACCEPT WS-LEAVER-BADGE.
           IF WS-LEAVER-BADGE = 0 OR WS-LEAVER-BADGE > 990000
               DISPLAY "REMOVAL REFUSED: badge " WS-LEAVER-BADGE
                       " is zero or already a removal surrogate."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Reason code?".
           MOVE SPACES TO WS-REASON.
           ACCEPT WS-REASON.

      *> There is no way to ask the disk what the oldest archive cut
      *> is, so it is keyed; every GLARC month and every SSNAP
      *> quarter from there to date is searched.
           DISPLAY "Oldest month on file (YYYYMM) - archives and"
                   " season snapshots are searched from it to date"
                   " (0 = live files only)?".
           MOVE 0 TO WS-OLDEST-MONTH.
           ACCEPT WS-OLDEST-MONTH.
           IF WS-OLDEST-X(5:2) < "01" OR WS-OLDEST-X(5:2) > "12"
              OR WS-OLDEST-MONTH > WS-THIS-MONTH
               MOVE 0 TO WS-OLDEST-MONTH
           END-IF.
           DISPLAY "Dry run - report only, change nothing (Y/N,"
                   " blank = Y)?".
           MOVE SPACE TO WS-DRY-RUN.
           ACCEPT WS-DRY-RUN.

           PERFORM CHOOSE-SURROGATE.

           IF LIVE-RUN
               IF WS-REASON = SPACES
                   DISPLAY "REMOVAL REFUSED: a live removal needs a"
                           " reason code."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Remove badge " WS-LEAVER-BADGE " for good,"
                       " replacing it with " WS-SURROGATE " (Y/N)?"
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF NOT REMOVAL-CONFIRMED
                   DISPLAY "Removal cancelled - nothing changed."
                   STOP RUN
               END-IF
               PERFORM WRITE-REGISTER-HEADER
           END-IF.

           PERFORM PRINT-REPORT-HEADER.
           PERFORM REMOVE-FROM-HISTORY-FILES.
           PERFORM REMOVE-FROM-PLAYER-MASTER.
           PERFORM REMOVE-FROM-REFERENCE-FILES.
           PERFORM PRINT-REPORT-FOOTER.

           IF LIVE-RUN
               PERFORM WRITE-REGISTER-TRAILER
           END-IF.
           IF WS-BAD-FILES > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> A badge already in the register gets its old surrogate back.
      *> Otherwise the next number up from the highest ever issued,
      *> stepping over any number a live badge holds.
       CHOOSE-SURROGATE.
           OPEN INPUT REGISTER-FILE.
           PERFORM UNTIL END-OF-REGISTER
               READ REGISTER-FILE
                   AT END SET END-OF-REGISTER TO TRUE
                   NOT AT END
                       IF FR-TYPE = "R" AND FR-R-SURROGATE NUMERIC
                           IF FR-R-SURROGATE > WS-LAST-SURROGATE
                               MOVE FR-R-SURROGATE
                                   TO WS-LAST-SURROGATE
                           END-IF
                           IF FR-R-BADGE = WS-LEAVER-BADGE
                               MOVE FR-R-SURROGATE TO WS-SURROGATE
                               SET SURROGATE-REUSED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
           IF NOT SURROGATE-REUSED
               MOVE WS-LAST-SURROGATE TO WS-SURROGATE
               SET SURROGATE-CLASHES TO TRUE
               PERFORM UNTIL NOT SURROGATE-CLASHES
                   ADD 1 TO WS-SURROGATE
                   PERFORM CHECK-SURROGATE-CLASH
               END-PERFORM
           END-IF.

       CHECK-SURROGATE-CLASH.
           MOVE "N" TO WS-CLASH.
           MOVE "N" TO WS-EMP-EOF.
           OPEN INPUT EMP-REF-FILE.
           PERFORM UNTIL END-OF-EMPREF
               READ EMP-REF-FILE
                   AT END SET END-OF-EMPREF TO TRUE
                   NOT AT END
                       IF EMP-BADGE = WS-SURROGATE
                           SET SURROGATE-CLASHES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMP-REF-FILE.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF WS-PM-STATUS = "00"
               MOVE WS-SURROGATE TO BADGE-NUM
               PERFORM FIND-PM-SLOT
               IF PM-SLOT-FOUND AND WS-PM-STATUS NOT = "23"
                   SET SURROGATE-CLASHES TO TRUE
               END-IF
           END-IF.
           CLOSE PLAYER-MASTER-FILE.

       PRINT-REPORT-HEADER.
           DISPLAY "=================================================".
           IF LIVE-RUN
               DISPLAY "LEAVER REMOVAL - RUN " WS-RUN-TS
           ELSE
               DISPLAY "LEAVER REMOVAL - DRY RUN " WS-RUN-TS
           END-IF.
           DISPLAY "=================================================".
           DISPLAY "Badge       : " WS-LEAVER-BADGE.
           IF SURROGATE-REUSED
               DISPLAY "Surrogate   : " WS-SURROGATE
                       " (from an earlier removal)"
           ELSE
               DISPLAY "Surrogate   : " WS-SURROGATE
           END-IF.
           DISPLAY "Reason      : " WS-REASON.
           DISPLAY "-------------------------------------------------".
           DISPLAY "  File                Read     Changed  Removed"
                   "  Status".

       REMOVE-FROM-HISTORY-FILES.
           MOVE "Y" TO WS-SHOW-ABSENT.
           MOVE "G" TO WS-FILE-KIND.
           MOVE "GAMELOG.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.

      *> Archives and snapshots that were never cut have no file -
      *> skipped without a line.
           MOVE "N" TO WS-SHOW-ABSENT.
           MOVE WS-OLDEST-MONTH TO WS-SCAN-MONTH.
           PERFORM UNTIL WS-SCAN-MONTH = 0
                      OR WS-SCAN-MONTH > WS-THIS-MONTH
               MOVE SPACES TO WS-TARGET-NAME
               STRING "GLARC" DELIMITED SIZE
                      WS-SCAN-X DELIMITED SIZE
                      ".DAT" DELIMITED SIZE
                   INTO WS-TARGET-NAME
               PERFORM PROCESS-TARGET-FILE
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

           MOVE "S" TO WS-FILE-KIND.
           IF WS-OLDEST-MONTH NOT = 0
               MOVE WS-OLDEST-X(1:4) TO WS-WORK-YEAR
               MOVE WS-CURRENT-DATE(1:4) TO WS-LAST-YEAR
               PERFORM UNTIL WS-WORK-YEAR > WS-LAST-YEAR
                   PERFORM VARYING WS-SCAN-QTR FROM 1 BY 1
                           UNTIL WS-SCAN-QTR > 4
                       MOVE SPACES TO WS-TARGET-NAME
                       STRING "SSNAP" DELIMITED SIZE
                              WS-WORK-YEAR DELIMITED SIZE
                              WS-SCAN-QTR DELIMITED SIZE
                              ".DAT" DELIMITED SIZE
                           INTO WS-TARGET-NAME
                       PERFORM PROCESS-TARGET-FILE
                   END-PERFORM
                   ADD 1 TO WS-WORK-YEAR
               END-PERFORM
           END-IF.

           MOVE "Y" TO WS-SHOW-ABSENT.
           MOVE "C" TO WS-FILE-KIND.
           MOVE "CHAMP.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           MOVE "L" TO WS-FILE-KIND.
           MOVE "LADDER.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           MOVE "A" TO WS-FILE-KIND.
           MOVE "PLAYERM.AUD" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           PERFORM REMOVE-FROM-BADGE-INDEX.
           PERFORM REMOVE-FROM-BATCH-FILES.

      *> TXNOUT.DAT is in the game-log layout. Return files JOKERTN
      *> registered that have since gone from disk are skipped
      *> without a line, like the archives.
       REMOVE-FROM-BATCH-FILES.
           MOVE "Y" TO WS-SHOW-ABSENT.
           MOVE "G" TO WS-FILE-KIND.
           MOVE "TXNOUT.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           MOVE "X" TO WS-FILE-KIND.
           MOVE "TXNRES.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           MOVE "K" TO WS-FILE-KIND.
           MOVE "TXNLDG.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           PERFORM LIST-RETURN-FILES.
           MOVE "N" TO WS-SHOW-ABSENT.
           MOVE "N" TO WS-FILE-KIND.
           PERFORM VARYING RTN-IDX FROM 1 BY 1
                   UNTIL RTN-IDX > RTN-COUNT
               MOVE RTN-FILE-NAME(RTN-IDX) TO WS-TARGET-NAME
               PERFORM PROCESS-TARGET-FILE
           END-PERFORM.

       LIST-RETURN-FILES.
           OPEN INPUT RETURN-REG-FILE.
           PERFORM UNTIL END-OF-RETURN-REG
               READ RETURN-REG-FILE
                   AT END SET END-OF-RETURN-REG TO TRUE
                   NOT AT END
                       IF RTR-FILE-NAME NOT = SPACES
                           PERFORM FIND-OR-ADD-RETURN-FILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETURN-REG-FILE.

       FIND-OR-ADD-RETURN-FILE.
           MOVE "N" TO WS-RTN-FOUND.
           PERFORM VARYING RTN-IDX FROM 1 BY 1
                   UNTIL RTN-IDX > RTN-COUNT
               IF RTN-FILE-NAME(RTN-IDX) = RTR-FILE-NAME
                   SET RTN-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT RTN-ALREADY-LISTED
               IF RTN-COUNT >= 2000
                   IF NOT RTN-TABLE-FULL
                       DISPLAY "WARNING: more than 2000 return files"
                               " on RTNREG.DAT - the rest are not"
                               " searched"
                       SET RTN-TABLE-FULL TO TRUE
                       ADD 1 TO WS-BAD-FILES
                   END-IF
               ELSE
                   ADD 1 TO RTN-COUNT
                   SET RTN-IDX TO RTN-COUNT
                   MOVE RTR-FILE-NAME TO RTN-FILE-NAME(RTN-IDX)
               END-IF
           END-IF.

       REMOVE-FROM-REFERENCE-FILES.
           MOVE "Y" TO WS-SHOW-ABSENT.
           MOVE "D" TO WS-FILE-KIND.
           MOVE "DEPTREF.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           MOVE "E" TO WS-FILE-KIND.
           MOVE "EMPREF.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           MOVE "R" TO WS-FILE-KIND.
           MOVE "RATINGS.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           MOVE "P" TO WS-FILE-KIND.
           MOVE "POINTS.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           MOVE "J" TO WS-FILE-KIND.
           MOVE "POINTSJ.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           MOVE "T" TO WS-FILE-KIND.
           MOVE "TXNREJ.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           MOVE "TXNRCY.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.
           MOVE "B" TO WS-FILE-KIND.
           MOVE "SITEROS.DAT" TO WS-TARGET-NAME.
           PERFORM PROCESS-TARGET-FILE.

      *> Pass 1 scrubs every row into the work file (a dry run only
      *> counts); pass 2 counts the work file back; pass 3 copies it
      *> over the live file once the counts balance.
       PROCESS-TARGET-FILE.
           MOVE 0 TO WS-READ-COUNT WS-CHANGED-COUNT WS-REMOVED-COUNT
                     WS-WRITTEN-COUNT WS-VERIFY-COUNT.
           MOVE "N" TO WS-RUNG-GONE.
           MOVE "N" TO WS-TARGET-EOF.
           OPEN INPUT TARGET-FILE.
           IF WS-TARGET-STATUS NOT = "00"
               CLOSE TARGET-FILE
               IF REPORT-IF-ABSENT
                   MOVE "ABSENT" TO WS-FILE-STATUS
                   PERFORM REPORT-FILE-LINE
               END-IF
           ELSE
               ADD 1 TO WS-FILES-SEEN
               IF LIVE-RUN
                   OPEN OUTPUT WORK-FILE
               END-IF
               PERFORM UNTIL END-OF-TARGET
                   READ TARGET-FILE
                       AT END SET END-OF-TARGET TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM SCRUB-TARGET-ROW
                   END-READ
               END-PERFORM
               CLOSE TARGET-FILE
               IF LIVE-RUN
                   CLOSE WORK-FILE
               END-IF
               EVALUATE TRUE
                   WHEN WS-CHANGED-COUNT + WS-REMOVED-COUNT = 0
                       MOVE "CLEAN" TO WS-FILE-STATUS
                   WHEN NOT LIVE-RUN
                       MOVE "DRYRUN" TO WS-FILE-STATUS
                   WHEN OTHER
                       PERFORM REPLACE-TARGET-FILE
               END-EVALUATE
               ADD WS-CHANGED-COUNT TO WS-TOT-CHANGED
               ADD WS-REMOVED-COUNT TO WS-TOT-REMOVED
               PERFORM REPORT-FILE-LINE
           END-IF.

       SCRUB-TARGET-ROW.
           SET ROW-KEPT TO TRUE.
           EVALUATE TRUE
               WHEN KIND-GAME-LOG
                   PERFORM SCRUB-GAME-LOG-ROW
               WHEN KIND-SNAPSHOT
                   IF TGT-SNP-BADGE = WS-LEAVER-BADGE
                       MOVE WS-SURROGATE TO TGT-SNP-BADGE
                       SET ROW-CHANGED TO TRUE
                   END-IF
               WHEN KIND-CHAMP
                   PERFORM SCRUB-CHAMP-ROW
               WHEN KIND-LADDER
                   PERFORM SCRUB-LADDER-ROW
               WHEN KIND-AUDIT
                   IF TGT-AUD-BADGE = WS-LEAVER-BADGE
                       MOVE WS-SURROGATE TO TGT-AUD-BADGE
                       SET ROW-CHANGED TO TRUE
                   END-IF
               WHEN KIND-DEPTREF
                   IF DR-BADGE = WS-LEAVER-BADGE
                       SET ROW-DROPPED TO TRUE
                   END-IF
               WHEN KIND-EMPREF
                   IF ER-BADGE = WS-LEAVER-BADGE
                       SET ROW-DROPPED TO TRUE
                   END-IF
               WHEN KIND-RATINGS
                   IF TGT-RT-BADGE = WS-LEAVER-BADGE
                       SET ROW-DROPPED TO TRUE
                   END-IF
               WHEN KIND-LEDGER
                   IF PT-BADGE = WS-LEAVER-BADGE
                       SET ROW-DROPPED TO TRUE
                   END-IF
               WHEN KIND-JOURNAL
                   IF PJ-BADGE = WS-LEAVER-BADGE
                       SET ROW-DROPPED TO TRUE
                   END-IF
               WHEN KIND-REJECTS
                   IF REJ-TXN(1:6) = WS-LEAVER-X
                       SET ROW-DROPPED TO TRUE
                   END-IF
               WHEN KIND-ROSTER
                   IF SR-BADGE = WS-LEAVER-BADGE
                       SET ROW-DROPPED TO TRUE
                   END-IF
               WHEN KIND-RESULTS
                   MOVE RES-GAME TO WS-BH-GAME
                   PERFORM SCRUB-INDEX-GAME
                   IF IMAGE-CHANGED
                       MOVE WS-BH-GAME TO RES-GAME
                       SET ROW-CHANGED TO TRUE
                   END-IF
               WHEN KIND-BATCH-LEDGER
                   IF LDG-REC-TYPE = "D"
                      AND LDG-IMAGE(1:6) = WS-LEAVER-X
                       MOVE WS-SURROGATE-X TO LDG-IMAGE(1:6)
                       SET ROW-CHANGED TO TRUE
                   END-IF
               WHEN KIND-RETURN
                   IF TGT-RTN-TYPE = "D"
                      AND TGT-RTN-BADGE = WS-LEAVER-X
                       MOVE WS-SURROGATE-X TO TGT-RTN-BADGE
                       SET ROW-CHANGED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ROW-DROPPED
                   ADD 1 TO WS-REMOVED-COUNT
               WHEN ROW-CHANGED
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF LIVE-RUN AND NOT ROW-DROPPED
               MOVE TARGET-LINE TO WORK-LINE
               WRITE WORK-LINE
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

      *> Only the leaver's own badge field changes. On an H game
      *> where they are LOG-BADGE-2 the opponent stays in LOG-BADGE
      *> and the result, scored from LOG-BADGE's side, still reads
      *> true for them.
       SCRUB-GAME-LOG-ROW.
           IF LOG-BADGE = WS-LEAVER-X
               MOVE WS-SURROGATE-X TO LOG-BADGE
               SET ROW-CHANGED TO TRUE
           END-IF.
           IF LOG-REC-TYPE = "H" AND LOG-BADGE-2 = WS-LEAVER-X
               MOVE WS-SURROGATE-X TO LOG-BADGE-2
               SET ROW-CHANGED TO TRUE
           END-IF.

      *> Read = every row of the index, changed = the opponents' rows
      *> scrubbed plus the badge's own rows refiled; nothing is
      *> removed. ERR when the badge's rows did not all fit the table
      *> or a row could not be put back - rerun for the same badge.
       REMOVE-FROM-BADGE-INDEX.
           MOVE "BADGEHX.DAT" TO WS-TARGET-NAME.
           MOVE 0 TO WS-READ-COUNT WS-CHANGED-COUNT WS-REMOVED-COUNT.
           MOVE 0 TO HX-COUNT.
           MOVE "N" TO WS-HX-FULL.
           MOVE "N" TO WS-INDEX-ERR.
           IF LIVE-RUN
               OPEN I-O BADGE-HIST-FILE
           ELSE
               OPEN INPUT BADGE-HIST-FILE
           END-IF.
           IF WS-BH-STATUS NOT = "00"
               CLOSE BADGE-HIST-FILE
               MOVE "ABSENT" TO WS-FILE-STATUS
               PERFORM REPORT-FILE-LINE
           ELSE
               ADD 1 TO WS-FILES-SEEN
               MOVE "N" TO WS-BH-EOF
               PERFORM UNTIL END-OF-INDEX
                   READ BADGE-HIST-FILE NEXT
                       AT END SET END-OF-INDEX TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM SCRUB-INDEX-ROW
                   END-READ
               END-PERFORM
               IF LIVE-RUN
                   PERFORM VARYING HX-IDX FROM 1 BY 1
                           UNTIL HX-IDX > HX-COUNT
                       PERFORM REFILE-UNDER-SURROGATE
                   END-PERFORM
               END-IF
               CLOSE BADGE-HIST-FILE
               EVALUATE TRUE
                   WHEN HX-TABLE-FULL OR INDEX-REFUSED
                       MOVE "ERR" TO WS-FILE-STATUS
                       ADD 1 TO WS-BAD-FILES
                   WHEN WS-CHANGED-COUNT = 0
                       MOVE "CLEAN" TO WS-FILE-STATUS
                   WHEN NOT LIVE-RUN
                       MOVE "DRYRUN" TO WS-FILE-STATUS
                   WHEN OTHER
                       MOVE "OK" TO WS-FILE-STATUS
               END-EVALUATE
               ADD WS-CHANGED-COUNT TO WS-TOT-CHANGED
               PERFORM REPORT-FILE-LINE
           END-IF.

      *> A row filed under the badge comes out of the index here and
      *> goes back in under the surrogate once the read is done, so
      *> the read never meets it twice. Any other row only has the
      *> game it holds scrubbed.
       SCRUB-INDEX-ROW.
           MOVE BH-GAME TO WS-BH-GAME.
           PERFORM SCRUB-INDEX-GAME.
           IF BH-BADGE = WS-LEAVER-X
               IF LIVE-RUN AND HX-COUNT >= 5000
                   SET HX-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-CHANGED-COUNT
                   IF LIVE-RUN
                       ADD 1 TO HX-COUNT
                       SET HX-IDX TO HX-COUNT
                       MOVE BH-TIMESTAMP TO HX-TIMESTAMP(HX-IDX)
                       MOVE BH-SIDE TO HX-SIDE(HX-IDX)
                       MOVE WS-BH-GAME TO HX-GAME(HX-IDX)
                       DELETE BADGE-HIST-FILE RECORD
                           INVALID KEY SET INDEX-REFUSED TO TRUE
                       END-DELETE
                   END-IF
               END-IF
           ELSE
               IF IMAGE-CHANGED
                   ADD 1 TO WS-CHANGED-COUNT
                   IF LIVE-RUN
                       MOVE WS-BH-GAME TO BH-GAME
                       REWRITE BADGE-HIST-RECORD
                           INVALID KEY SET INDEX-REFUSED TO TRUE
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *> The game-log scrub (SCRUB-GAME-LOG-ROW) over the game held
      *> in WS-BH-GAME - an index row's, or a TXNRES.DAT line's.
       SCRUB-INDEX-GAME.
           MOVE "N" TO WS-IMAGE-FLAG.
           IF BHG-BADGE = WS-LEAVER-X
               MOVE WS-SURROGATE-X TO BHG-BADGE
               SET IMAGE-CHANGED TO TRUE
           END-IF.
           IF BHG-REC-TYPE = "H" AND BHG-BADGE-2 = WS-LEAVER-X
               MOVE WS-SURROGATE-X TO BHG-BADGE-2
               SET IMAGE-CHANGED TO TRUE
           END-IF.

      *> Filed the JOKEBHX way: the first free occurrence under the
      *> surrogate and timestamp, and a key already holding the same
      *> game from the same side (a rerun) is left as it is.
       REFILE-UNDER-SURROGATE.
           MOVE 0 TO WS-HX-OCCUR.
           MOVE "N" TO WS-HX-DONE.
           PERFORM UNTIL HX-ROW-FILED
               MOVE WS-SURROGATE-X TO BH-BADGE
               MOVE HX-TIMESTAMP(HX-IDX) TO BH-TIMESTAMP
               MOVE WS-HX-OCCUR TO BH-OCCUR
               MOVE HX-SIDE(HX-IDX) TO BH-SIDE
               MOVE HX-GAME(HX-IDX) TO BH-GAME
               WRITE BADGE-HIST-RECORD
                   INVALID KEY
                       PERFORM CHECK-SURROGATE-KEY
                   NOT INVALID KEY
                       SET HX-ROW-FILED TO TRUE
               END-WRITE
           END-PERFORM.

       CHECK-SURROGATE-KEY.
           READ BADGE-HIST-FILE
               INVALID KEY
                   SET INDEX-REFUSED TO TRUE
                   SET HX-ROW-FILED TO TRUE
               NOT INVALID KEY
                   IF BH-SIDE = HX-SIDE(HX-IDX)
                      AND BH-GAME = HX-GAME(HX-IDX)
                       SET HX-ROW-FILED TO TRUE
                   ELSE
                       IF WS-HX-OCCUR >= 999
                           SET INDEX-REFUSED TO TRUE
                           SET HX-ROW-FILED TO TRUE
                       ELSE
                           ADD 1 TO WS-HX-OCCUR
                       END-IF
                   END-IF
           END-READ.

      *> The bracket keeps its shape - an entrant who leaves mid-event
      *> stays in it as the surrogate, and an unplayed match runs to
      *> its deadline like any other no-show.
       SCRUB-CHAMP-ROW.
           EVALUATE TGT-CHP-TYPE
               WHEN "E"
                   IF TGT-CHP-E-BADGE = WS-LEAVER-BADGE
                       MOVE WS-SURROGATE TO TGT-CHP-E-BADGE
                       SET ROW-CHANGED TO TRUE
                   END-IF
               WHEN "M"
                   IF TGT-CHP-M-BADGE-1 = WS-LEAVER-BADGE
                       MOVE WS-SURROGATE TO TGT-CHP-M-BADGE-1
                       SET ROW-CHANGED TO TRUE
                   END-IF
                   IF TGT-CHP-M-BADGE-2 = WS-LEAVER-BADGE
                       MOVE WS-SURROGATE TO TGT-CHP-M-BADGE-2
                       SET ROW-CHANGED TO TRUE
                   END-IF
                   IF TGT-CHP-M-WINNER = WS-LEAVER-BADGE
                       MOVE WS-SURROGATE TO TGT-CHP-M-WINNER
                       SET ROW-CHANGED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The leaver's rung goes and every rung below moves up one.
      *> Their challenges stay in the history under the surrogate; an
      *> open one is voided, as there is no one left to play it.
       SCRUB-LADDER-ROW.
           EVALUATE LAD-TYPE
               WHEN "L"
                   IF LAD-L-BADGE = WS-LEAVER-BADGE
                       SET ROW-DROPPED TO TRUE
                       SET RUNG-REMOVED TO TRUE
                   ELSE
                       IF RUNG-REMOVED
                           SUBTRACT 1 FROM LAD-L-RUNG
                           SET ROW-CHANGED TO TRUE
                       END-IF
                   END-IF
               WHEN "K"
                   IF LAD-K-CHALLENGER = WS-LEAVER-BADGE
                       MOVE WS-SURROGATE TO LAD-K-CHALLENGER
                       SET ROW-CHANGED TO TRUE
                   END-IF
                   IF LAD-K-DEFENDER = WS-LEAVER-BADGE
                       MOVE WS-SURROGATE TO LAD-K-DEFENDER
                       SET ROW-CHANGED TO TRUE
                   END-IF
                   IF ROW-CHANGED AND LAD-K-STATUS = "O"
                       MOVE "V" TO LAD-K-STATUS
                       MOVE WS-RUN-TS TO LAD-K-SETTLED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPLACE-TARGET-FILE.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT WORK-FILE.
           PERFORM UNTIL END-OF-WORK
               READ WORK-FILE
                   AT END SET END-OF-WORK TO TRUE
                   NOT AT END ADD 1 TO WS-VERIFY-COUNT
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           IF WS-VERIFY-COUNT = WS-WRITTEN-COUNT
              AND WS-READ-COUNT = WS-WRITTEN-COUNT + WS-REMOVED-COUNT
               MOVE "N" TO WS-WORK-EOF
               OPEN INPUT WORK-FILE
               OPEN OUTPUT TARGET-FILE
               PERFORM UNTIL END-OF-WORK
                   READ WORK-FILE
                       AT END SET END-OF-WORK TO TRUE
                       NOT AT END
                           MOVE WORK-LINE TO TARGET-LINE
                           WRITE TARGET-LINE
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE TARGET-FILE
               MOVE "OK" TO WS-FILE-STATUS
           ELSE
               MOVE "ERR" TO WS-FILE-STATUS
               ADD 1 TO WS-BAD-FILES
           END-IF.

       REPORT-FILE-LINE.
           DISPLAY "  " WS-TARGET-NAME " " WS-READ-COUNT " "
                   WS-CHANGED-COUNT " " WS-REMOVED-COUNT " "
                   WS-FILE-STATUS.
           IF LIVE-RUN
               MOVE SPACES TO REGISTER-RECORD
               MOVE "F" TO FR-TYPE
               MOVE WS-RUN-TS TO FR-RUN-TS
               MOVE WS-TARGET-NAME TO FR-F-NAME
               MOVE WS-READ-COUNT TO FR-F-READ
               MOVE WS-CHANGED-COUNT TO FR-F-CHANGED
               MOVE WS-REMOVED-COUNT TO FR-F-REMOVED
               MOVE WS-FILE-STATUS TO FR-F-STATUS
               PERFORM APPEND-REGISTER-LINE
           END-IF.

      *> The badge's row is tombstoned (JOKEPMU's delete - the slot
      *> stays in the probe chain) and its counts land on the
      *> surrogate's row, added in if a rerun finds one already
      *> there. Read = the badge's row, changed = the surrogate's,
      *> removed = the tombstone.
       REMOVE-FROM-PLAYER-MASTER.
           MOVE "PLAYERM.DAT" TO WS-TARGET-NAME.
           MOVE 0 TO WS-READ-COUNT WS-CHANGED-COUNT WS-REMOVED-COUNT.
           IF LIVE-RUN
               OPEN I-O PLAYER-MASTER-FILE
           ELSE
               OPEN INPUT PLAYER-MASTER-FILE
           END-IF.
           IF WS-PM-STATUS NOT = "00"
               CLOSE PLAYER-MASTER-FILE
               MOVE "ABSENT" TO WS-FILE-STATUS
               PERFORM REPORT-FILE-LINE
           ELSE
               ADD 1 TO WS-FILES-SEEN
               MOVE WS-LEAVER-BADGE TO BADGE-NUM
               PERFORM FIND-PM-SLOT
               IF NOT PM-SLOT-FOUND OR WS-PM-STATUS = "23"
                   MOVE "CLEAN" TO WS-FILE-STATUS
               ELSE
                   MOVE 1 TO WS-READ-COUNT
                   MOVE 1 TO WS-CHANGED-COUNT
                   MOVE 1 TO WS-REMOVED-COUNT
                   MOVE PM-WINS TO WS-HELD-WINS
                   MOVE PM-LOSSES TO WS-HELD-LOSSES
                   MOVE PM-DRAWS TO WS-HELD-DRAWS
                   MOVE PM-LAST-PLAYED TO WS-HELD-LAST
                   IF LIVE-RUN
                       INITIALIZE PLAYER-MASTER-RECORD
                       REWRITE PLAYER-MASTER-RECORD
                       PERFORM CARRY-TO-SURROGATE-ROW
                   ELSE
                       MOVE "DRYRUN" TO WS-FILE-STATUS
                   END-IF
               END-IF
               CLOSE PLAYER-MASTER-FILE
               ADD WS-CHANGED-COUNT TO WS-TOT-CHANGED
               ADD WS-REMOVED-COUNT TO WS-TOT-REMOVED
               PERFORM REPORT-FILE-LINE
           END-IF.

       CARRY-TO-SURROGATE-ROW.
           MOVE WS-SURROGATE TO BADGE-NUM.
           PERFORM FIND-PM-SLOT.
           IF NOT PM-SLOT-FOUND
               DISPLAY "WARNING: PLAYER-MASTER table is full ("
                       WS-PM-TABLE-SIZE " slots) - the badge's"
                       " counts could not be carried"
               MOVE "ERR" TO WS-FILE-STATUS
               ADD 1 TO WS-BAD-FILES
           ELSE
               ADD WS-HELD-WINS TO PM-WINS
               ADD WS-HELD-LOSSES TO PM-LOSSES
               ADD WS-HELD-DRAWS TO PM-DRAWS
               IF WS-HELD-LAST > PM-LAST-PLAYED
                   MOVE WS-HELD-LAST TO PM-LAST-PLAYED
               END-IF
               IF WS-PM-STATUS = "23"
                   WRITE PLAYER-MASTER-RECORD
               ELSE
                   REWRITE PLAYER-MASTER-RECORD
               END-IF
               MOVE "OK" TO WS-FILE-STATUS
           END-IF.

       PRINT-REPORT-FOOTER.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Files examined    : " WS-FILES-SEEN.
           DISPLAY "Rows anonymized   : " WS-TOT-CHANGED.
           DISPLAY "Rows removed      : " WS-TOT-REMOVED.
           EVALUATE TRUE
               WHEN NOT LIVE-RUN
                   DISPLAY "DRY RUN - nothing has been changed."
               WHEN WS-BAD-FILES > 0
                   DISPLAY "*** " WS-BAD-FILES " FILE(S) REFUSED -"
                           " left as they were; rerun for the same"
                           " badge to finish ***"
               WHEN OTHER
                   DISPLAY "REMOVAL COMPLETE - register FGTREG.DAT"
                           " updated."
           END-EVALUATE.
           DISPLAY "=================================================".

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-RECORD.
           MOVE "R" TO FR-TYPE.
           MOVE WS-RUN-TS TO FR-RUN-TS.
           MOVE WS-LEAVER-BADGE TO FR-R-BADGE.
           MOVE WS-SURROGATE TO FR-R-SURROGATE.
           MOVE WS-REASON TO FR-R-REASON.
           PERFORM APPEND-REGISTER-LINE.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO REGISTER-RECORD.
           MOVE "E" TO FR-TYPE.
           MOVE WS-RUN-TS TO FR-RUN-TS.
           MOVE WS-FILES-SEEN TO FR-E-FILES.
           MOVE WS-TOT-CHANGED TO FR-E-CHANGED.
           MOVE WS-TOT-REMOVED TO FR-E-REMOVED.
           IF WS-BAD-FILES = 0
               MOVE "OK" TO FR-E-STATUS
           ELSE
               MOVE "ERR" TO FR-E-STATUS
           END-IF.
           PERFORM APPEND-REGISTER-LINE.

       APPEND-REGISTER-LINE.
           OPEN EXTEND REGISTER-FILE.
           WRITE REGISTER-RECORD.
           CLOSE REGISTER-FILE.

      *> The table size every probe in this run uses. A missing or
      *> junk PMSIZE.DAT leaves the 99991 the table was born with -
      *> only JOKEREO ever writes a different value, and only after
      *> the rebuild at that size has proved out.
       LOAD-PM-TABLE-SIZE.
           OPEN INPUT PM-SIZE-FILE.
           IF WS-SIZE-STATUS = "00"
               READ PM-SIZE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PMS-TABLE-SIZE NUMERIC
                          AND PMS-TABLE-SIZE > 0
                           MOVE PMS-TABLE-SIZE TO WS-PM-TABLE-SIZE
                       END-IF
               END-READ
           END-IF.
           CLOSE PM-SIZE-FILE.

      *> Hashes BADGE-NUM down to a slot within WS-PM-TABLE-SIZE and
      *> probes linearly on collision - the same scheme as JOKENPO,
      *> JOKEBAT and JOKEREC, and it must stay in step with them. On
      *> return WS-PM-STATUS is "23" when the badge has never been
      *> written (the record area holds a fresh INITIALIZEd row).
       FIND-PM-SLOT.
           COMPUTE WS-PM-SLOT =
               FUNCTION MOD(BADGE-NUM, WS-PM-TABLE-SIZE) + 1.
           MOVE "N" TO WS-PM-FOUND.
           MOVE 0 TO WS-PM-PROBE-COUNT.
           PERFORM UNTIL PM-SLOT-FOUND
                      OR WS-PM-PROBE-COUNT >= WS-PM-TABLE-SIZE
               MOVE WS-PM-SLOT TO PM-REL-KEY
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       INITIALIZE PLAYER-MASTER-RECORD
                       MOVE BADGE-NUM TO PM-BADGE
                       SET PM-SLOT-FOUND TO TRUE
                   NOT INVALID KEY
                       IF PM-BADGE = BADGE-NUM
                           SET PM-SLOT-FOUND TO TRUE
                       ELSE
                           ADD 1 TO WS-PM-SLOT
                           IF WS-PM-SLOT > WS-PM-TABLE-SIZE
                               MOVE 1 TO WS-PM-SLOT
                           END-IF
                           ADD 1 TO WS-PM-PROBE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
