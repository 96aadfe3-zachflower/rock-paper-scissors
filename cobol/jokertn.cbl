       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKERTN.
      *> Departmental return files - the answer to each department's
      *> inbound batches. What used to go back was one undifferentiated
      *> TXNOUT.DAT plus whatever sat in TXNREJ.DAT and TXNRJB.DAT,
      *> and every department had to dig its own rows out. Run after
      *> JOKEBAT, this cuts one file per department and business date,
      *> RTN<dept><yyyymmdd>.DAT, in the batches' own H/D/T shape:
      *>
      *>   H  the batch header, echoed exactly as it was submitted
      *>   D  every row the batch carried, in submitted order, with
      *>      what became of it (see RETURN-DETAIL below)
      *>   T  the department, the row count the header declared, and
      *>      how many rows were accepted, rejected and played - the
      *>      three add up to the declared count on any batch that
      *>      balanced. On a bounced batch the rejected count is the
      *>      rows that actually arrived, and the T line's status
      *>      (B1-B4) says why that differs.
      *>
      *> The batches come off JOKEDIT's ledger, TXNLDG.DAT (see
      *> TXNLDGR), which knows each row's edit outcome and the
      *> TXNACC.DAT row it became; what JOKEBAT made of that row
      *> comes off TXNRES.DAT (see TXNRESR). Rows JOKEDIT took as
      *> strays (E7) or recycled from JOKEREJ are in no batch and go
      *> back through the reject process as before.
      *>
      *> Every file cut is logged to RTNREG.DAT (see RTNREGR) - the
      *> register of which departments have been sent their results
      *> for the day. A department that resubmits a bounced batch a
      *> day or more later gets it added to the return file for the
      *> batch's business date: the lines the latest earlier run date
      *> registered are carried over and the new batches follow
      *> them. A rerun on the same run date re-cuts its own batches
      *> but carries the same lines, so nothing an earlier run date
      *> returned is ever lost.
      *>
      *> Refuses to run (RC 8) until today's JOKEBAT has ENDed OK
      *> after the last JOKEDIT, since the ledger and the results
      *> must come from the same feed. RC 4 when an accepted row has
      *> no result yet or a balanced batch doesn't add up.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "TXNLDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO "TXNRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> One return file per department and business date, named with
      *> ASSIGN USING the way JOKEXTR names its interface files.
           SELECT RETURN-FILE ASSIGN USING WS-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
      *> Holds the lines carried over while the file is cut again.
           SELECT WORK-FILE ASSIGN TO "RTNWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Appended only once a return file is complete and closed, so
      *> every register line stands for a file that could be sent.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "RTNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01 LEDGER-RECORD.
           COPY TXNLDGR.
       FD  RESULT-FILE.
       01 RESULT-RECORD.
           COPY TXNRESR.
       FD  RETURN-FILE.
       01 RETURN-RECORD PIC X(80).
       FD  WORK-FILE.
       01 WORK-LINE PIC X(80).
       FD  REGISTER-FILE.
       01 REGISTER-RECORD.
           COPY RTNREGR.
       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTLR.
       WORKING-STORAGE SECTION.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-TS PIC X(14).
           01 WS-RETURN-NAME PIC X(19).
           01 WS-NAME-DEPT PIC X(4).
           01 WS-NAME-DATE PIC X(8).
           01 WS-RTN-STATUS PIC XX.
           01 WS-REG-EOF PIC X.
               88 END-OF-REGISTER VALUE "Y".
           01 WS-RTN-EOF PIC X.
               88 END-OF-RETURN VALUE "Y".
           01 WS-WORK-EOF PIC X.
               88 END-OF-WORK VALUE "Y".
      *> Lines to carry from the earlier run date, and the lines
      *> written.
           01 WS-CARRY-LINES PIC 9(8).
           01 WS-CARRIED PIC 9(8).
           01 WS-FILE-LINES PIC 9(8).
           01 WS-LDG-EOF PIC X.
               88 END-OF-LEDGER VALUE "Y".
           01 WS-RES-EOF PIC X VALUE "N".
               88 END-OF-RESULTS VALUE "Y".
           01 WS-RCTL-EOF PIC X VALUE "N".
               88 END-OF-RUN-CONTROL VALUE "Y".
      *> Latest clean ENDs of the day's edit and play - the play must
      *> be the later, or the results answer an older feed.
           01 WS-EDIT-ENDED PIC X(14) VALUE SPACES.
           01 WS-BAT-ENDED PIC X(14) VALUE SPACES.
           01 WS-RC-PHASE PIC X(5).
           01 WS-RC-COUNT PIC 9(8).
           01 WS-RC-STATUS PIC X(4).
           01 WS-RES-GAME.
               COPY GAMELOGR
                   REPLACING LEADING ==LOG-== BY ==RSG-==.
      *> JOKEBAT's results, held by TXNACC.DAT row number - the row
      *> number is the subscript.
           01 RSL-MAX PIC 9(8) VALUE 20000.
           01 RSL-TABLE.
               05 RSL-ENTRY OCCURS 20000 TIMES.
                   10 RSL-STATE PIC X.
                       88 RSL-HELD VALUE "Y".
                   10 RSL-REC-TYPE PIC X.
                   10 RSL-PLAYER-CODE PIC 9.
                   10 RSL-PC-CODE PIC 9.
                   10 RSL-RESULT-CODE PIC 9.
                   10 RSL-SEQ-NO PIC 9(8).
           01 WS-RES-READ PIC 9(8) VALUE 0.
           01 WS-RES-OVER PIC 9(8) VALUE 0.
           01 WS-ROW PIC 9(8).
      *> The department/business-date pairs on the ledger, in the
      *> order their first batch was settled - one return file each.
           01 RTF-COUNT PIC 9(4) VALUE 0.
           01 RTF-TABLE.
               05 RTF-ENTRY OCCURS 200 TIMES INDEXED BY RTF-IDX.
                   10 RTF-DEPT PIC X(4).
                   10 RTF-BUS-DATE PIC X(8).
           01 WS-RTF-FOUND PIC X.
               88 RTF-ALREADY-LISTED VALUE "Y".
           01 WS-RTF-SKIPPED PIC 9(4) VALUE 0.
      *> The batch in hand, and the file in hand.
           01 WS-BAT-ACCEPTED PIC 9(6).
           01 WS-BAT-REJECTED PIC 9(6).
           01 WS-BAT-PLAYED PIC 9(6).
           01 WS-BAT-TOTAL PIC 9(6).
           01 WS-FILE-BATCHES PIC 9(4).
           01 WS-FILE-BOUNCED PIC 9(4).
           01 WS-FILE-DECLARED PIC 9(8).
           01 WS-FILE-ACCEPTED PIC 9(8).
           01 WS-FILE-REJECTED PIC 9(8).
           01 WS-FILE-PLAYED PIC 9(8).
      *> Run totals for the report.
           01 WS-FILES-CUT PIC 9(4) VALUE 0.
           01 WS-RUN-BATCHES PIC 9(6) VALUE 0.
           01 WS-RUN-ACCEPTED PIC 9(8) VALUE 0.
           01 WS-RUN-REJECTED PIC 9(8) VALUE 0.
           01 WS-RUN-PLAYED PIC 9(8) VALUE 0.
           01 WS-UNBALANCED PIC 9(6) VALUE 0.
      *> The return file formats, told apart by the type byte in
      *> column 1 like the inbound batches. The H line is the
      *> department's own header, so only D and T are laid out here.
      *> This layout is the contract with the departments - change
      *> it only in step with them, and with JOKEFGT, which finds a
      *> removed badge at the front of RTD-TXN.
           01 RETURN-DETAIL.
               05 RTD-REC-TYPE PIC X.
               05 FILLER PIC X.
               05 RTD-ROW-NO PIC 9(6).
      *>       The row's place in its batch.
               05 FILLER PIC X.
               05 RTD-TXN PIC X(44).
      *>       The row exactly as submitted.
               05 FILLER PIC X.
               05 RTD-STATUS PIC XX.
      *>       PL = played (result fields below), AC = accepted but
      *>       not played yet, E1-E8 = rejected by the edit with
      *>       that error (it waits in TXNREJ.DAT), B1-B4 = bounced
      *>       with its whole batch (resubmit it from TXNRJB.DAT).
               05 FILLER PIC X.
               05 RTD-PLAYER-CODE PIC X.
               05 FILLER PIC X.
               05 RTD-PC-CODE PIC X.
               05 FILLER PIC X.
               05 RTD-RESULT-CODE PIC X.
      *>       Played rows only (see GAMELOGR): choice codes and
      *>       1 = won, 2 = lost, 3 = draw, 9 = not honoured. For a
      *>       correction it is the corrected result that now stands.
               05 FILLER PIC X.
               05 RTD-OUT-TYPE PIC X.
      *>       "S" a game, "C" a correction applied.
               05 FILLER PIC X.
               05 RTD-SEQ-NO PIC X(8).
      *>       The game-log sequence number of the result record.
           01 RETURN-TRAILER.
               05 RTT-REC-TYPE PIC X.
               05 FILLER PIC X.
               05 RTT-DEPT PIC X(4).
               05 FILLER PIC X.
               05 RTT-DECLARED PIC 9(6).
               05 FILLER PIC X.
               05 RTT-ACCEPTED PIC 9(6).
               05 FILLER PIC X.
               05 RTT-REJECTED PIC 9(6).
               05 FILLER PIC X.
               05 RTT-PLAYED PIC 9(6).
               05 FILLER PIC X.
               05 RTT-STATUS PIC XX.
      *>       OK = the batch balanced and was edited, B1-B4 = it
      *>       bounced whole (see JOKEDIT).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TS.
           PERFORM CHECK-PLAY-COMPLETED.
           IF WS-BAT-ENDED = SPACES
               DISPLAY "JOKERTN REFUSED: RUNCTL.DAT shows no completed"
                       " JOKEBAT run for " WS-CURRENT-DATE(1:8)
               DISPLAY "The day's results are not in yet - run JOKEBAT"
                       " first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BAT-ENDED < WS-EDIT-ENDED
               DISPLAY "JOKERTN REFUSED: JOKEDIT ended again at "
                       WS-EDIT-ENDED " after JOKEBAT ended at "
                       WS-BAT-ENDED
               DISPLAY "TXNRES.DAT answers an older feed - run JOKEBAT"
                       " on the new one first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "START" TO WS-RC-PHASE.
           MOVE 0 TO WS-RC-COUNT.
           MOVE SPACES TO WS-RC-STATUS.
           PERFORM WRITE-RUN-CONTROL.

           PERFORM LOAD-RESULTS.
           PERFORM LIST-RETURN-FILES.

           DISPLAY "=================================================".
           DISPLAY "DEPARTMENT RETURN FILES - RUN "
                   WS-CURRENT-DATE(1:8).
           DISPLAY "=================================================".
           DISPLAY "Results held from TXNRES.DAT: " WS-RES-READ.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Dept Date     File                Batches"
                   "  Acc    Rej    Played".
           PERFORM VARYING RTF-IDX FROM 1 BY 1
                   UNTIL RTF-IDX > RTF-COUNT
               PERFORM BUILD-RETURN-FILE
           END-PERFORM.
           IF RTF-COUNT = 0
               DISPLAY "  (no batches on TXNLDG.DAT)"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Files cut      : " WS-FILES-CUT.
           DISPLAY "Batches        : " WS-RUN-BATCHES.
           DISPLAY "Rows accepted  : " WS-RUN-ACCEPTED
                   " (not played yet)".
           DISPLAY "Rows rejected  : " WS-RUN-REJECTED.
           DISPLAY "Rows played    : " WS-RUN-PLAYED.
           IF WS-RUN-ACCEPTED > 0
               DISPLAY "WARNING: " WS-RUN-ACCEPTED " accepted rows have"
                       " no JOKEBAT result - returned as AC"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-UNBALANCED > 0
               DISPLAY "WARNING: " WS-UNBALANCED " balanced batches"
                       " do not add up to their declared count"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "=================================================".

           MOVE "END" TO WS-RC-PHASE.
           MOVE WS-FILES-CUT TO WS-RC-COUNT.
           MOVE "OK" TO WS-RC-STATUS.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

      *> Takes the LAST clean END of each - JOKEDIT rerun after the
      *> play leaves a ledger JOKEBAT never saw.
       CHECK-PLAY-COMPLETED.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM UNTIL END-OF-RUN-CONTROL
               READ RUN-CONTROL-FILE
                   AT END SET END-OF-RUN-CONTROL TO TRUE
                   NOT AT END
                       IF RC-DATE = WS-CURRENT-DATE(1:8)
                          AND RC-PHASE = "END"
                          AND RC-STATUS = "OK"
                           EVALUATE RC-PROGRAM
                               WHEN "JOKEDIT"
                                   MOVE RC-TIMESTAMP TO WS-EDIT-ENDED
                               WHEN "JOKEBAT"
                                   MOVE RC-TIMESTAMP TO WS-BAT-ENDED
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

       WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-CURRENT-DATE(1:8) TO RC-DATE.
           MOVE "JOKERTN" TO RC-PROGRAM.
           MOVE WS-RC-PHASE TO RC-PHASE.
           MOVE WS-CURRENT-DATE(1:14) TO RC-TIMESTAMP.
           MOVE WS-RC-COUNT TO RC-COUNT.
           MOVE WS-RC-STATUS TO RC-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *> A row replayed after a JOKEBAT restart is on the trail twice;
      *> the later line overwrites the earlier, as it should.
       LOAD-RESULTS.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > RSL-MAX
               MOVE "N" TO RSL-STATE(WS-ROW)
           END-PERFORM.
           OPEN INPUT RESULT-FILE.
           PERFORM UNTIL END-OF-RESULTS
               READ RESULT-FILE
                   AT END SET END-OF-RESULTS TO TRUE
                   NOT AT END
                       IF RES-ACC-ROW NUMERIC
                          AND RES-ACC-ROW > 0
                          AND RES-ACC-ROW NOT > RSL-MAX
                           PERFORM HOLD-RESULT
                       ELSE
                           ADD 1 TO WS-RES-OVER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULT-FILE.
           IF WS-RES-OVER > 0
               DISPLAY "WARNING: more than 20000 rows in TXNRES.DAT -"
                       " overflow ignored (" WS-RES-OVER " lines)"
           END-IF.

       HOLD-RESULT.
           ADD 1 TO WS-RES-READ.
           MOVE RES-ACC-ROW TO WS-ROW.
           MOVE RES-GAME TO WS-RES-GAME.
           SET RSL-HELD(WS-ROW) TO TRUE.
           MOVE RSG-REC-TYPE TO RSL-REC-TYPE(WS-ROW).
           MOVE RSG-PLAYER-CODE TO RSL-PLAYER-CODE(WS-ROW).
           MOVE RSG-PC-CODE TO RSL-PC-CODE(WS-ROW).
           MOVE RSG-RESULT-CODE TO RSL-RESULT-CODE(WS-ROW).
           MOVE RSG-SEQ-NO TO RSL-SEQ-NO(WS-ROW).

      *> One pass of the ledger's H lines for the distinct
      *> department/business-date pairs.
       LIST-RETURN-FILES.
           MOVE "N" TO WS-LDG-EOF.
           OPEN INPUT LEDGER-FILE.
           PERFORM UNTIL END-OF-LEDGER
               READ LEDGER-FILE
                   AT END SET END-OF-LEDGER TO TRUE
                   NOT AT END
                       IF LDG-REC-TYPE = "H"
                           PERFORM FIND-OR-ADD-RETURN-FILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
           IF WS-RTF-SKIPPED > 0
               DISPLAY "WARNING: more than 200 department/date pairs"
                       " on TXNLDG.DAT - " WS-RTF-SKIPPED " batches"
                       " not returned this run"
               MOVE 4 TO RETURN-CODE
           END-IF.

       FIND-OR-ADD-RETURN-FILE.
           MOVE "N" TO WS-RTF-FOUND.
           PERFORM VARYING RTF-IDX FROM 1 BY 1
                   UNTIL RTF-IDX > RTF-COUNT
               IF RTF-DEPT(RTF-IDX) = LDG-DEPT
                  AND RTF-BUS-DATE(RTF-IDX) = LDG-BUS-DATE
                   SET RTF-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT RTF-ALREADY-LISTED
               IF RTF-COUNT >= 200
                   ADD 1 TO WS-RTF-SKIPPED
               ELSE
                   ADD 1 TO RTF-COUNT
                   SET RTF-IDX TO RTF-COUNT
                   MOVE LDG-DEPT TO RTF-DEPT(RTF-IDX)
                   MOVE LDG-BUS-DATE TO RTF-BUS-DATE(RTF-IDX)
               END-IF
           END-IF.

      *> One pass of the ledger per file, taking the pair's batches
      *> in the order JOKEDIT settled them. A blank in the department
      *> or date (only ever on a batch that bounced) is written as
      *> "_" so the file name stays one word.
       BUILD-RETURN-FILE.
           MOVE RTF-DEPT(RTF-IDX) TO WS-NAME-DEPT.
           MOVE RTF-BUS-DATE(RTF-IDX) TO WS-NAME-DATE.
           INSPECT WS-NAME-DEPT REPLACING ALL SPACE BY "_".
           INSPECT WS-NAME-DATE REPLACING ALL SPACE BY "_".
           MOVE SPACES TO WS-RETURN-NAME.
           STRING "RTN" DELIMITED SIZE
                  WS-NAME-DEPT DELIMITED SIZE
                  WS-NAME-DATE DELIMITED SIZE
                  ".DAT" DELIMITED SIZE
               INTO WS-RETURN-NAME.
           MOVE 0 TO WS-FILE-BATCHES.
           MOVE 0 TO WS-FILE-BOUNCED.
           MOVE 0 TO WS-FILE-DECLARED.
           MOVE 0 TO WS-FILE-ACCEPTED.
           MOVE 0 TO WS-FILE-REJECTED.
           MOVE 0 TO WS-FILE-PLAYED.
           MOVE 0 TO WS-CARRIED.
           MOVE 0 TO WS-FILE-LINES.

           PERFORM FIND-EARLIER-RETURN.
           IF WS-CARRY-LINES > 0
               PERFORM CARRY-EARLIER-LINES
           END-IF.
           OPEN OUTPUT RETURN-FILE.
           IF WS-CARRIED > 0
               PERFORM RESTORE-CARRIED-LINES
           END-IF.
           MOVE "N" TO WS-LDG-EOF.
           OPEN INPUT LEDGER-FILE.
           PERFORM UNTIL END-OF-LEDGER
               READ LEDGER-FILE
                   AT END SET END-OF-LEDGER TO TRUE
                   NOT AT END
                       IF LDG-DEPT = RTF-DEPT(RTF-IDX)
                          AND LDG-BUS-DATE = RTF-BUS-DATE(RTF-IDX)
                           EVALUATE LDG-REC-TYPE
                               WHEN "H"
                                   PERFORM RETURN-BATCH-HEADER
                               WHEN "D"
                                   PERFORM RETURN-BATCH-ROW
                               WHEN "T"
                                   PERFORM RETURN-BATCH-TRAILER
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
           CLOSE RETURN-FILE.
           PERFORM WRITE-REGISTER-LINE.

           ADD 1 TO WS-FILES-CUT.
           ADD WS-FILE-BATCHES TO WS-RUN-BATCHES.
           ADD WS-FILE-ACCEPTED TO WS-RUN-ACCEPTED.
           ADD WS-FILE-REJECTED TO WS-RUN-REJECTED.
           ADD WS-FILE-PLAYED TO WS-RUN-PLAYED.
           DISPLAY RTF-DEPT(RTF-IDX) " " RTF-BUS-DATE(RTF-IDX) " "
                   WS-RETURN-NAME " " WS-FILE-BATCHES
                   "   " WS-FILE-ACCEPTED(3:6)
                   " " WS-FILE-REJECTED(3:6)
                   " " WS-FILE-PLAYED(3:6).
           IF WS-CARRIED > 0
               DISPLAY "     added behind " WS-CARRIED
                       " lines from an earlier run date"
           END-IF.

      *> The latest register line for the pair from an earlier run
      *> date says how much of the file is that date's to keep.
      *> The register is appended in run order, so the last such
      *> line read is the one that stands. A line with no count on it
      *> is damage: the file is cut afresh, with a warning, as for a
      *> file gone missing.
       FIND-EARLIER-RETURN.
           MOVE 0 TO WS-CARRY-LINES.
           MOVE "N" TO WS-REG-EOF.
           OPEN INPUT REGISTER-FILE.
           PERFORM UNTIL END-OF-REGISTER
               READ REGISTER-FILE
                   AT END SET END-OF-REGISTER TO TRUE
                   NOT AT END
                       IF RTR-DEPT = RTF-DEPT(RTF-IDX)
                          AND RTR-BUS-DATE = RTF-BUS-DATE(RTF-IDX)
                          AND RTR-CREATED(1:8) < WS-RUN-TS(1:8)
                           IF RTR-LINES NUMERIC
                               MOVE RTR-LINES TO WS-CARRY-LINES
                           ELSE
                               DISPLAY "WARNING: RTNREG.DAT line for "
                                       RTR-FILE-NAME " has no line"
                                       " count - cut afresh"
                               MOVE 4 TO RETURN-CODE
                               MOVE 0 TO WS-CARRY-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.

      *> Copies the earlier run date's lines aside before the file is
      *> cut again. A file gone missing since is cut afresh, with a
      *> warning - the earlier batches must then be sent by hand.
       CARRY-EARLIER-LINES.
           OPEN INPUT RETURN-FILE.
           IF WS-RTN-STATUS NOT = "00"
               DISPLAY "WARNING: " WS-RETURN-NAME " was registered on"
                       " an earlier run date but cannot be read ("
                       WS-RTN-STATUS ") - cut afresh"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN OUTPUT WORK-FILE
               MOVE "N" TO WS-RTN-EOF
               PERFORM UNTIL END-OF-RETURN
                       OR WS-CARRIED >= WS-CARRY-LINES
                   READ RETURN-FILE
                       AT END SET END-OF-RETURN TO TRUE
                       NOT AT END
                           MOVE RETURN-RECORD TO WORK-LINE
                           WRITE WORK-LINE
                           ADD 1 TO WS-CARRIED
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE RETURN-FILE
           END-IF.

       RESTORE-CARRIED-LINES.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT WORK-FILE.
           PERFORM UNTIL END-OF-WORK
               READ WORK-FILE
                   AT END SET END-OF-WORK TO TRUE
                   NOT AT END
                       MOVE WORK-LINE TO RETURN-RECORD
                       WRITE RETURN-RECORD
                       ADD 1 TO WS-FILE-LINES
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.

       RETURN-BATCH-HEADER.
           MOVE 0 TO WS-BAT-ACCEPTED.
           MOVE 0 TO WS-BAT-REJECTED.
           MOVE 0 TO WS-BAT-PLAYED.
           ADD 1 TO WS-FILE-BATCHES.
           MOVE LDG-IMAGE TO RETURN-RECORD.
           WRITE RETURN-RECORD.
           ADD 1 TO WS-FILE-LINES.

      *> An accepted row is played once JOKEBAT has left a result
      *> for its TXNACC.DAT row; until then it goes back as AC.
       RETURN-BATCH-ROW.
           MOVE SPACES TO RETURN-DETAIL.
           MOVE "D" TO RTD-REC-TYPE.
           MOVE LDG-ROW-NO TO RTD-ROW-NO.
           MOVE LDG-IMAGE TO RTD-TXN.
           MOVE LDG-ACC-ROW TO WS-ROW.
           EVALUATE TRUE
               WHEN LDG-DISP NOT = "OK"
                   MOVE LDG-DISP TO RTD-STATUS
                   ADD 1 TO WS-BAT-REJECTED
               WHEN WS-ROW = 0 OR WS-ROW > RSL-MAX
                   MOVE "AC" TO RTD-STATUS
                   ADD 1 TO WS-BAT-ACCEPTED
               WHEN NOT RSL-HELD(WS-ROW)
                   MOVE "AC" TO RTD-STATUS
                   ADD 1 TO WS-BAT-ACCEPTED
               WHEN OTHER
                   MOVE "PL" TO RTD-STATUS
                   MOVE RSL-PLAYER-CODE(WS-ROW) TO RTD-PLAYER-CODE
                   MOVE RSL-PC-CODE(WS-ROW) TO RTD-PC-CODE
                   MOVE RSL-RESULT-CODE(WS-ROW) TO RTD-RESULT-CODE
                   MOVE RSL-REC-TYPE(WS-ROW) TO RTD-OUT-TYPE
                   MOVE RSL-SEQ-NO(WS-ROW) TO RTD-SEQ-NO
                   ADD 1 TO WS-BAT-PLAYED
           END-EVALUATE.
           WRITE RETURN-RECORD FROM RETURN-DETAIL.
           ADD 1 TO WS-FILE-LINES.

      *> A batch that balanced must add up to what it declared - if
      *> it doesn't, the ledger is damaged and the file says so.
       RETURN-BATCH-TRAILER.
           MOVE SPACES TO RETURN-TRAILER.
           MOVE "T" TO RTT-REC-TYPE.
           MOVE LDG-DEPT TO RTT-DEPT.
           MOVE LDG-DECLARED TO RTT-DECLARED.
           MOVE WS-BAT-ACCEPTED TO RTT-ACCEPTED.
           MOVE WS-BAT-REJECTED TO RTT-REJECTED.
           MOVE WS-BAT-PLAYED TO RTT-PLAYED.
           MOVE LDG-DISP TO RTT-STATUS.
           WRITE RETURN-RECORD FROM RETURN-TRAILER.
           ADD 1 TO WS-FILE-LINES.

           COMPUTE WS-BAT-TOTAL = WS-BAT-ACCEPTED + WS-BAT-REJECTED
                                + WS-BAT-PLAYED.
           IF LDG-DISP = "OK" AND WS-BAT-TOTAL NOT = LDG-DECLARED
               DISPLAY "WARNING: batch " LDG-BATCH-NO " from "
                       LDG-DEPT " returns " WS-BAT-TOTAL
                       " rows against " LDG-DECLARED " declared"
               ADD 1 TO WS-UNBALANCED
           END-IF.
           IF LDG-DISP NOT = "OK"
               ADD 1 TO WS-FILE-BOUNCED
           END-IF.
           ADD LDG-DECLARED TO WS-FILE-DECLARED.
           ADD WS-BAT-ACCEPTED TO WS-FILE-ACCEPTED.
           ADD WS-BAT-REJECTED TO WS-FILE-REJECTED.
           ADD WS-BAT-PLAYED TO WS-FILE-PLAYED.

       WRITE-REGISTER-LINE.
           OPEN EXTEND REGISTER-FILE.
           MOVE SPACES TO REGISTER-RECORD.
           MOVE RTF-DEPT(RTF-IDX) TO RTR-DEPT.
           MOVE RTF-BUS-DATE(RTF-IDX) TO RTR-BUS-DATE.
           MOVE WS-RUN-TS TO RTR-CREATED.
           MOVE WS-RETURN-NAME TO RTR-FILE-NAME.
           MOVE WS-FILE-BATCHES TO RTR-BATCHES.
           MOVE WS-FILE-BOUNCED TO RTR-BOUNCED.
           MOVE WS-FILE-DECLARED TO RTR-DECLARED.
           MOVE WS-FILE-ACCEPTED TO RTR-ACCEPTED.
           MOVE WS-FILE-REJECTED TO RTR-REJECTED.
           MOVE WS-FILE-PLAYED TO RTR-PLAYED.
           MOVE WS-CARRIED TO RTR-CARRIED.
           MOVE WS-FILE-LINES TO RTR-LINES.
           WRITE REGISTER-RECORD.
           CLOSE REGISTER-FILE.
