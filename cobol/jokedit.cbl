      *> department. Rows JOKEREJ recycles arrive batchless by
      *> design - they are our own, already inside the control.
      *>
      *> Every batch's fate is also written row by row to the batch
      *> ledger, TXNLDG.DAT (see TXNLDGR): its header, each row with
      *> the TXNACC.DAT row it became or the code it was turned away
      *> with, and its trailer. JOKERTN joins that to what JOKEBAT
      *> played to answer each department's batches.
      *>
      *> Error codes (first failure wins when a row has several):
      *>   E1 = badge not numeric, or zero
      *>   E2 = player choice not one of the variant's legal picks
      *>   E6 = correction row with a bad corrected result code, or
      *>        naming no original game (no timestamp and no seed)
      *>   E7 = row (or stray trailer) outside any batch
      *>   E8 = game row for a badge HR doesn't know, or one HR has
      *>        terminated as of the run date (EMPREF.DAT, loaded
      *>        nightly by JOKEHRL) - a correction row is exempt, it
      *>        amends a game whose badge was checked when it played
      *> Batch rejection reasons (the whole batch bounces):
      *>   B1 = trailer missing, or header/trailer departments differ
      *>        (a truncated or concatenated transfer)
      *> through TXNIN.DAT, never row-by-row surgery here.
           SELECT OPTIONAL BATCH-REJ-FILE ASSIGN TO "TXNRJB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> The run's batch ledger - rewritten each run, like
      *> TXNACC.DAT, so the two always describe the same feed.
           SELECT LEDGER-FILE ASSIGN TO "TXNLDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Rows JOKEREJ repaired since the last run, re-edited here
      *> after the day's feed and cleared once read - so a repaired
      *> reject flows back in automatically instead of waiting for
      *> JOKEBAT is the one that checks for our END before playing.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> HR's employee reference (see EMPREFR), read whole for the E8
      *> badge check. A shop not yet on the HR feed has no file - the
      *> check is skipped with a warning rather than rejecting every
      *> row in the feed.
           SELECT OPTIONAL EMP-REF-FILE ASSIGN TO "EMPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-IN-FILE.
           COPY RUNCTLR.
       FD  BATCH-REJ-FILE.
       01 BATCH-REJ-RECORD PIC X(80).
       FD  EMP-REF-FILE.
       01 EMP-REF-RECORD.
           COPY EMPREFR.
       FD  LEDGER-FILE.
       01 LEDGER-RECORD.
           COPY TXNLDGR.
       WORKING-STORAGE SECTION.
           01 WS-EOF PIC X VALUE "N".
               88 END-OF-TXN-IN VALUE "Y".
           01 WS-E5-COUNT PIC 9(8) VALUE 0.
           01 WS-E6-COUNT PIC 9(8) VALUE 0.
           01 WS-E7-COUNT PIC 9(8) VALUE 0.
           01 WS-E8-COUNT PIC 9(8) VALUE 0.
           01 WS-CURRENT-DATE PIC X(21).
      *> The batch in hand. Its rows are buffered whole and only
      *> edited once the trailer has balanced - an out-of-balance
           01 WS-BATCH-OK PIC 9(4) VALUE 0.
           01 WS-BATCH-REJ PIC 9(4) VALUE 0.
           01 WS-BOUNCED-ROWS PIC 9(8) VALUE 0.
      *> The ledger line in hand (see WRITE-LEDGER-ROW).
           01 WS-LDG-DISP PIC XX.
           01 WS-LDG-ROW-NO PIC 9(6).
           01 WS-LDG-ACC-ROW PIC 9(8).
           01 WS-LDG-IMAGE PIC X(80).
      *> Where the row in hand came from, for the reject stamp and
      *> the per-department breakout: the open batch's department,
      *> the recycle record's, or "????" for a stray.
                   10 MAP-BADGE PIC 9(6).
                   10 MAP-DEPT-CODE PIC X(4).
           01 WS-WORK-CODE PIC X(4).
           01 WS-EMP-EOF PIC X VALUE "N".
               88 END-OF-EMP-REF VALUE "Y".
           01 EMP-COUNT PIC 9(4) VALUE 0.
           01 EMP-TABLE.
               05 EMP-ENTRY OCCURS 2000 TIMES INDEXED BY EMP-IDX.
                   10 EMP-BADGE PIC 9(6).
                   10 EMP-STATUS PIC X.
                   10 EMP-EFFECTIVE PIC X(8).
           01 WS-EMP-STATE PIC X.
               88 EMP-MAY-PLAY VALUE "Y".
           01 WS-RC-PHASE PIC X(5).
           01 WS-RC-COUNT PIC 9(8).
           01 WS-RC-STATUS PIC X(4).
           PERFORM WRITE-RUN-CONTROL.

           PERFORM LOAD-DEPT-REF.
           PERFORM LOAD-EMPLOYEE-REF.

           OPEN INPUT TXN-IN-FILE.
           OPEN OUTPUT ACCEPT-FILE.
           OPEN EXTEND REJECT-FILE.
           OPEN OUTPUT LEDGER-FILE.

           PERFORM UNTIL END-OF-TXN-IN
               READ TXN-IN-FILE
      *> End of file with a batch still open is the truncated
      *> transfer this control exists to catch.
           IF BATCH-OPEN
               IF NOT BATCH-SPILLED
                   MOVE "B1" TO WS-BATCH-REASON
               END-IF
               MOVE "N" TO WS-TRL-PRESENT
               PERFORM REJECT-CURRENT-BATCH
           END-IF.
           CLOSE TXN-IN-FILE.
           CLOSE ACCEPT-FILE.
           CLOSE REJECT-FILE.
           CLOSE LEDGER-FILE.

           MOVE "END" TO WS-RC-PHASE.
           MOVE WS-READ-COUNT TO WS-RC-COUNT.
           END-PERFORM.
           CLOSE DEPT-REF-FILE.

       LOAD-EMPLOYEE-REF.
           OPEN INPUT EMP-REF-FILE.
           PERFORM UNTIL END-OF-EMP-REF
               READ EMP-REF-FILE
                   AT END SET END-OF-EMP-REF TO TRUE
                   NOT AT END
                       IF EMP-COUNT < 2000
                           ADD 1 TO EMP-COUNT
                           SET EMP-IDX TO EMP-COUNT
                           MOVE ER-BADGE TO EMP-BADGE(EMP-IDX)
                           MOVE ER-STATUS TO EMP-STATUS(EMP-IDX)
                           MOVE ER-EFFECTIVE-DATE
                               TO EMP-EFFECTIVE(EMP-IDX)
                       ELSE
                           DISPLAY "WARNING: more than 2000 badges in"
                                   " EMPREF.DAT - overflow ignored"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMP-REF-FILE.
           IF EMP-COUNT = 0
               DISPLAY "WARNING: no EMPREF.DAT - E8 employee check"
                       " skipped this run"
           END-IF.

      *> A badge may play if HR lists it and has not terminated it -
      *> a termination dated after the run date hasn't happened yet.
      *> With no employee file at all every badge may play (see the
      *> EMP-REF-FILE select).
       CHECK-EMPLOYEE-BADGE.
           IF EMP-COUNT = 0
               SET EMP-MAY-PLAY TO TRUE
           ELSE
               MOVE "N" TO WS-EMP-STATE
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > EMP-COUNT
                   IF EMP-BADGE(EMP-IDX) = TXN-BADGE
                       IF EMP-STATUS(EMP-IDX) = "T"
                          AND EMP-EFFECTIVE(EMP-IDX)
                              NOT > WS-CURRENT-DATE(1:8)
                           MOVE "N" TO WS-EMP-STATE
                       ELSE
                           SET EMP-MAY-PLAY TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> Repaired rows come back through the same edit as everything
      *> else - a repair that is still wrong bounces straight back to
      *> TXNREJ.DAT, carrying its resubmission count. The recycle
      *> file carries the complete submission.
       OPEN-NEW-BATCH.
           IF BATCH-OPEN
               IF NOT BATCH-SPILLED
                   MOVE "B1" TO WS-BATCH-REASON
               END-IF
               MOVE "N" TO WS-TRL-PRESENT
               PERFORM REJECT-CURRENT-BATCH
           END-IF.
                       MOVE SPACES TO WS-BOUNCE-IMAGE
                       MOVE TXN-IN-RECORD TO WS-BOUNCE-IMAGE
                       PERFORM APPEND-BOUNCE-RECORD
                       PERFORM LEDGER-STREAMED-ROW
                   WHEN BB-COUNT >= 1000
                       PERFORM SPILL-BATCH-TO-BOUNCE
                       MOVE SPACES TO WS-BOUNCE-IMAGE
                       MOVE TXN-IN-RECORD TO WS-BOUNCE-IMAGE
                       PERFORM APPEND-BOUNCE-RECORD
                       PERFORM LEDGER-STREAMED-ROW
                   WHEN OTHER
                       ADD 1 TO BB-COUNT
                       MOVE TXN-IN-RECORD TO BB-ROW(BB-COUNT)
      *> rows go to the bounce file at once, and every further row
      *> (and the trailer) streams straight through as it arrives -
      *> the department gets its COMPLETE submission back however
      *> large it was, nothing is dropped. The reason is settled
      *> here: a lost or crossed trailer later does not change it,
      *> so the banner, the D lines and the T line all agree.
       SPILL-BATCH-TO-BOUNCE.
           IF BATCH-STILL-GOOD
               MOVE "B4" TO WS-BATCH-REASON
           PERFORM WRITE-BOUNCE-BANNER.
           MOVE WS-HDR-IMAGE TO WS-BOUNCE-IMAGE.
           PERFORM APPEND-BOUNCE-RECORD.
           PERFORM WRITE-LEDGER-HEADER.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > BB-COUNT
               MOVE SPACES TO WS-BOUNCE-IMAGE
               MOVE BB-ROW(WS-ROW-SUB) TO WS-BOUNCE-IMAGE
               PERFORM APPEND-BOUNCE-RECORD
               PERFORM LEDGER-BOUNCED-ROW
           END-PERFORM.
           SET BATCH-SPILLED TO TRUE.

      *> (crossed files), and declared, trailed and buffered counts
      *> must all agree (truncation, duplication). Only a batch that
      *> balances - and named a known department - has its rows
      *> edited at all. A spilled batch has already bounced, and
      *> keeps the reason its rows went out under to the T line.
       CLOSE-CURRENT-BATCH.
           IF NOT BATCH-OPEN
               MOVE "????" TO WS-CUR-DEPT
               MOVE TXN-IN-RECORD TO WS-TRL-IMAGE
               MOVE "Y" TO WS-TRL-PRESENT
               IF TB-DEPT NOT = WS-BATCH-DEPT
                  AND NOT BATCH-SPILLED
                   MOVE "B1" TO WS-BATCH-REASON
               END-IF
               IF BATCH-STILL-GOOD
               END-IF
           END-IF.

      *> Each row's ledger line says what the edit made of it: the
      *> TXNACC.DAT row it became, or the error it was rejected with.
       EDIT-BATCH-ROWS.
           MOVE WS-BATCH-DEPT TO WS-CUR-DEPT.
           PERFORM WRITE-LEDGER-HEADER.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > BB-COUNT
               MOVE BB-ROW(WS-ROW-SUB) TO TXN-IN-RECORD
               PERFORM EDIT-ONE-TXN
               IF TXN-CLEAN
                   MOVE "OK" TO WS-LDG-DISP
                   MOVE WS-ACCEPT-COUNT TO WS-LDG-ACC-ROW
               ELSE
                   MOVE WS-ERROR-CODE TO WS-LDG-DISP
                   MOVE 0 TO WS-LDG-ACC-ROW
               END-IF
               MOVE WS-ROW-SUB TO WS-LDG-ROW-NO
               MOVE SPACES TO WS-LDG-IMAGE
               MOVE BB-ROW(WS-ROW-SUB) TO WS-LDG-IMAGE
               PERFORM WRITE-LEDGER-ROW
           END-PERFORM.
           MOVE "OK" TO WS-LDG-DISP.
           MOVE BB-COUNT TO WS-LDG-ROW-NO.
           PERFORM WRITE-LEDGER-TRAILER.
           MOVE "????" TO WS-CUR-DEPT.

      *> The bounce is the submission verbatim - banner, header,
               PERFORM WRITE-BOUNCE-BANNER
               MOVE WS-HDR-IMAGE TO WS-BOUNCE-IMAGE
               PERFORM APPEND-BOUNCE-RECORD
               PERFORM WRITE-LEDGER-HEADER
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > BB-COUNT
                   MOVE SPACES TO WS-BOUNCE-IMAGE
                   MOVE BB-ROW(WS-ROW-SUB) TO WS-BOUNCE-IMAGE
                   PERFORM APPEND-BOUNCE-RECORD
                   PERFORM LEDGER-BOUNCED-ROW
               END-PERFORM
           END-IF.
           IF WS-TRL-PRESENT = "Y"
               MOVE WS-TRL-IMAGE TO WS-BOUNCE-IMAGE
               PERFORM APPEND-BOUNCE-RECORD
           END-IF.
           MOVE WS-BATCH-REASON TO WS-LDG-DISP.
           MOVE WS-BATCH-ROWS TO WS-LDG-ROW-NO.
           PERFORM WRITE-LEDGER-TRAILER.
           DISPLAY "BATCH REJECTED (" WS-BATCH-REASON "): dept "
                   WS-BATCH-DEPT " date " WS-BATCH-DATE " with "
                   WS-BATCH-ROWS " rows - returned on TXNRJB.DAT".
           MOVE 0 TO BB-COUNT.
           MOVE 0 TO WS-BATCH-ROWS.

      *> The batch ledger (see TXNLDGR). A batch's lines go out as
      *> it is settled - edited, or bounced - so header, rows and
      *> trailer always sit together under the one batch number.
       WRITE-LEDGER-HEADER.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE "H" TO LDG-REC-TYPE.
           MOVE WS-BATCH-READ TO LDG-BATCH-NO.
           MOVE WS-BATCH-DEPT TO LDG-DEPT.
           MOVE WS-BATCH-DATE TO LDG-BUS-DATE.
           MOVE 0 TO LDG-ROW-NO.
           MOVE WS-BATCH-DECLARED TO LDG-DECLARED.
           MOVE 0 TO LDG-ACC-ROW.
           MOVE WS-HDR-IMAGE TO LDG-IMAGE.
           WRITE LEDGER-RECORD.

       WRITE-LEDGER-ROW.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE "D" TO LDG-REC-TYPE.
           MOVE WS-BATCH-READ TO LDG-BATCH-NO.
           MOVE WS-BATCH-DEPT TO LDG-DEPT.
           MOVE WS-BATCH-DATE TO LDG-BUS-DATE.
           MOVE WS-LDG-DISP TO LDG-DISP.
           MOVE WS-LDG-ROW-NO TO LDG-ROW-NO.
           MOVE 0 TO LDG-DECLARED.
           MOVE WS-LDG-ACC-ROW TO LDG-ACC-ROW.
           MOVE WS-LDG-IMAGE TO LDG-IMAGE.
           WRITE LEDGER-RECORD.

      *> A buffered row of a batch that is bouncing whole.
       LEDGER-BOUNCED-ROW.
           MOVE WS-BATCH-REASON TO WS-LDG-DISP.
           MOVE WS-ROW-SUB TO WS-LDG-ROW-NO.
           MOVE 0 TO WS-LDG-ACC-ROW.
           MOVE SPACES TO WS-LDG-IMAGE.
           MOVE BB-ROW(WS-ROW-SUB) TO WS-LDG-IMAGE.
           PERFORM WRITE-LEDGER-ROW.

      *> A row streamed straight to the bounce file past the buffer.
       LEDGER-STREAMED-ROW.
           MOVE WS-BATCH-REASON TO WS-LDG-DISP.
           MOVE WS-BATCH-ROWS TO WS-LDG-ROW-NO.
           MOVE 0 TO WS-LDG-ACC-ROW.
           MOVE SPACES TO WS-LDG-IMAGE.
           MOVE TXN-IN-RECORD TO WS-LDG-IMAGE.
           PERFORM WRITE-LEDGER-ROW.

      *> The trailer line carries the batch's outcome and the rows
      *> that actually arrived, against the header's declared count.
       WRITE-LEDGER-TRAILER.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE "T" TO LDG-REC-TYPE.
           MOVE WS-BATCH-READ TO LDG-BATCH-NO.
           MOVE WS-BATCH-DEPT TO LDG-DEPT.
           MOVE WS-BATCH-DATE TO LDG-BUS-DATE.
           MOVE WS-LDG-DISP TO LDG-DISP.
           MOVE WS-LDG-ROW-NO TO LDG-ROW-NO.
           MOVE WS-BATCH-DECLARED TO LDG-DECLARED.
           MOVE 0 TO LDG-ACC-ROW.
           IF WS-TRL-PRESENT = "Y"
               MOVE WS-TRL-IMAGE TO LDG-IMAGE
           END-IF.
           WRITE LEDGER-RECORD.

      *> The legal picks are the ones RESOLVE-TXN matches for the
      *> row's variant: the CHOICE table spellings plus "Paper",
      *> which JOKEBAT folds to "Papper" itself - rows pass through
      *> depends on it.
       EDIT-ONE-TXN.
           MOVE SPACES TO WS-ERROR-CODE.
           IF TXN-BADGE NUMERIC
               PERFORM CHECK-EMPLOYEE-BADGE
           END-IF.

           EVALUATE TRUE
               WHEN TXN-BADGE NOT NUMERIC
                   MOVE "E6" TO WS-ERROR-CODE
               WHEN TXN-PLAYER = "CORRECTION"
                   CONTINUE
               WHEN NOT EMP-MAY-PLAY
                   MOVE "E8" TO WS-ERROR-CODE
               WHEN TXN-VARIANT NOT = "5"
                    AND TXN-VARIANT NOT = "C"
                    AND TXN-VARIANT NOT = SPACE
                   WHEN "E4" ADD 1 TO WS-E4-COUNT
                   WHEN "E5" ADD 1 TO WS-E5-COUNT
                   WHEN "E6" ADD 1 TO WS-E6-COUNT
                   WHEN "E8" ADD 1 TO WS-E8-COUNT
               END-EVALUATE
               MOVE SPACES TO REJECT-RECORD
               MOVE TXN-IN-RECORD TO REJ-TXN
           DISPLAY "  E5 invalid variant        : " WS-E5-COUNT.
           DISPLAY "  E6 invalid correction     : " WS-E6-COUNT.
           DISPLAY "  E7 row outside any batch  : " WS-E7-COUNT.
           DISPLAY "  E8 badge unknown/left     : " WS-E8-COUNT.
           DISPLAY "-------------------------------------------------".
           DISPLAY "By department (accepted/rejected/bounced):".
           PERFORM VARYING DEP-IDX FROM 1 BY 1
