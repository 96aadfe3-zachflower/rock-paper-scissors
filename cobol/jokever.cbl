      *> field existed sit in front of the numbered era and pass
      *> unchecked - they age out through the archive like everything
      *> else. Run close as the last step of the day's cycle, after
      *> JOKEBAT, and follow it with the JOKEBHX feed so the closed
      *> day reaches the badge-history index; verify any morning, or
      *> whenever the log is doubted.
      *>
      *> The branch sites run this same program against their own
      *> logs. Once JOKECON has consolidated their days into the
      *> central log, each site's records carry its code in LOG-SITE
      *> and their own LOG-SEQ-NO series, Z records included - so
      *> verify keeps a series and a set of closed days per site
      *> (head office being the site with no code), and close only
      *> ever counts and closes head office's own records. Close
      *> also puts any badge on the site roster (SITEROS.DAT) that
      *> played at head office that day after its last branch game
      *> back to "HQ" - JOKECON only ever moves badges out to the
      *> branches, and without this they would stay there for good.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOG-SEQ-FILE ASSIGN TO "GLSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT OPTIONAL SITE-ROSTER-FILE ASSIGN TO "SITEROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG-FILE.
       FD  LOG-SEQ-FILE.
       01 LOG-SEQ-RECORD.
           05 SEQ-LAST-USED PIC 9(8).
       FD  SITE-ROSTER-FILE.
       01 SITE-ROSTER-RECORD.
           COPY SITEROSR.
       WORKING-STORAGE SECTION.
           01 WS-SEQ-STATUS PIC XX.
           01 WS-LOG-EOF PIC X VALUE "N".
           01 WS-DAY-HASH PIC 9(8) VALUE 0.
           01 WS-ALREADY-CLOSED PIC X VALUE "N".
               88 DAY-ALREADY-CLOSED VALUE "Y".
      *> Close state: the site roster, held whole while the day is
      *> read and written back only if the day is closed.
           01 WS-ROS-EOF PIC X VALUE "N".
               88 END-OF-ROSTER VALUE "Y".
           01 WS-ROSTER-BADGE PIC 9(6).
           01 WS-ROS-FOUND-IDX PIC 9(4).
           01 WS-ROS-BACK-COUNT PIC 9(6) VALUE 0.
           01 WS-ROS-CHANGED PIC X VALUE "N".
               88 ROSTER-CHANGED VALUE "Y".
           01 WS-ROS-FULL PIC X VALUE "N".
               88 ROS-TABLE-FULL VALUE "Y".
           01 ROS-COUNT PIC 9(4) VALUE 0.
           01 ROS-TABLE.
               05 ROS-ENTRY OCCURS 2000 TIMES INDEXED BY ROS-IDX.
                   10 ROS-BADGE PIC 9(6).
                   10 ROS-SITE PIC X(3).
                   10 ROS-LAST-TS PIC X(14).
      *> Verify state: the last sequence number seen, and one row
      *> per day found in the log with both the recomputed and the
      *> recorded controls.
           01 WS-SITE-SHOW PIC X(3).
           01 WS-SITE-IDX PIC 9(3).
           01 SITE-COUNT PIC 9(3) VALUE 0.
           01 SITE-TABLE.
               05 SITE-ENTRY OCCURS 50 TIMES INDEXED BY SITE-IDX.
                   10 SITE-CODE PIC X(3).
                   10 SITE-PREV-SEQ PIC 9(8).
                   10 SITE-SEQ-SEEN PIC X.
                       88 NUMBERED-ERA-BEGUN VALUE "Y".
           01 WS-SITE-FULL PIC X VALUE "N".
               88 SITE-TABLE-FULL VALUE "Y".
           01 WS-READ-COUNT PIC 9(8) VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
           01 WS-GAP-TOTAL PIC 9(8) VALUE 0.
           01 WS-GAP-SIZE PIC 9(8).
           01 DAY-COUNT PIC 9(4) VALUE 0.
           01 DAY-TABLE.
               05 DAY-ENTRY OCCURS 1000 TIMES INDEXED BY DAY-IDX.
                   10 DAY-SITE PIC X(3).
                   10 DAY-DATE PIC X(8).
                   10 DAY-RECS PIC 9(8).
                   10 DAY-HASH PIC 9(8).
                   10 DAY-CLOSED PIC X.
                   10 DAY-Z-COUNT PIC 9(8).
                   10 DAY-Z-HASH PIC 9(8).
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-TABLE-FULL PIC X VALUE "N".
               88 DAY-TABLE-FULL VALUE "Y".

      *> record carrying the totals - itself sequence-numbered, so
      *> the control record is inside the fence it guards. A day is
      *> closed once; a second close would write a second Z that
      *> verify must then flag, so it is refused here. Records a
      *> site sent in through JOKECON are fenced by the site's own Z
      *> and are no part of head office's day.
       CLOSE-ONE-DAY.
           DISPLAY "Day to close (YYYYMMDD, 0 = today)?".
           ACCEPT WS-CLOSE-DATE.
               MOVE WS-CURRENT-DATE(1:8) TO WS-CLOSE-X
           END-IF.

           PERFORM LOAD-SITE-ROSTER.
           OPEN INPUT GAME-LOG-FILE.
           PERFORM UNTIL END-OF-GAME-LOG
               READ GAME-LOG-FILE
                   AT END SET END-OF-GAME-LOG TO TRUE
                   NOT AT END
                       IF LOG-SITE = SPACES
                           PERFORM TALLY-CLOSE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
               DISPLAY "Day " WS-CLOSE-X " closed: "
                       WS-DAY-COUNT " records, hash " WS-DAY-HASH
                       ", sequence " WS-LOG-SEQ "."
               IF ROSTER-CHANGED
                   PERFORM WRITE-SITE-ROSTER
                   DISPLAY WS-ROS-BACK-COUNT " badge(s) back at head"
                           " office on the site roster."
               END-IF
           END-IF.

       TALLY-CLOSE-RECORD.
           IF LOG-REC-TYPE = "Z"
               IF LOG-ORIG-TS(1:8) = WS-CLOSE-X
                   SET DAY-ALREADY-CLOSED TO TRUE
               END-IF
           ELSE
               IF LOG-TIMESTAMP(1:8) = WS-CLOSE-X
                   ADD 1 TO WS-DAY-COUNT
                   IF LOG-RESULT-CODE NUMERIC
                       ADD LOG-RESULT-CODE TO WS-DAY-HASH
                   END-IF
                   PERFORM NOTE-HQ-PLAY
               END-IF
           END-IF.

      *> A game played, by JOKECON's roster rule: rounds, rejects,
      *> corrections and reversals do not count, and an H game counts
      *> for both badges - keep in sync with SCORE-SITE-RECORD there.
       NOTE-HQ-PLAY.
           IF LOG-REC-TYPE NOT = "R"
              AND LOG-REC-TYPE NOT = "X"
              AND LOG-REC-TYPE NOT = "C"
              AND LOG-RESULT-CODE NOT = 9
               MOVE LOG-BADGE TO WS-ROSTER-BADGE
               PERFORM NOTE-ROSTER-BADGE
               IF LOG-REC-TYPE = "H"
                   MOVE LOG-BADGE-2 TO WS-ROSTER-BADGE
                   PERFORM NOTE-ROSTER-BADGE
               END-IF
           END-IF.

      *> Only badges already on the roster are touched - one with no
      *> line is taken as head office's anyway. The later game wins,
      *> as in JOKECON's NOTE-ROSTER-BADGE.
       NOTE-ROSTER-BADGE.
           IF WS-ROSTER-BADGE NUMERIC
               MOVE 0 TO WS-ROS-FOUND-IDX
               PERFORM VARYING ROS-IDX FROM 1 BY 1
                       UNTIL ROS-IDX > ROS-COUNT
                   IF ROS-BADGE(ROS-IDX) = WS-ROSTER-BADGE
                       SET WS-ROS-FOUND-IDX TO ROS-IDX
                   END-IF
               END-PERFORM
               IF WS-ROS-FOUND-IDX > 0
                   SET ROS-IDX TO WS-ROS-FOUND-IDX
                   IF LOG-TIMESTAMP >= ROS-LAST-TS(ROS-IDX)
                       IF ROS-SITE(ROS-IDX) NOT = "HQ"
                           ADD 1 TO WS-ROS-BACK-COUNT
                       END-IF
                       MOVE "HQ" TO ROS-SITE(ROS-IDX)
                       MOVE LOG-TIMESTAMP TO ROS-LAST-TS(ROS-IDX)
                       SET ROSTER-CHANGED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> Same load and rewrite as JOKECON's - keep in sync.
       LOAD-SITE-ROSTER.
           OPEN INPUT SITE-ROSTER-FILE.
           PERFORM UNTIL END-OF-ROSTER
               READ SITE-ROSTER-FILE
                   AT END SET END-OF-ROSTER TO TRUE
                   NOT AT END
                       IF ROS-COUNT < 2000
                           ADD 1 TO ROS-COUNT
                           SET ROS-IDX TO ROS-COUNT
                           MOVE SR-BADGE TO ROS-BADGE(ROS-IDX)
                           MOVE SR-SITE TO ROS-SITE(ROS-IDX)
                           MOVE SR-LAST-TS TO ROS-LAST-TS(ROS-IDX)
                       ELSE
                           IF NOT ROS-TABLE-FULL
                               DISPLAY "WARNING: more than 2000 badges"
                                       " in SITEROS.DAT - overflow"
                                       " dropped"
                               SET ROS-TABLE-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-ROSTER-FILE.

       WRITE-SITE-ROSTER.
           OPEN OUTPUT SITE-ROSTER-FILE.
           PERFORM VARYING ROS-IDX FROM 1 BY 1
                   UNTIL ROS-IDX > ROS-COUNT
               MOVE SPACES TO SITE-ROSTER-RECORD
               MOVE ROS-BADGE(ROS-IDX) TO SR-BADGE
               MOVE ROS-SITE(ROS-IDX) TO SR-SITE
               MOVE ROS-LAST-TS(ROS-IDX) TO SR-LAST-TS
               WRITE SITE-ROSTER-RECORD
           END-PERFORM.
           CLOSE SITE-ROSTER-FILE.

       WRITE-CLOSE-OUT-RECORD.
           PERFORM NEXT-LOG-SEQ.
           MOVE SPACES TO GAME-LOG-RECORD.
                   AT END SET END-OF-GAME-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF LOG-SITE = SPACES
                           MOVE "HQ" TO WS-SITE-SHOW
                       ELSE
                           MOVE LOG-SITE TO WS-SITE-SHOW
                       END-IF
                       PERFORM FIND-OR-ADD-SITE
                       PERFORM CHECK-SEQUENCE
                       PERFORM TALLY-DAY-CONTROLS
               END-READ
      *> then on every record must be exactly one up from the last.
      *> A skipped number can be innocent - a crash between claiming
      *> the number and writing the record - but it is reported all
      *> the same, with the day's run-control log as the alibi. Each
      *> site's records are held up against that site's own series.
       CHECK-SEQUENCE.
           IF WS-SITE-IDX = 0
               CONTINUE
           ELSE
               SET SITE-IDX TO WS-SITE-IDX
               PERFORM CHECK-SITE-SEQUENCE
           END-IF.

       CHECK-SITE-SEQUENCE.
           IF LOG-SEQ-NO NUMERIC
               IF NUMBERED-ERA-BEGUN(SITE-IDX)
                   EVALUATE TRUE
                       WHEN LOG-SEQ-NO = SITE-PREV-SEQ(SITE-IDX) + 1
                           CONTINUE
                       WHEN LOG-SEQ-NO > SITE-PREV-SEQ(SITE-IDX)
                           ADD 1 TO WS-EXCEPTION-COUNT
                           COMPUTE WS-GAP-SIZE = LOG-SEQ-NO
                               - SITE-PREV-SEQ(SITE-IDX) - 1
                           ADD WS-GAP-SIZE TO WS-GAP-TOTAL
                           DISPLAY "  SEQUENCE GAP " WS-SITE-SHOW ": "
                                   WS-GAP-SIZE
                                   " number(s) missing between "
                                   SITE-PREV-SEQ(SITE-IDX) " and "
                                   LOG-SEQ-NO
                                   " (record " WS-READ-COUNT ")"
                       WHEN OTHER
                           ADD 1 TO WS-EXCEPTION-COUNT
                           DISPLAY "  SEQUENCE REGRESSION "
                                   WS-SITE-SHOW ": "
                                   LOG-SEQ-NO " after "
                                   SITE-PREV-SEQ(SITE-IDX)
                                   " (record " WS-READ-COUNT
                                   ") - duplicated or reordered"
                                   " lines"
                   END-EVALUATE
               ELSE
                   SET NUMBERED-ERA-BEGUN(SITE-IDX) TO TRUE
               END-IF
               MOVE LOG-SEQ-NO TO SITE-PREV-SEQ(SITE-IDX)
           ELSE
               IF NUMBERED-ERA-BEGUN(SITE-IDX)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "  UNNUMBERED RECORD " WS-SITE-SHOW
                           " at position "
                           WS-READ-COUNT " dated "
                           LOG-TIMESTAMP(1:8)
                           " after the numbered era began - an"
               END-IF
           END-IF.

      *> One row per site met in the log, head office included.
       FIND-OR-ADD-SITE.
           MOVE 0 TO WS-SITE-IDX.
           PERFORM VARYING SITE-IDX FROM 1 BY 1
                   UNTIL SITE-IDX > SITE-COUNT
               IF SITE-CODE(SITE-IDX) = WS-SITE-SHOW
                   SET WS-SITE-IDX TO SITE-IDX
               END-IF
           END-PERFORM.
           IF WS-SITE-IDX = 0
               IF SITE-COUNT >= 50
                   IF NOT SITE-TABLE-FULL
                       DISPLAY "WARNING: more than 50 sites in the"
                               " log - SITE-TABLE is full, later"
                               " sites' sequences are unchecked"
                       SET SITE-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO SITE-COUNT
                   MOVE SITE-COUNT TO WS-SITE-IDX
                   SET SITE-IDX TO WS-SITE-IDX
                   MOVE WS-SITE-SHOW TO SITE-CODE(SITE-IDX)
                   MOVE 0 TO SITE-PREV-SEQ(SITE-IDX)
                   MOVE "N" TO SITE-SEQ-SEEN(SITE-IDX)
               END-IF
           END-IF.

       TALLY-DAY-CONTROLS.
           IF LOG-REC-TYPE = "Z"
               MOVE LOG-ORIG-TS(1:8) TO WS-CLOSE-X
               IF LOG-REC-TYPE = "Z"
                   IF DAY-CLOSED(DAY-IDX) = "Y"
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "  DUPLICATE CLOSE-OUT for "
                               WS-SITE-SHOW " day " WS-CLOSE-X
                   END-IF
                   MOVE "Y" TO DAY-CLOSED(DAY-IDX)
                   IF LOG-CTL-COUNT NUMERIC
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               IF DAY-DATE(DAY-IDX) = WS-CLOSE-X
                  AND DAY-SITE(DAY-IDX) = WS-SITE-SHOW
                   SET WS-FOUND-IDX TO DAY-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF DAY-COUNT >= 1000
                   IF NOT DAY-TABLE-FULL
                       DISPLAY "WARNING: more than 1000 distinct site"
                               " days in the log - DAY-TABLE is full,"
                               " later days' controls are unchecked"
                       SET DAY-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO DAY-COUNT
                   MOVE DAY-COUNT TO WS-FOUND-IDX
                   SET DAY-IDX TO WS-FOUND-IDX
                   MOVE WS-SITE-SHOW TO DAY-SITE(DAY-IDX)
                   MOVE WS-CLOSE-X TO DAY-DATE(DAY-IDX)
                   MOVE 0 TO DAY-RECS(DAY-IDX)
                   MOVE 0 TO DAY-HASH(DAY-IDX)
                      OR DAY-HASH(DAY-IDX) NOT = DAY-Z-HASH(DAY-IDX)
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "  DAY CONTROL MISMATCH "
                               DAY-SITE(DAY-IDX) " "
                               DAY-DATE(DAY-IDX)
                               ": closed with count "
                               DAY-Z-COUNT(DAY-IDX) " hash "
                               DAY-HASH(DAY-IDX)
                   END-IF
               ELSE
                   DISPLAY "  (" DAY-SITE(DAY-IDX) " day "
                           DAY-DATE(DAY-IDX)
                           " is not closed - " DAY-RECS(DAY-IDX)
                           " records unfenced)"
               END-IF
       PRINT-VERIFY-FOOTER.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Records read      : " WS-READ-COUNT.
           DISPLAY "Sites seen        : " SITE-COUNT.
           DISPLAY "Days seen         : " DAY-COUNT.
           DISPLAY "Missing numbers   : " WS-GAP-TOTAL.
           DISPLAY "Exceptions        : " WS-EXCEPTION-COUNT.
