       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKECON.
      *> Multi-site consolidation. The branch offices run their own
      *> JOKENPO and JOKEBAT against their own GAMELOG.DAT, numbered
      *> from their own GLSEQ.DAT and closed each night by their own
      *> JOKEVER. This job takes one site's log for one business
      *> date - sent in as SITE<sss><yyyymmdd>.DAT, a copy of the
      *> site's GAMELOG.DAT (the whole file or just the day, either
      *> will do: only the day's records and its Z are taken) - and
      *> puts that day into the central files:
      *>
      *>   the day's records, its Z close-out included, are appended
      *>   to the central GAMELOG.DAT tagged with the site code in
      *>   LOG-SITE and still carrying the site's own LOG-SEQ-NO, so
      *>   JOKEVER verify checks each site's series and each site's
      *>   closed days apart from head office's;
      *>
      *>   the games are applied to the central PLAYERM.DAT by the
      *>   JOKEREC scoring rules (R rounds, Z controls and rejects
      *>   never score, an H game scores both badges, an X reversal
      *>   backs its original out and a C restates it);
      *>
      *>   every badge that played is put on the site roster
      *>   (SITEROS.DAT, see SITEROSR), which JOKETMS and JOKESTD
      *>   report a site's badges off, unless the roster already
      *>   holds a later game for it (JOKEVER's close notes head
      *>   office play there too).
      *>
      *> Nothing is taken unless the whole day proves out first: the
      *> day must carry exactly one Z record, the day's records
      *> recounted off the site log must agree with the count and
      *> result-code hash on that Z, and no record may carry another
      *> site's code. A day that fails, or a site and date already
      *> accepted, is refused whole (RC 8) with the reason on the
      *> report, and nothing central is touched. Every attempt is
      *> written to the register CONSREG.DAT (see CONSREGR).
      *>
      *> A break in the site's sequence - the day's first number not
      *> following the last one accepted from that site, or a gap
      *> inside the day - does not stop the day, as the counts have
      *> proved what arrived is what the site closed. It is reported
      *> (RC 4) and will show again at the next JOKEVER verify.
      *>
      *> JOKERAT and JOKEPTS pick up from timestamp cursors
      *> (RATINGS.CTL, POINTS.CTL) and never look behind them, so a
      *> game appended stamped at or before either cursor would
      *> never earn a rating or points. Such a day is refused whole
      *> (RC 8) with both cursors on the report - run JOKECON for
      *> each site and day before JOKERAT and JOKEPTS in the head
      *> office cycle, and a day that arrives after them has to be
      *> taken in by hand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-LOG-FILE ASSIGN USING WS-SITE-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.
           SELECT OPTIONAL GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
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
           SELECT OPTIONAL CONS-REG-FILE ASSIGN TO "CONSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SITE-ROSTER-FILE ASSIGN TO "SITEROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> The ratings and points cursors, read only - see the header.
           SELECT OPTIONAL RATINGS-CTL-FILE ASSIGN TO "RATINGS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL POINTS-CTL-FILE ASSIGN TO "POINTS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *> The suite's shared run-control log (see RUNCTLR).
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SITE-LOG-FILE.
       01 SITE-LOG-RECORD.
           COPY GAMELOGR
               REPLACING LEADING ==LOG-== BY ==SLG-==.
       FD  GAME-LOG-FILE.
       01 GAME-LOG-RECORD.
           COPY GAMELOGR.
       FD  PLAYER-MASTER-FILE.
       01 PLAYER-MASTER-RECORD.
           COPY PLAYERMR.
       FD  PM-SIZE-FILE.
       01 PM-SIZE-RECORD.
           05 PMS-TABLE-SIZE PIC 9(6).
       FD  CONS-REG-FILE.
       01 CONS-REG-RECORD.
           COPY CONSREGR.
       FD  SITE-ROSTER-FILE.
       01 SITE-ROSTER-RECORD.
           COPY SITEROSR.
       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTLR.
      *> Only the timestamp leads each control record - the layouts
      *> are JOKERAT's and JOKEPTS's.
       FD  RATINGS-CTL-FILE.
       01 RATINGS-CTL-RECORD.
           05 RTC-LAST-TS PIC X(14).
       FD  POINTS-CTL-FILE.
       01 POINTS-CTL-RECORD.
           05 PTC-LAST-TS PIC X(14).
           05 FILLER PIC X(9).
       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC XX.
      *> Where JOKERAT and JOKEPTS have read the central log up to -
      *> spaces when either has never run.
           01 WS-RATINGS-TS PIC X(14) VALUE SPACES.
           01 WS-POINTS-TS PIC X(14) VALUE SPACES.
      *> The day's earliest game timestamp (its Z left out - neither
      *> job scores a Z).
           01 WS-DAY-EARLIEST PIC X(14) VALUE SPACES.
           01 WS-SITE-STATUS PIC XX.
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
           01 WS-SITE-CODE PIC X(3).
           01 WS-CON-DATE PIC 9(8).
           01 WS-CON-DATE-X REDEFINES WS-CON-DATE PIC X(8).
           01 WS-SITE-LOG-NAME PIC X(19).
           01 WS-SITE-EOF PIC X.
               88 END-OF-SITE-LOG VALUE "Y".
           01 WS-REG-EOF PIC X VALUE "N".
               88 END-OF-REGISTER VALUE "Y".
           01 WS-ROS-EOF PIC X VALUE "N".
               88 END-OF-ROSTER VALUE "Y".
           01 WS-RC-PHASE PIC X(5).
           01 WS-RC-COUNT PIC 9(8).
           01 WS-RC-STATUS PIC X(4).
      *> Why the day is refused - spaces while it is still good.
           01 WS-REFUSE-REASON PIC X(30) VALUE SPACES.
           01 WS-DAY-DONE PIC X VALUE "N".
               88 DAY-ALREADY-ACCEPTED VALUE "Y".
           01 WS-DONE-TS PIC X(14) VALUE SPACES.
      *> The site's series as the register leaves it.
           01 WS-LAST-SEQ PIC 9(8) VALUE 0.
           01 WS-SITE-KNOWN PIC X VALUE "N".
               88 SITE-SEEN-BEFORE VALUE "Y".
      *> Pass 1 - the day as recounted off the site log.
           01 WS-READ-COUNT PIC 9(8) VALUE 0.
           01 WS-OTHER-COUNT PIC 9(8) VALUE 0.
           01 WS-DAY-COUNT PIC 9(8) VALUE 0.
           01 WS-DAY-HASH PIC 9(8) VALUE 0.
           01 WS-Z-COUNT PIC 9(4) VALUE 0.
           01 WS-Z-CTL-COUNT PIC 9(8) VALUE 0.
           01 WS-Z-CTL-HASH PIC 9(8) VALUE 0.
           01 WS-FOREIGN-COUNT PIC 9(8) VALUE 0.
           01 WS-UNNUMBERED-COUNT PIC 9(8) VALUE 0.
           01 WS-FIRST-SEQ PIC 9(8) VALUE 0.
           01 WS-PREV-SEQ PIC 9(8) VALUE 0.
           01 WS-SEQ-BEGUN PIC X VALUE "N".
               88 DAY-SEQ-BEGUN VALUE "Y".
           01 WS-SEQ-BREAKS PIC 9(4) VALUE 0.
           01 WS-GAP-SIZE PIC 9(8).
      *> Pass 2 - what went into the central files.
           01 WS-WRITTEN-COUNT PIC 9(8) VALUE 0.
           01 WS-SCORED-COUNT PIC 9(8) VALUE 0.
           01 WS-MASTER-MISSES PIC 9(4) VALUE 0.
           01 WS-TALLY-BADGE PIC X(6).
           01 WS-TALLY-RESULT PIC 9.
           01 WS-TALLY-SIGN PIC X.
           01 WS-TALLY-LAST PIC X(8).
      *> The site roster, loaded whole and written back whole.
           01 ROS-COUNT PIC 9(4) VALUE 0.
           01 ROS-TABLE.
               05 ROS-ENTRY OCCURS 2000 TIMES INDEXED BY ROS-IDX.
                   10 ROS-BADGE PIC 9(6).
                   10 ROS-SITE PIC X(3).
                   10 ROS-LAST-TS PIC X(14).
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-TABLE-FULL PIC X VALUE "N".
               88 ROS-TABLE-FULL VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TS.
           PERFORM LOAD-PM-TABLE-SIZE.

      *> Site codes are three characters, so the inbound file name
      *> always has the same shape. Head office has no code - its
      *> records carry spaces in LOG-SITE and are never consolidated.
           DISPLAY "Site code (three characters)?".
           MOVE SPACES TO WS-SITE-CODE.
           ACCEPT WS-SITE-CODE.
           IF WS-SITE-CODE(1:1) = SPACE OR WS-SITE-CODE(2:1) = SPACE
              OR WS-SITE-CODE(3:1) = SPACE
               DISPLAY "CONSOLIDATION REFUSED: site code '"
                       WS-SITE-CODE "' is not three characters."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Business date to consolidate (YYYYMMDD,"
                   " 0 = today)?".
           MOVE 0 TO WS-CON-DATE.
           ACCEPT WS-CON-DATE.
           IF WS-CON-DATE = 0
              OR WS-CON-DATE-X(5:2) < "01" OR WS-CON-DATE-X(5:2) > "12"
               MOVE WS-CURRENT-DATE(1:8) TO WS-CON-DATE-X
           END-IF.
           MOVE SPACES TO WS-SITE-LOG-NAME.
           STRING "SITE" DELIMITED SIZE
                  WS-SITE-CODE DELIMITED SIZE
                  WS-CON-DATE-X DELIMITED SIZE
                  ".DAT" DELIMITED SIZE
               INTO WS-SITE-LOG-NAME.

           MOVE "START" TO WS-RC-PHASE.
           MOVE 0 TO WS-RC-COUNT.
           MOVE SPACES TO WS-RC-STATUS.
           PERFORM WRITE-RUN-CONTROL.

           PERFORM SCAN-CONS-REGISTER.
           PERFORM LOAD-SCORING-CURSORS.
           PERFORM PRINT-REPORT-HEADER.
           IF DAY-ALREADY-ACCEPTED
               MOVE "DAY ALREADY CONSOLIDATED" TO WS-REFUSE-REASON
           ELSE
               PERFORM CHECK-SITE-LOG
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               PERFORM APPLY-SITE-LOG
               PERFORM WRITE-SITE-ROSTER
           END-IF.
           PERFORM WRITE-CONS-REGISTER.
           PERFORM PRINT-REPORT-FOOTER.

           MOVE "END" TO WS-RC-PHASE.
           MOVE WS-WRITTEN-COUNT TO WS-RC-COUNT.
           IF WS-REFUSE-REASON = SPACES
               MOVE "OK" TO WS-RC-STATUS
           ELSE
               MOVE "REF" TO WS-RC-STATUS
           END-IF.
           PERFORM WRITE-RUN-CONTROL.

           EVALUATE TRUE
               WHEN WS-REFUSE-REASON NOT = SPACES
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SEQ-BREAKS > 0 OR WS-MASTER-MISSES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.

       WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-CURRENT-DATE(1:8) TO RC-DATE.
           MOVE "JOKECON" TO RC-PROGRAM.
           MOVE WS-RC-PHASE TO RC-PHASE.
           MOVE WS-CURRENT-DATE(1:14) TO RC-TIMESTAMP.
           MOVE WS-RC-COUNT TO RC-COUNT.
           MOVE WS-RC-STATUS TO RC-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *> Only accepted days count: a refused day can be sent again
      *> once the site has put it right, and the site's series picks
      *> up from the last day that actually went in.
       SCAN-CONS-REGISTER.
           OPEN INPUT CONS-REG-FILE.
           PERFORM UNTIL END-OF-REGISTER
               READ CONS-REG-FILE
                   AT END SET END-OF-REGISTER TO TRUE
                   NOT AT END
                       IF CR-SITE = WS-SITE-CODE AND CR-STATUS = "A"
                           SET SITE-SEEN-BEFORE TO TRUE
                           IF CR-DATE = WS-CON-DATE-X
                               SET DAY-ALREADY-ACCEPTED TO TRUE
                               MOVE CR-RUN-TS TO WS-DONE-TS
                           END-IF
                           IF CR-LAST-SEQ NUMERIC
                              AND CR-LAST-SEQ > WS-LAST-SEQ
                               MOVE CR-LAST-SEQ TO WS-LAST-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONS-REG-FILE.

       LOAD-SCORING-CURSORS.
           OPEN INPUT RATINGS-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ RATINGS-CTL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE RTC-LAST-TS TO WS-RATINGS-TS
               END-READ
           END-IF.
           CLOSE RATINGS-CTL-FILE.
           OPEN INPUT POINTS-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ POINTS-CTL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PTC-LAST-TS TO WS-POINTS-TS
               END-READ
           END-IF.
           CLOSE POINTS-CTL-FILE.

      *> Pass 1: recount the day off the site log and hold it up
      *> against the day's Z record. Records of other days are passed
      *> over and counted, so a site may send its whole log.
       CHECK-SITE-LOG.
           MOVE "N" TO WS-SITE-EOF.
           OPEN INPUT SITE-LOG-FILE.
           IF WS-SITE-STATUS NOT = "00"
               MOVE "NO SITE LOG FOR THE DAY" TO WS-REFUSE-REASON
           ELSE
               DISPLAY "Sequence:"
               PERFORM UNTIL END-OF-SITE-LOG
                   READ SITE-LOG-FILE
                       AT END SET END-OF-SITE-LOG TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CHECK-SITE-RECORD
                   END-READ
               END-PERFORM
               IF WS-SEQ-BREAKS = 0
                   DISPLAY "  (unbroken)"
               END-IF
           END-IF.
           CLOSE SITE-LOG-FILE.

           IF WS-REFUSE-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-FOREIGN-COUNT > 0
                       MOVE "RECORDS CARRY A SITE CODE"
                           TO WS-REFUSE-REASON
                   WHEN WS-Z-COUNT = 0
                       MOVE "DAY NOT CLOSED AT THE SITE"
                           TO WS-REFUSE-REASON
                   WHEN WS-Z-COUNT > 1
                       MOVE "DAY CLOSED MORE THAN ONCE"
                           TO WS-REFUSE-REASON
                   WHEN WS-UNNUMBERED-COUNT > 0
                       MOVE "UNNUMBERED RECORDS IN THE DAY"
                           TO WS-REFUSE-REASON
                   WHEN WS-DAY-COUNT NOT = WS-Z-CTL-COUNT
                      OR WS-DAY-HASH NOT = WS-Z-CTL-HASH
                       MOVE "OUT OF BALANCE WITH ITS Z"
                           TO WS-REFUSE-REASON
                   WHEN WS-DAY-EARLIEST NOT = SPACES
                    AND WS-RATINGS-TS NOT = SPACES
                    AND WS-DAY-EARLIEST NOT > WS-RATINGS-TS
                       MOVE "BEHIND THE RATINGS CURSOR"
                           TO WS-REFUSE-REASON
                   WHEN WS-DAY-EARLIEST NOT = SPACES
                    AND WS-POINTS-TS NOT = SPACES
                    AND WS-DAY-EARLIEST NOT > WS-POINTS-TS
                       MOVE "BEHIND THE POINTS CURSOR"
                           TO WS-REFUSE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> The day's records are the ones JOKEVER's close counted: every
      *> non-Z record stamped with the day, plus the Z naming the day
      *> in LOG-ORIG-TS. A site log carries spaces in LOG-SITE - a
      *> code there means the file has been through a consolidation
      *> already (a central log sent back in, or another site's).
       CHECK-SITE-RECORD.
           IF SLG-REC-TYPE = "Z"
               IF SLG-ORIG-TS(1:8) = WS-CON-DATE-X
                   ADD 1 TO WS-Z-COUNT
                   IF SLG-CTL-COUNT NUMERIC
                       MOVE SLG-CTL-COUNT TO WS-Z-CTL-COUNT
                   END-IF
                   IF SLG-CTL-HASH NUMERIC
                       MOVE SLG-CTL-HASH TO WS-Z-CTL-HASH
                   END-IF
                   PERFORM CHECK-DAY-RECORD
               ELSE
                   ADD 1 TO WS-OTHER-COUNT
               END-IF
           ELSE
               IF SLG-TIMESTAMP(1:8) = WS-CON-DATE-X
                   ADD 1 TO WS-DAY-COUNT
                   IF WS-DAY-EARLIEST = SPACES
                      OR SLG-TIMESTAMP < WS-DAY-EARLIEST
                       MOVE SLG-TIMESTAMP TO WS-DAY-EARLIEST
                   END-IF
                   IF SLG-RESULT-CODE NUMERIC
                       ADD SLG-RESULT-CODE TO WS-DAY-HASH
                   END-IF
                   PERFORM CHECK-DAY-RECORD
               ELSE
                   ADD 1 TO WS-OTHER-COUNT
               END-IF
           END-IF.

      *> The site's series must run on from the last number accepted
      *> from it (the first day ever sent anchors it) and stay
      *> unbroken through the day.
       CHECK-DAY-RECORD.
           IF SLG-SITE NOT = SPACES
               ADD 1 TO WS-FOREIGN-COUNT
           END-IF.
           IF SLG-SEQ-NO NOT NUMERIC
               ADD 1 TO WS-UNNUMBERED-COUNT
           ELSE
               IF NOT DAY-SEQ-BEGUN
                   SET DAY-SEQ-BEGUN TO TRUE
                   MOVE SLG-SEQ-NO TO WS-FIRST-SEQ
                   IF SITE-SEEN-BEFORE
                      AND SLG-SEQ-NO NOT = WS-LAST-SEQ + 1
                       ADD 1 TO WS-SEQ-BREAKS
                       DISPLAY "  DAY STARTS AT " SLG-SEQ-NO
                               " - last accepted from the site was "
                               WS-LAST-SEQ
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN SLG-SEQ-NO = WS-PREV-SEQ + 1
                           CONTINUE
                       WHEN SLG-SEQ-NO > WS-PREV-SEQ
                           ADD 1 TO WS-SEQ-BREAKS
                           COMPUTE WS-GAP-SIZE =
                               SLG-SEQ-NO - WS-PREV-SEQ - 1
                           DISPLAY "  SEQUENCE GAP: " WS-GAP-SIZE
                                   " number(s) missing between "
                                   WS-PREV-SEQ " and " SLG-SEQ-NO
                       WHEN OTHER
                           ADD 1 TO WS-SEQ-BREAKS
                           DISPLAY "  SEQUENCE REGRESSION: "
                                   SLG-SEQ-NO " after " WS-PREV-SEQ
                   END-EVALUATE
               END-IF
               MOVE SLG-SEQ-NO TO WS-PREV-SEQ
           END-IF.

      *> Pass 2: the day proved out, so it goes in - each record
      *> appended to the central log with the site code, scored into
      *> the master and its badges put on the roster.
       APPLY-SITE-LOG.
           PERFORM LOAD-SITE-ROSTER.
           OPEN I-O PLAYER-MASTER-FILE.
           IF WS-PM-STATUS = "35"
               OPEN OUTPUT PLAYER-MASTER-FILE
               CLOSE PLAYER-MASTER-FILE
               OPEN I-O PLAYER-MASTER-FILE
           END-IF.
           OPEN EXTEND GAME-LOG-FILE.
           MOVE "N" TO WS-SITE-EOF.
           OPEN INPUT SITE-LOG-FILE.
           PERFORM UNTIL END-OF-SITE-LOG
               READ SITE-LOG-FILE
                   AT END SET END-OF-SITE-LOG TO TRUE
                   NOT AT END
                       IF (SLG-REC-TYPE = "Z"
                           AND SLG-ORIG-TS(1:8) = WS-CON-DATE-X)
                          OR (SLG-REC-TYPE NOT = "Z"
                           AND SLG-TIMESTAMP(1:8) = WS-CON-DATE-X)
                           MOVE SITE-LOG-RECORD TO GAME-LOG-RECORD
                           MOVE WS-SITE-CODE TO LOG-SITE
                           WRITE GAME-LOG-RECORD
                           ADD 1 TO WS-WRITTEN-COUNT
                           PERFORM SCORE-SITE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-LOG-FILE.
           CLOSE GAME-LOG-FILE.
           CLOSE PLAYER-MASTER-FILE.

      *> Same scoring rules as JOKEREC's DERIVE-FROM-GAME-LOG - keep
      *> them in sync, or JOKEREC will report the sites' badges as
      *> drifted.
       SCORE-SITE-RECORD.
           IF LOG-REC-TYPE NOT = "R"
              AND LOG-REC-TYPE NOT = "Z"
              AND LOG-RESULT-CODE NOT = 9
               ADD 1 TO WS-SCORED-COUNT
               MOVE LOG-BADGE TO WS-TALLY-BADGE
               MOVE LOG-RESULT-CODE TO WS-TALLY-RESULT
               IF LOG-REC-TYPE = "X"
                   MOVE "-" TO WS-TALLY-SIGN
               ELSE
                   MOVE "+" TO WS-TALLY-SIGN
               END-IF
               IF LOG-REC-TYPE = "X" OR LOG-REC-TYPE = "C"
                   MOVE SPACES TO WS-TALLY-LAST
               ELSE
                   MOVE LOG-TIMESTAMP(1:8) TO WS-TALLY-LAST
               END-IF
               PERFORM POST-TO-MASTER
               IF LOG-REC-TYPE = "H"
                   MOVE LOG-BADGE-2 TO WS-TALLY-BADGE
                   EVALUATE LOG-RESULT-CODE
                       WHEN 1 MOVE 2 TO WS-TALLY-RESULT
                       WHEN 2 MOVE 1 TO WS-TALLY-RESULT
                       WHEN OTHER MOVE 3 TO WS-TALLY-RESULT
                   END-EVALUATE
                   PERFORM POST-TO-MASTER
               END-IF
           END-IF.

      *> The X subtract is guarded as APPLY-CORRECTION-TO-MASTER
      *> guards it in JOKEBAT: a reversal of a game consolidated
      *> before the master was last rebuilt must not underflow.
       POST-TO-MASTER.
           IF WS-TALLY-BADGE NUMERIC
               MOVE WS-TALLY-BADGE TO BADGE-NUM
               IF WS-TALLY-LAST NOT = SPACES
                   PERFORM NOTE-ROSTER-BADGE
               END-IF
               PERFORM FIND-PM-SLOT
               IF NOT PM-SLOT-FOUND
                   ADD 1 TO WS-MASTER-MISSES
                   DISPLAY "WARNING: PLAYER-MASTER table is full ("
                           WS-PM-TABLE-SIZE " slots) - badge "
                           BADGE-NUM " cannot be recorded"
               ELSE
                   IF WS-TALLY-SIGN = "-"
                       EVALUATE WS-TALLY-RESULT
                           WHEN 3
                               IF PM-DRAWS > 0
                                   SUBTRACT 1 FROM PM-DRAWS
                               END-IF
                           WHEN 2
                               IF PM-LOSSES > 0
                                   SUBTRACT 1 FROM PM-LOSSES
                               END-IF
                           WHEN OTHER
                               IF PM-WINS > 0
                                   SUBTRACT 1 FROM PM-WINS
                               END-IF
                       END-EVALUATE
                   ELSE
                       EVALUATE WS-TALLY-RESULT
                           WHEN 3
                               ADD 1 TO PM-DRAWS
                           WHEN 2
                               ADD 1 TO PM-LOSSES
                           WHEN OTHER
                               ADD 1 TO PM-WINS
                       END-EVALUATE
                   END-IF
                   IF WS-TALLY-LAST NOT = SPACES
                      AND (PM-LAST-PLAYED = SPACES
                           OR WS-TALLY-LAST > PM-LAST-PLAYED)
                       MOVE WS-TALLY-LAST TO PM-LAST-PLAYED
                   END-IF
                   IF WS-PM-STATUS = "23"
                       WRITE PLAYER-MASTER-RECORD
                   ELSE
                       REWRITE PLAYER-MASTER-RECORD
                   END-IF
               END-IF
           END-IF.

      *> Same hashed slot search as JOKEBAT's FIND-PM-SLOT - keep in
      *> sync. On return either PM-SLOT-FOUND is set and
      *> PLAYER-MASTER-RECORD holds the row for BADGE-NUM (freshly
      *> INITIALIZEd on its first game), or the table is full.
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

      *> The table size every probe in this run uses. A missing or
      *> junk PMSIZE.DAT leaves the 99991 the table was born with.
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

      *> A badge belongs to the site it last played at, head office
      *> included (JOKEVER's close notes HQ play on the roster). The
      *> game's own timestamp decides, so a day sent in late never
      *> takes a badge back from a site it has played at since.
      *> Corrections are not play and do not move a badge.
       NOTE-ROSTER-BADGE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING ROS-IDX FROM 1 BY 1
                   UNTIL ROS-IDX > ROS-COUNT
               IF ROS-BADGE(ROS-IDX) = BADGE-NUM
                   SET WS-FOUND-IDX TO ROS-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF ROS-COUNT >= 2000
                   IF NOT ROS-TABLE-FULL
                       DISPLAY "WARNING: more than 2000 badges on the"
                               " site roster - badge " BADGE-NUM
                               " and later new badges are left off"
                       SET ROS-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO ROS-COUNT
                   SET ROS-IDX TO ROS-COUNT
                   MOVE BADGE-NUM TO ROS-BADGE(ROS-IDX)
                   MOVE WS-SITE-CODE TO ROS-SITE(ROS-IDX)
                   MOVE LOG-TIMESTAMP TO ROS-LAST-TS(ROS-IDX)
               END-IF
           ELSE
               SET ROS-IDX TO WS-FOUND-IDX
               IF LOG-TIMESTAMP >= ROS-LAST-TS(ROS-IDX)
                   MOVE WS-SITE-CODE TO ROS-SITE(ROS-IDX)
                   MOVE LOG-TIMESTAMP TO ROS-LAST-TS(ROS-IDX)
               END-IF
           END-IF.

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

       WRITE-CONS-REGISTER.
           OPEN EXTEND CONS-REG-FILE.
           MOVE SPACES TO CONS-REG-RECORD.
           MOVE WS-SITE-CODE TO CR-SITE.
           MOVE WS-CON-DATE-X TO CR-DATE.
           IF WS-REFUSE-REASON = SPACES
               MOVE "A" TO CR-STATUS
           ELSE
               MOVE "R" TO CR-STATUS
           END-IF.
           MOVE WS-RUN-TS TO CR-RUN-TS.
           MOVE WS-DAY-COUNT TO CR-RECORDS.
           MOVE WS-DAY-HASH TO CR-HASH.
           MOVE WS-FIRST-SEQ TO CR-FIRST-SEQ.
           MOVE WS-PREV-SEQ TO CR-LAST-SEQ.
           MOVE WS-REFUSE-REASON TO CR-REASON.
           WRITE CONS-REG-RECORD.
           CLOSE CONS-REG-FILE.

       PRINT-REPORT-HEADER.
           DISPLAY "=================================================".
           DISPLAY "SITE CONSOLIDATION - RUN " WS-RUN-TS.
           DISPLAY "=================================================".
           DISPLAY "Site        : " WS-SITE-CODE.
           DISPLAY "Business day: " WS-CON-DATE-X.
           DISPLAY "Site log    : " WS-SITE-LOG-NAME.
           IF SITE-SEEN-BEFORE
               DISPLAY "Last seq in : " WS-LAST-SEQ
           ELSE
               DISPLAY "Last seq in : (first day from this site)"
           END-IF.
           DISPLAY "-------------------------------------------------".

       PRINT-REPORT-FOOTER.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Records read        : " WS-READ-COUNT.
           DISPLAY "Other days passed by: " WS-OTHER-COUNT.
           DISPLAY "Day records         : " WS-DAY-COUNT
                   " hash " WS-DAY-HASH.
           IF WS-Z-COUNT = 1
               DISPLAY "Site Z close-out    : " WS-Z-CTL-COUNT
                       " hash " WS-Z-CTL-HASH
           END-IF.
           DISPLAY "Day sequence        : " WS-FIRST-SEQ
                   " - " WS-PREV-SEQ.
           DISPLAY "-------------------------------------------------".
           IF WS-REFUSE-REASON = SPACES
               DISPLAY "Written to GAMELOG  : " WS-WRITTEN-COUNT
               DISPLAY "Games scored        : " WS-SCORED-COUNT
               DISPLAY "SITE " WS-SITE-CODE " DAY " WS-CON-DATE-X
                       " CONSOLIDATED."
           ELSE
               DISPLAY "CONSOLIDATION REFUSED: " WS-REFUSE-REASON
               IF DAY-ALREADY-ACCEPTED
                   DISPLAY "  (accepted by the run of " WS-DONE-TS
                           ")"
               END-IF
               IF WS-REFUSE-REASON(1:10) = "BEHIND THE"
                   DISPLAY "  Day's first game  : " WS-DAY-EARLIEST
                   DISPLAY "  Ratings cursor    : " WS-RATINGS-TS
                   DISPLAY "  Points cursor     : " WS-POINTS-TS
               END-IF
               DISPLAY "  Nothing was written to the central files."
           END-IF.
           DISPLAY "=================================================".
