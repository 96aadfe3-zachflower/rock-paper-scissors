      *> configurable minimum-games threshold - so a 1-0 badge can't
      *> top the board. Badges whose last game is older than a cutoff
      *> date (or who have no last-played date at all) are flagged at
      *> the bottom as stale, for cleanup through JOKEPMU. It can be
      *> run for one site's badges (HQ = head office) off the JOKECON
      *> site roster, or across all sites.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS PM-REL-KEY
               FILE STATUS IS WS-PM-STATUS.
           SELECT OPTIONAL SITE-ROSTER-FILE ASSIGN TO "SITEROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       01 PLAYER-MASTER-RECORD.
           COPY PLAYERMR.
       FD  SITE-ROSTER-FILE.
       01 SITE-ROSTER-RECORD.
           COPY SITEROSR.
       WORKING-STORAGE SECTION.
           01 WS-PM-STATUS PIC XX.
           01 PM-REL-KEY PIC 9(6).
           01 WS-TABLE-FULL PIC X VALUE "N".
               88 STD-TABLE-FULL VALUE "Y".
           01 WS-PCT-EDIT PIC ZZ9.99.
           01 WS-SITE-FILTER PIC X(3).
               88 ALL-SITES VALUE SPACES.
           01 WS-BADGE-SITE PIC X(3).
           01 WS-IN-SITE PIC X.
               88 BADGE-IN-SITE VALUE "Y".
           01 WS-ROS-EOF PIC X VALUE "N".
               88 END-OF-ROSTER VALUE "Y".
           01 ROS-COUNT PIC 9(4) VALUE 0.
           01 ROS-TABLE.
               05 ROS-ENTRY OCCURS 2000 TIMES INDEXED BY ROS-IDX.
                   10 ROS-BADGE PIC 9(6).
                   10 ROS-SITE PIC X(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   + FUNCTION NUMVAL(WS-CURRENT-DATE(5:4))
           END-IF.

           DISPLAY "Site code (blank = all sites, HQ = head office)?".
           MOVE SPACES TO WS-SITE-FILTER.
           ACCEPT WS-SITE-FILTER.

           PERFORM LOAD-SITE-ROSTER.
           PERFORM LOAD-MASTER-TABLE.
           PERFORM SORT-STANDINGS.
           PERFORM PRINT-STANDINGS.
                       AT END SET END-OF-MASTER TO TRUE
                       NOT AT END
                           IF PM-BADGE NOT = 0
                               PERFORM CHECK-BADGE-SITE
                               IF BADGE-IN-SITE
                                   PERFORM ADD-STANDINGS-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYER-MASTER-FILE
           END-IF.

      *> Badge-to-site roster (SITEROS.DAT, kept by JOKECON and
      *> JOKEVER's close). A badge back at head office is on it as
      *> "HQ"; one not on it has only played at head office.
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
                       ELSE
                           DISPLAY "WARNING: more than 2000 badges in"
                                   " SITEROS.DAT - overflow ignored"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-ROSTER-FILE.

      *> Sets BADGE-IN-SITE when PM-BADGE belongs to the site asked
      *> for - always, when every site was asked for.
       CHECK-BADGE-SITE.
           IF ALL-SITES
               SET BADGE-IN-SITE TO TRUE
           ELSE
               MOVE "HQ" TO WS-BADGE-SITE
               PERFORM VARYING ROS-IDX FROM 1 BY 1
                       UNTIL ROS-IDX > ROS-COUNT
                   IF ROS-BADGE(ROS-IDX) = PM-BADGE
                       MOVE ROS-SITE(ROS-IDX) TO WS-BADGE-SITE
                   END-IF
               END-PERFORM
               IF WS-BADGE-SITE = WS-SITE-FILTER
                   SET BADGE-IN-SITE TO TRUE
               ELSE
                   MOVE "N" TO WS-IN-SITE
               END-IF
           END-IF.

      *> Zeroed rows (a JOKEPMU zero or merge source) have no games
      *> and would only pad the stale list - they are skipped the
      *> same way the zero-badge tombstones are.
           DISPLAY "JOKENPO ALL-TIME STANDINGS - RUN "
                   WS-CURRENT-DATE(1:8).
           DISPLAY "Minimum games to rank: " WS-MIN-GAMES.
           IF ALL-SITES
               DISPLAY "Site: ALL SITES"
           ELSE
               DISPLAY "Site: " WS-SITE-FILTER
           END-IF.
           DISPLAY "=================================================".
           DISPLAY "Rank Badge  Games  W      L      D      Win pct".
           MOVE 0 TO WS-RANK.
