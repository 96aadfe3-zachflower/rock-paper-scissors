      *> "????" UNASSIGNED bucket so the totals still cover everyone
      *> and the gap in the reference is visible on the report. This
      *> is the board the quarterly department challenge runs off.
      *> It can be run for one site's badges (HQ = head office) off
      *> the JOKECON site roster, or across all sites.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-PM-STATUS.
           SELECT OPTIONAL DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SITE-ROSTER-FILE ASSIGN TO "SITEROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       FD  DEPT-REF-FILE.
       01 DEPT-REF-RECORD.
           COPY DEPTREC.
       FD  SITE-ROSTER-FILE.
       01 SITE-ROSTER-RECORD.
           COPY SITEROSR.
       WORKING-STORAGE SECTION.
           01 WS-PM-STATUS PIC XX.
           01 PM-REL-KEY PIC 9(6).
           01 WS-SORT-I PIC 9(4).
           01 WS-SORT-J PIC 9(4).
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           DISPLAY "Site code (blank = all sites, HQ = head office)?".
           MOVE SPACES TO WS-SITE-FILTER.
           ACCEPT WS-SITE-FILTER.
           PERFORM LOAD-DEPT-REF.
           PERFORM LOAD-SITE-ROSTER.
           PERFORM ROLL-UP-MASTER.
           PERFORM COMPUTE-AND-SORT.
           PERFORM PRINT-STANDINGS.
           END-PERFORM.
           CLOSE DEPT-REF-FILE.

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

      *> Zeroed rows (JOKEPMU tombstones and zeroed badges) carry no
      *> games and are skipped the same way JOKESTD skips them.
       ROLL-UP-MASTER.
                       NOT AT END
                           IF PM-BADGE NOT = 0
                              AND PM-WINS + PM-LOSSES + PM-DRAWS > 0
                               PERFORM CHECK-BADGE-SITE
                               IF BADGE-IN-SITE
                                   PERFORM ROLL-UP-ONE-BADGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           DISPLAY "=================================================".
           DISPLAY "JOKENPO DEPARTMENT STANDINGS - RUN "
                   WS-CURRENT-DATE(1:8).
           IF ALL-SITES
               DISPLAY "Site: ALL SITES"
           ELSE
               DISPLAY "Site: " WS-SITE-FILTER
           END-IF.
           DISPLAY "=================================================".
           DISPLAY "Dept Badges W      L      D      Games  Win pct".
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
