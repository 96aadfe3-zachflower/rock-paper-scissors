       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKEBHX.
      *> Badge-history index maintenance. JOKEHIS and JOKESTM used to
      *> answer every inquiry by reading every GLARC<yyyymm>.DAT cut
      *> the operator keyed plus the live log - slower every month,
      *> and wrong whenever the keyed window was too narrow. They now
      *> read BADGEHX.DAT (see BHISTR), an indexed file keyed by badge
      *> and timestamp holding every game-log record filed under each
      *> badge it involves - both sides of an H game. This job keeps
      *> it, in one of three modes:
      *>
      *>   L - load. Builds the index from nothing: every archive cut
      *>   from a keyed month to date, then the live GAMELOG.DAT. Run
      *>   once at conversion, and again whenever verify says the
      *>   index has drifted - it replaces the whole file.
      *>
      *>   F - feed. The daily step, run after each day's JOKEVER
      *>   close (and after JOKECON has brought in the sites' days).
      *>   Files every live log record numbered above the site's
      *>   line in BHXCTL.DAT (see BHXCTLR) and moves the line on, so
      *>   each run only touches what arrived since the last one.
      *>
      *>   V - verify. Counts, month by month, the rows the archives
      *>   and the fed part of the live log say the index should hold
      *>   and the rows it does hold, and flags every month that
      *>   differs (RC 4) - rebuild with L when it does. Records on
      *>   the live log not fed yet are listed per site as well.
      *>
      *> Filing is safe to repeat: a row whose key is already taken
      *> by the same record is left alone and counted as present, so
      *> a feed that died before its control line was written can
      *> simply be run again. Neither BADGEHX.DAT nor BHXCTL.DAT is
      *> in the JOKEBKP set - the index is rebuilt from the logs, not
      *> restored. JOKERST never lets GLSEQ.DAT go back behind the
      *> live log, so the sequence cursors here stay good across a
      *> restore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One handle serves the live log and every archive cut - the
      *> name is swapped between opens, as JOKESSN does with its
      *> snapshots.
           SELECT HIST-FILE ASSIGN USING WS-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BADGE-HIST-FILE ASSIGN TO "BADGEHX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BH-STATUS.
           SELECT OPTIONAL FEED-CTL-FILE ASSIGN TO "BHXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01 GAME-LOG-RECORD.
           COPY GAMELOGR.
       FD  BADGE-HIST-FILE.
       01 BADGE-HIST-RECORD.
           COPY BHISTR.
       FD  FEED-CTL-FILE.
       01 FEED-CTL-RECORD.
           COPY BHXCTLR.
       WORKING-STORAGE SECTION.
           01 WS-HIST-STATUS PIC XX.
           01 WS-HIST-NAME PIC X(15).
           01 WS-HIST-EOF PIC X.
               88 END-OF-HIST VALUE "Y".
           01 WS-BH-STATUS PIC XX.
           01 WS-BH-EOF PIC X VALUE "N".
               88 END-OF-INDEX VALUE "Y".
           01 WS-CTL-EOF PIC X VALUE "N".
               88 END-OF-FEED-CTL VALUE "Y".
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-TS PIC X(14).
           01 WS-THIS-MONTH PIC 9(6).
           01 WS-MODE PIC X.
               88 FEED-MODE VALUE "F", "f".
               88 LOAD-MODE VALUE "L", "l".
               88 VERIFY-MODE VALUE "V", "v".
           01 WS-CONFIRM PIC X.
               88 REBUILD-CONFIRMED VALUE "Y", "y".
           01 WS-ARCH-FROM PIC 9(6).
           01 WS-ARCHF-X REDEFINES WS-ARCH-FROM PIC X(6).
           01 WS-SCAN-MONTH PIC 9(6).
           01 WS-SCAN-X REDEFINES WS-SCAN-MONTH PIC X(6).
           01 WS-WORK-YEAR PIC 9(4).
           01 WS-WORK-MONTH PIC 9(2).
      *> Which file the record in hand came from - the live log's
      *> records are weighed against the feed line, the archives'
      *> are not.
           01 WS-ON-LIVE-LOG PIC X VALUE "N".
               88 READING-LIVE-LOG VALUE "Y".
           01 WS-FILES-READ PIC 9(4) VALUE 0.
           01 WS-READ-COUNT PIC 9(8) VALUE 0.
           01 WS-ROWS-WRITTEN PIC 9(8) VALUE 0.
           01 WS-ROWS-PRESENT PIC 9(8) VALUE 0.
           01 WS-ROWS-FAILED PIC 9(8) VALUE 0.
      *> The row being filed: under which badge, from which side.
           01 WS-ROW-BADGE PIC X(6).
           01 WS-ROW-SIDE PIC X.
           01 WS-ROW-OCCUR PIC 9(3).
           01 WS-ROW-DONE PIC X.
               88 ROW-FILED VALUE "Y".
           01 WS-ROW-COUNT PIC 9.
           01 WS-ABOVE-LINE PIC X.
               88 NOT-FED-YET VALUE "Y".
      *> The feed line per site - as read from BHXCTL.DAT, and how far
      *> this run has taken it.
           01 CUR-COUNT PIC 9(4) VALUE 0.
           01 CUR-TABLE.
               05 CUR-ENTRY OCCURS 50 TIMES INDEXED BY CUR-IDX.
                   10 CUR-SITE PIC X(3).
                   10 CUR-LAST-SEQ PIC 9(8).
                   10 CUR-FED-TS PIC X(14).
                   10 CUR-NEW-SEQ PIC 9(8).
                   10 CUR-ROWS PIC 9(8).
                   10 CUR-UNFED PIC 9(8).
           01 WS-CUR-SITE PIC X(3).
           01 WS-SITE-SHOW PIC X(3).
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-CUR-FULL PIC X VALUE "N".
               88 CUR-TABLE-FULL VALUE "Y".
      *> Verify - rows per month as the files say and as the index
      *> holds them. Months before the window are not compared.
           01 MON-COUNT PIC 9(4) VALUE 0.
           01 MON-TABLE.
               05 MON-ENTRY OCCURS 240 TIMES INDEXED BY MON-IDX.
                   10 MON-MONTH PIC X(6).
                   10 MON-ARCHIVE PIC 9(8).
                   10 MON-LIVE PIC 9(8).
                   10 MON-INDEX PIC 9(8).
           01 WS-SWAP-ENTRY.
               05 FILLER PIC X(6).
               05 FILLER PIC 9(8).
               05 FILLER PIC 9(8).
               05 FILLER PIC 9(8).
           01 WS-SORT-I PIC 9(4).
           01 WS-SORT-J PIC 9(4).
           01 WS-MON-KEY PIC X(6).
           01 WS-MON-FULL PIC X VALUE "N".
               88 MON-TABLE-FULL VALUE "Y".
           01 WS-WINDOW-START PIC X(6).
           01 WS-OUTSIDE-ROWS PIC 9(8) VALUE 0.
           01 WS-INDEX-ROWS PIC 9(8) VALUE 0.
           01 WS-EXPECTED PIC 9(8).
           01 WS-DIFF-MONTHS PIC 9(4) VALUE 0.
           01 WS-UNFED-TOTAL PIC 9(8) VALUE 0.
           01 WS-FLAG PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TS.
           MOVE WS-CURRENT-DATE(1:6) TO WS-THIS-MONTH.

           DISPLAY "Feed, load or verify the badge-history index"
                   " (F/L/V)?".
           MOVE SPACE TO WS-MODE.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN FEED-MODE
                   PERFORM FEED-INDEX
               WHEN LOAD-MODE
                   PERFORM LOAD-INDEX
               WHEN VERIFY-MODE
                   PERFORM VERIFY-INDEX
               WHEN OTHER
                   DISPLAY "INDEX RUN REFUSED: mode '" WS-MODE
                           "' is not F, L or V."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *> The daily feed. With no index on disk, or no control file to
      *> say how far it has been fed, there is nothing safe to add
      *> to - build it with L first.
       FEED-INDEX.
           PERFORM LOAD-FEED-CURSORS.
           OPEN I-O BADGE-HIST-FILE.
           IF WS-BH-STATUS NOT = "00"
               DISPLAY "FEED REFUSED: no badge-history index"
                       " (BADGEHX.DAT) - build it with mode L."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CUR-COUNT = 0
                   CLOSE BADGE-HIST-FILE
                   DISPLAY "FEED REFUSED: no feed control"
                           " (BHXCTL.DAT) - rebuild the index with"
                           " mode L."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "GAMELOG.DAT" TO WS-HIST-NAME
                   SET READING-LIVE-LOG TO TRUE
                   PERFORM READ-ONE-FILE
                   CLOSE BADGE-HIST-FILE
                   PERFORM WRITE-FEED-CURSORS
                   PERFORM PRINT-FEED-REPORT
               END-IF
           END-IF.

      *> Conversion, or a rebuild after verify: the index is emptied
      *> and filed again from everything on disk.
       LOAD-INDEX.
           DISPLAY "Read archives from month (YYYYMM, 0 = none)?".
           MOVE 0 TO WS-ARCH-FROM.
           ACCEPT WS-ARCH-FROM.
           IF WS-ARCH-FROM NOT = 0
              AND (WS-ARCHF-X(5:2) < "01" OR WS-ARCHF-X(5:2) > "12")
               MOVE 0 TO WS-ARCH-FROM
           END-IF.
           DISPLAY "Load replaces the whole badge-history index -"
                   " go ahead (Y/N)?".
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT REBUILD-CONFIRMED
               DISPLAY "Load cancelled - nothing changed."
           ELSE
      *> Emptied with OUTPUT, then filed under I-O so a repeated
      *> record can be read back and recognized.
               OPEN OUTPUT BADGE-HIST-FILE
               CLOSE BADGE-HIST-FILE
               OPEN I-O BADGE-HIST-FILE
               IF WS-BH-STATUS NOT = "00"
                   DISPLAY "LOAD REFUSED: BADGEHX.DAT could not be"
                           " opened (status " WS-BH-STATUS ")."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM SCAN-ARCHIVES
                   MOVE "GAMELOG.DAT" TO WS-HIST-NAME
                   SET READING-LIVE-LOG TO TRUE
                   PERFORM READ-ONE-FILE
                   CLOSE BADGE-HIST-FILE
                   PERFORM WRITE-FEED-CURSORS
                   PERFORM PRINT-FEED-REPORT
               END-IF
           END-IF.

       VERIFY-INDEX.
           DISPLAY "Read archives from month (YYYYMM, 0 = none)?".
           MOVE 0 TO WS-ARCH-FROM.
           ACCEPT WS-ARCH-FROM.
           IF WS-ARCH-FROM NOT = 0
              AND (WS-ARCHF-X(5:2) < "01" OR WS-ARCHF-X(5:2) > "12")
               MOVE 0 TO WS-ARCH-FROM
           END-IF.
           PERFORM LOAD-FEED-CURSORS.
           OPEN INPUT BADGE-HIST-FILE.
           IF WS-BH-STATUS NOT = "00"
               DISPLAY "VERIFY REFUSED: no badge-history index"
                       " (BADGEHX.DAT) - build it with mode L."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SCAN-ARCHIVES
               MOVE "GAMELOG.DAT" TO WS-HIST-NAME
               SET READING-LIVE-LOG TO TRUE
               PERFORM READ-ONE-FILE
               PERFORM SET-VERIFY-WINDOW
               PERFORM COUNT-INDEX-ROWS
               CLOSE BADGE-HIST-FILE
               PERFORM SORT-MONTHS
               PERFORM PRINT-VERIFY-REPORT
               IF WS-DIFF-MONTHS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *> GLARC<yyyymm>.DAT month by month from the keyed month to
      *> date (zero = none); a month never archived has no file and
      *> costs nothing.
       SCAN-ARCHIVES.
           MOVE "N" TO WS-ON-LIVE-LOG.
           MOVE WS-ARCH-FROM TO WS-SCAN-MONTH.
           PERFORM UNTIL WS-SCAN-MONTH = 0
                      OR WS-SCAN-MONTH > WS-THIS-MONTH
               MOVE SPACES TO WS-HIST-NAME
               STRING "GLARC" DELIMITED SIZE
                      WS-SCAN-X DELIMITED SIZE
                      ".DAT" DELIMITED SIZE
                   INTO WS-HIST-NAME
               PERFORM READ-ONE-FILE
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

       READ-ONE-FILE.
           MOVE "N" TO WS-HIST-EOF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               CONTINUE
           ELSE
               ADD 1 TO WS-FILES-READ
               PERFORM UNTIL END-OF-HIST
                   READ HIST-FILE
                       AT END SET END-OF-HIST TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           EVALUATE TRUE
                               WHEN FEED-MODE
                                   PERFORM FEED-ONE-RECORD
                               WHEN LOAD-MODE
                                   PERFORM LOAD-ONE-RECORD
                               WHEN OTHER
                                   PERFORM WEIGH-ONE-RECORD
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

      *> Only numbered records are fed. Anything older than the
      *> numbered era was filed by the load at conversion; a site
      *> with no line yet is fed from the start of its series.
       FEED-ONE-RECORD.
           IF LOG-SEQ-NO NUMERIC
               MOVE LOG-SITE TO WS-CUR-SITE
               PERFORM FIND-OR-ADD-CURSOR
               IF WS-FOUND-IDX NOT = 0
                   SET CUR-IDX TO WS-FOUND-IDX
                   IF LOG-SEQ-NO > CUR-LAST-SEQ(CUR-IDX)
                       PERFORM FILE-ONE-RECORD
                       ADD WS-ROW-COUNT TO CUR-ROWS(CUR-IDX)
                       IF LOG-SEQ-NO > CUR-NEW-SEQ(CUR-IDX)
                           MOVE LOG-SEQ-NO TO CUR-NEW-SEQ(CUR-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Everything is filed; each site's line ends up at the highest
      *> number it has anywhere on disk.
       LOAD-ONE-RECORD.
           PERFORM FILE-ONE-RECORD.
           IF LOG-SEQ-NO NUMERIC
               MOVE LOG-SITE TO WS-CUR-SITE
               PERFORM FIND-OR-ADD-CURSOR
               IF WS-FOUND-IDX NOT = 0
                   SET CUR-IDX TO WS-FOUND-IDX
                   ADD WS-ROW-COUNT TO CUR-ROWS(CUR-IDX)
                   IF LOG-SEQ-NO > CUR-NEW-SEQ(CUR-IDX)
                       MOVE LOG-SEQ-NO TO CUR-NEW-SEQ(CUR-IDX)
                   END-IF
               END-IF
           END-IF.

      *> How many rows the record makes: none for a Z close-out, one
      *> under LOG-BADGE, and one more under LOG-BADGE-2 for an H
      *> game between two different badges.
       COUNT-RECORD-ROWS.
           EVALUATE TRUE
               WHEN LOG-REC-TYPE = "Z"
                   MOVE 0 TO WS-ROW-COUNT
               WHEN LOG-REC-TYPE = "H" AND LOG-BADGE-2 NOT = SPACES
                AND LOG-BADGE-2 NOT = LOG-BADGE
                   MOVE 2 TO WS-ROW-COUNT
               WHEN OTHER
                   MOVE 1 TO WS-ROW-COUNT
           END-EVALUATE.

       FILE-ONE-RECORD.
           PERFORM COUNT-RECORD-ROWS.
           IF WS-ROW-COUNT > 0
               MOVE LOG-BADGE TO WS-ROW-BADGE
               MOVE "1" TO WS-ROW-SIDE
               PERFORM FILE-INDEX-ROW
           END-IF.
           IF WS-ROW-COUNT > 1
               MOVE LOG-BADGE-2 TO WS-ROW-BADGE
               MOVE "2" TO WS-ROW-SIDE
               PERFORM FILE-INDEX-ROW
           END-IF.

      *> The first free occurrence number under badge + timestamp.
      *> A taken key is read back: the same record from the same side
      *> means it is already filed, anything else moves on to the
      *> next number.
       FILE-INDEX-ROW.
           MOVE 0 TO WS-ROW-OCCUR.
           MOVE "N" TO WS-ROW-DONE.
           PERFORM UNTIL ROW-FILED
               MOVE WS-ROW-BADGE TO BH-BADGE
               MOVE LOG-TIMESTAMP TO BH-TIMESTAMP
               MOVE WS-ROW-OCCUR TO BH-OCCUR
               MOVE WS-ROW-SIDE TO BH-SIDE
               MOVE GAME-LOG-RECORD TO BH-GAME
               WRITE BADGE-HIST-RECORD
                   INVALID KEY
                       PERFORM CHECK-TAKEN-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-WRITTEN
                       SET ROW-FILED TO TRUE
               END-WRITE
           END-PERFORM.

       CHECK-TAKEN-KEY.
           READ BADGE-HIST-FILE
               INVALID KEY
                   ADD 1 TO WS-ROWS-FAILED
                   SET ROW-FILED TO TRUE
               NOT INVALID KEY
                   IF BH-SIDE = WS-ROW-SIDE
                      AND BH-GAME = GAME-LOG-RECORD
                       ADD 1 TO WS-ROWS-PRESENT
                       SET ROW-FILED TO TRUE
                   ELSE
                       IF WS-ROW-OCCUR >= 999
                           ADD 1 TO WS-ROWS-FAILED
                           SET ROW-FILED TO TRUE
                       ELSE
                           ADD 1 TO WS-ROW-OCCUR
                       END-IF
                   END-IF
           END-READ.

      *> Verify's view of a record: the rows it should have made, in
      *> its month, unless it is on the live log above the feed line
      *> - then it is simply not fed yet.
       WEIGH-ONE-RECORD.
           PERFORM COUNT-RECORD-ROWS.
           MOVE "N" TO WS-ABOVE-LINE.
           IF WS-ROW-COUNT > 0 AND READING-LIVE-LOG
              AND LOG-SEQ-NO NUMERIC
               MOVE LOG-SITE TO WS-CUR-SITE
               PERFORM FIND-OR-ADD-CURSOR
               IF WS-FOUND-IDX NOT = 0
                   SET CUR-IDX TO WS-FOUND-IDX
                   IF LOG-SEQ-NO > CUR-LAST-SEQ(CUR-IDX)
                       SET NOT-FED-YET TO TRUE
                       ADD WS-ROW-COUNT TO CUR-UNFED(CUR-IDX)
                       ADD WS-ROW-COUNT TO WS-UNFED-TOTAL
                   END-IF
               END-IF
           END-IF.
           IF WS-ROW-COUNT > 0 AND NOT NOT-FED-YET
               MOVE LOG-TIMESTAMP(1:6) TO WS-MON-KEY
               PERFORM FIND-OR-ADD-MONTH
               IF WS-FOUND-IDX NOT = 0
                   SET MON-IDX TO WS-FOUND-IDX
                   IF READING-LIVE-LOG
                       ADD WS-ROW-COUNT TO MON-LIVE(MON-IDX)
                   ELSE
                       ADD WS-ROW-COUNT TO MON-ARCHIVE(MON-IDX)
                   END-IF
               END-IF
           END-IF.

      *> The window starts at the first archive month read, or with
      *> no archives at the earliest month the live log holds; the
      *> index's rows before it belong to cuts this run did not read.
       SET-VERIFY-WINDOW.
           IF WS-ARCH-FROM NOT = 0
               MOVE WS-ARCHF-X TO WS-WINDOW-START
           ELSE
               MOVE HIGH-VALUES TO WS-WINDOW-START
               PERFORM VARYING MON-IDX FROM 1 BY 1
                       UNTIL MON-IDX > MON-COUNT
                   IF MON-MONTH(MON-IDX) < WS-WINDOW-START
                       MOVE MON-MONTH(MON-IDX) TO WS-WINDOW-START
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-INDEX-ROWS.
           MOVE "N" TO WS-BH-EOF.
           PERFORM UNTIL END-OF-INDEX
               READ BADGE-HIST-FILE NEXT
                   AT END SET END-OF-INDEX TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INDEX-ROWS
                       IF BH-TIMESTAMP(1:6) < WS-WINDOW-START
                           ADD 1 TO WS-OUTSIDE-ROWS
                       ELSE
                           MOVE BH-TIMESTAMP(1:6) TO WS-MON-KEY
                           PERFORM FIND-OR-ADD-MONTH
                           IF WS-FOUND-IDX NOT = 0
                               SET MON-IDX TO WS-FOUND-IDX
                               ADD 1 TO MON-INDEX(MON-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-OR-ADD-MONTH.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING MON-IDX FROM 1 BY 1
                   UNTIL MON-IDX > MON-COUNT
               IF MON-MONTH(MON-IDX) = WS-MON-KEY
                   SET WS-FOUND-IDX TO MON-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF MON-COUNT >= 240
                   IF NOT MON-TABLE-FULL
                       DISPLAY "WARNING: more than 240 months to"
                               " verify - MON-TABLE is full, later"
                               " months are not compared"
                       SET MON-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO MON-COUNT
                   MOVE MON-COUNT TO WS-FOUND-IDX
                   SET MON-IDX TO WS-FOUND-IDX
                   MOVE WS-MON-KEY TO MON-MONTH(MON-IDX)
                   MOVE 0 TO MON-ARCHIVE(MON-IDX)
                   MOVE 0 TO MON-LIVE(MON-IDX)
                   MOVE 0 TO MON-INDEX(MON-IDX)
               END-IF
           END-IF.

       SORT-MONTHS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= MON-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > MON-COUNT - WS-SORT-I
                   IF MON-MONTH(WS-SORT-J) > MON-MONTH(WS-SORT-J + 1)
                       MOVE MON-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
                       MOVE MON-ENTRY(WS-SORT-J + 1)
                           TO MON-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-ENTRY TO MON-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> BHXCTL.DAT, one line per site. A junk sequence number reads
      *> as zero - the site is fed again from the start of its
      *> series, which filing shrugs off.
       LOAD-FEED-CURSORS.
           OPEN INPUT FEED-CTL-FILE.
           PERFORM UNTIL END-OF-FEED-CTL
               READ FEED-CTL-FILE
                   AT END SET END-OF-FEED-CTL TO TRUE
                   NOT AT END
                       MOVE BC-SITE TO WS-CUR-SITE
                       PERFORM FIND-OR-ADD-CURSOR
                       IF WS-FOUND-IDX NOT = 0
                           SET CUR-IDX TO WS-FOUND-IDX
                           IF BC-LAST-SEQ NUMERIC
                               MOVE BC-LAST-SEQ
                                   TO CUR-LAST-SEQ(CUR-IDX)
                               MOVE BC-LAST-SEQ
                                   TO CUR-NEW-SEQ(CUR-IDX)
                           END-IF
                           MOVE BC-FED-TS TO CUR-FED-TS(CUR-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-CTL-FILE.

       FIND-OR-ADD-CURSOR.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-COUNT
               IF CUR-SITE(CUR-IDX) = WS-CUR-SITE
                   SET WS-FOUND-IDX TO CUR-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF CUR-COUNT >= 50
                   IF NOT CUR-TABLE-FULL
                       DISPLAY "WARNING: more than 50 sites - "
                               "CUR-TABLE is full, later sites are "
                               "left out of the index"
                       SET CUR-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO CUR-COUNT
                   MOVE CUR-COUNT TO WS-FOUND-IDX
                   SET CUR-IDX TO WS-FOUND-IDX
                   MOVE WS-CUR-SITE TO CUR-SITE(CUR-IDX)
                   MOVE 0 TO CUR-LAST-SEQ(CUR-IDX)
                   MOVE SPACES TO CUR-FED-TS(CUR-IDX)
                   MOVE 0 TO CUR-NEW-SEQ(CUR-IDX)
                   MOVE 0 TO CUR-ROWS(CUR-IDX)
                   MOVE 0 TO CUR-UNFED(CUR-IDX)
               END-IF
           END-IF.

      *> Written whole. A line the run moved on is stamped with the
      *> run; the others keep the stamp they had.
       WRITE-FEED-CURSORS.
           OPEN OUTPUT FEED-CTL-FILE.
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-COUNT
               IF CUR-NEW-SEQ(CUR-IDX) NOT = CUR-LAST-SEQ(CUR-IDX)
                  OR LOAD-MODE
                   MOVE WS-RUN-TS TO CUR-FED-TS(CUR-IDX)
               END-IF
               MOVE SPACES TO FEED-CTL-RECORD
               MOVE CUR-SITE(CUR-IDX) TO BC-SITE
               MOVE CUR-NEW-SEQ(CUR-IDX) TO BC-LAST-SEQ
               MOVE CUR-FED-TS(CUR-IDX) TO BC-FED-TS
               WRITE FEED-CTL-RECORD
           END-PERFORM.
           CLOSE FEED-CTL-FILE.

       SHOW-SITE-CODE.
           IF CUR-SITE(CUR-IDX) = SPACES
               MOVE "HQ" TO WS-SITE-SHOW
           ELSE
               MOVE CUR-SITE(CUR-IDX) TO WS-SITE-SHOW
           END-IF.

       PRINT-FEED-REPORT.
           DISPLAY "=================================================".
           IF LOAD-MODE
               DISPLAY "BADGE-HISTORY INDEX LOAD - RUN " WS-RUN-TS
           ELSE
               DISPLAY "BADGE-HISTORY INDEX FEED - RUN " WS-RUN-TS
           END-IF.
           DISPLAY "=================================================".
           DISPLAY "  Site  Rows filed  Fed through".
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-COUNT
               PERFORM SHOW-SITE-CODE
               DISPLAY "  " WS-SITE-SHOW "   " CUR-ROWS(CUR-IDX)
                       "    " CUR-NEW-SEQ(CUR-IDX)
           END-PERFORM.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Files read        : " WS-FILES-READ.
           DISPLAY "Records read      : " WS-READ-COUNT.
           DISPLAY "Rows written      : " WS-ROWS-WRITTEN.
           DISPLAY "Rows already there: " WS-ROWS-PRESENT.
           IF WS-ROWS-FAILED > 0
               DISPLAY "*** " WS-ROWS-FAILED " ROW(S) COULD NOT BE"
                       " FILED - rebuild with mode L ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "=================================================".

       PRINT-VERIFY-REPORT.
           DISPLAY "=================================================".
           DISPLAY "BADGE-HISTORY INDEX VERIFY - RUN " WS-RUN-TS.
           DISPLAY "=================================================".
           DISPLAY "  Month    Archives  Live log     Index".
           PERFORM VARYING MON-IDX FROM 1 BY 1
                   UNTIL MON-IDX > MON-COUNT
               COMPUTE WS-EXPECTED =
                   MON-ARCHIVE(MON-IDX) + MON-LIVE(MON-IDX)
               IF WS-EXPECTED = MON-INDEX(MON-IDX)
                   MOVE SPACES TO WS-FLAG
               ELSE
                   MOVE "*** DIFFERS" TO WS-FLAG
                   ADD 1 TO WS-DIFF-MONTHS
               END-IF
               DISPLAY "  " MON-MONTH(MON-IDX) "  "
                       MON-ARCHIVE(MON-IDX) "  " MON-LIVE(MON-IDX)
                       "  " MON-INDEX(MON-IDX) " " WS-FLAG
           END-PERFORM.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Files read               : " WS-FILES-READ.
           DISPLAY "Index rows read          : " WS-INDEX-ROWS.
           DISPLAY "Rows before the window   : " WS-OUTSIDE-ROWS.
           DISPLAY "Live rows not yet fed    : " WS-UNFED-TOTAL.
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-COUNT
               IF CUR-UNFED(CUR-IDX) > 0
                   PERFORM SHOW-SITE-CODE
                   DISPLAY "  " WS-SITE-SHOW " fed through "
                           CUR-LAST-SEQ(CUR-IDX) ", "
                           CUR-UNFED(CUR-IDX) " row(s) above it"
               END-IF
           END-PERFORM.
           IF WS-DIFF-MONTHS > 0
               DISPLAY "*** " WS-DIFF-MONTHS " MONTH(S) DIFFER - the"
                       " index has drifted, rebuild it with mode L ***"
           ELSE
               DISPLAY "Index agrees with the archives and the live"
                       " log. INDEX VERIFIED."
           END-IF.
           DISPLAY "=================================================".
