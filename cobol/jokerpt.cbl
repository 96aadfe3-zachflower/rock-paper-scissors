       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKERPT.
      *> The day's tally off the central GAMELOG.DAT - head office's
      *> games and every branch site's day JOKECON has consolidated.
      *> The site prompt narrows it to one site (HQ = head office,
      *> whose records carry no site code); blank reports them all.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           01 WS-RC-PHASE PIC X(5).
           01 WS-RC-COUNT PIC 9(8).
           01 WS-RC-STATUS PIC X(4).
           01 WS-SITE-FILTER PIC X(3).
               88 ALL-SITES VALUE SPACES.
           01 WS-REC-SITE PIC X(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "Site code (blank = all sites, HQ = head office)?".
           MOVE SPACES TO WS-SITE-FILTER.
           ACCEPT WS-SITE-FILTER.

           PERFORM CHECK-BATCH-COMPLETED.
           EVALUATE TRUE
               WHEN BAT-COMPLETED
      *> subtract is guarded so a reversal whose original has been
      *> archived out of the log can't run a counter below zero.
       TALLY-RECORD.
           IF LOG-SITE = SPACES
               MOVE "HQ" TO WS-REC-SITE
           ELSE
               MOVE LOG-SITE TO WS-REC-SITE
           END-IF.
           EVALUATE TRUE
               WHEN NOT ALL-SITES AND WS-REC-SITE NOT = WS-SITE-FILTER
                   CONTINUE
      *> "Z" daily close-out controls are not games (see GAMELOGR) -
      *> their zero result code would tally as a win.
               WHEN LOG-REC-TYPE = "Z"
       PRINT-REPORT.
           DISPLAY "=================================================".
           DISPLAY "JOKENPO DAILY TALLY REPORT - " WS-TODAY.
           IF ALL-SITES
               DISPLAY "Site: ALL SITES"
           ELSE
               DISPLAY "Site: " WS-SITE-FILTER
           END-IF.
           DISPLAY "=================================================".
           DISPLAY "Total games : " WS-TOTAL-GAMES.
           DISPLAY "Total wins  : " WS-TOTAL-WINS.
