      *> written and then summarizes each program in the cycle:
      *> completed (with its headline count), still open, or not run.
      *> A non-zero RETURN-CODE means the cycle is incomplete - handy
      *> as the last step of an end-of-day checklist. The day's
      *> JOKEBKP backup and any JOKERST restore of the master files
      *> are called out under the summary: neither is part of the
      *> cycle's completeness, but a restore means every count the
      *> day produced before it was taken against files that have
      *> since been put back.
      *>
      *> Keying a through date as well runs the range check instead:
      *> one pass of RUNCTL.DAT, then every business day in the range
      *> (by the shop calendar, BUSCAL.DAT - kept by JOKECAL) where
      *> the JOKEDIT-to-JOKEXTR cycle never ran or never completed.
      *> Weekends and holidays are days off, not missed cycles, and
      *> are left out; a single date that is not a business day and
      *> saw no cycle at all is reported as such and does not set
      *> the RETURN-CODE either.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-CAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTLR.
       FD  BUS-CAL-FILE.
       01 BUS-CAL-RECORD.
           COPY BUSCALR.
       WORKING-STORAGE SECTION.
           01 WS-RCTL-EOF PIC X VALUE "N".
               88 END-OF-RUN-CONTROL VALUE "Y".
                   10 CYC-COUNT PIC 9(8).
                   10 CYC-ENDED PIC X(14).
           01 WS-INCOMPLETE PIC 9(4) VALUE 0.
           01 WS-NOT-RUN PIC 9(4) VALUE 0.
      *> Range check: the through date, and each day's cycle state
      *> per program (CYC-STATE codes) by offset from the cycle date.
           01 WS-THROUGH-DATE PIC 9(8) VALUE 0.
           01 WS-THROUGH-X REDEFINES WS-THROUGH-DATE PIC X(8).
           01 WS-FROM-INT PIC 9(8).
           01 WS-THROUGH-INT PIC 9(8).
           01 WS-DAY-OFFSET PIC 9(8).
           01 WS-DAY-SUB PIC 9(4).
           01 WS-PROG-SUB PIC 9.
           01 WS-LIST-DATE PIC 9(8).
           01 RNG-TABLE.
               05 RNG-DAY OCCURS 1000 TIMES.
                   10 RNG-STATE PIC X OCCURS 4 TIMES.
           01 WS-DAY-COMPLETE PIC 9.
           01 WS-DAY-NOT-RUN PIC 9.
           01 WS-BUSINESS-DAYS PIC 9(4) VALUE 0.
           01 WS-CYCLES-COMPLETE PIC 9(4) VALUE 0.
           01 WS-NEVER-RAN PIC 9(4) VALUE 0.
           01 WS-NOT-COMPLETED PIC 9(4) VALUE 0.
           01 WS-DAY-NAME PIC X(3).
           01 DAY-NAMES-LIST.
               05 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
           01 DAY-NAMES REDEFINES DAY-NAMES-LIST.
               05 DAY-NAME PIC X(3) OCCURS 7 TIMES.
      *> Backup and restore activity for the date (JOKEBKP/JOKERST).
      *> A restore's END carries the restored generation's date in
      *> RC-COUNT.
           01 WS-BACKUP-TS PIC X(14) VALUE SPACES.
           01 WS-BACKUP-COUNT PIC 9(8) VALUE 0.
           01 RST-COUNT PIC 9(2) VALUE 0.
           01 RST-TABLE.
               05 RST-ENTRY OCCURS 20 TIMES INDEXED BY RST-IDX.
                   10 RST-TIMESTAMP PIC X(14).
                   10 RST-GENERATION PIC 9(8).
                   10 RST-STATUS PIC X(4).
      *> The business calendar (BUSCALR), held by day offset from
      *> the first date on file - about eleven years of days.
           01 WS-CAL-EOF PIC X VALUE "N".
               88 END-OF-CALENDAR VALUE "Y".
           01 CAL-BASE-INT PIC 9(8) VALUE 0.
           01 CAL-SPAN PIC 9(4) VALUE 0.
           01 CAL-DAY-TABLE.
               05 CDY-TYPE PIC X OCCURS 4000 TIMES.
           01 WS-CAL-INT PIC 9(8).
           01 WS-CAL-OFFSET PIC 9(8).
           01 WS-CAL-TYPE PIC X.
           01 WS-CAL-FLAG PIC X.
               88 CAL-IS-BUSINESS VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              OR WS-CYCLE-X(5:2) < "01" OR WS-CYCLE-X(5:2) > "12"
               MOVE WS-CURRENT-DATE(1:8) TO WS-CYCLE-X
           END-IF.
           DISPLAY "Through date for a range check "
                   "(YYYYMMDD, 0 = this date only)?".
           MOVE 0 TO WS-THROUGH-DATE.
           ACCEPT WS-THROUGH-DATE.
           IF WS-THROUGH-X(5:2) < "01" OR WS-THROUGH-X(5:2) > "12"
               MOVE 0 TO WS-THROUGH-DATE
           END-IF.
           PERFORM LOAD-BUSINESS-CALENDAR.

           MOVE "JOKEDIT" TO CYC-PROGRAM(1).
           MOVE "JOKEBAT" TO CYC-PROGRAM(2).
               MOVE SPACES TO CYC-ENDED(CYC-IDX)
           END-PERFORM.

           IF WS-THROUGH-DATE > WS-CYCLE-DATE
               PERFORM MISSED-CYCLE-RANGE
           ELSE
               PERFORM DAILY-CYCLE-REPORT
           END-IF.
           STOP RUN.

       DAILY-CYCLE-REPORT.
           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE).
           PERFORM CHECK-BUSINESS-DAY.
           DISPLAY "=================================================".
           DISPLAY "DAILY CYCLE - " WS-CYCLE-X " (run "
                   WS-CURRENT-DATE(1:8) ")".
           IF NOT CAL-IS-BUSINESS
               DISPLAY "(" WS-CYCLE-X " is not a business day)"
           END-IF.
           DISPLAY "=================================================".
           PERFORM WALK-RUN-CONTROL.
           IF WS-LINE-COUNT = 0
           END-IF.
           PERFORM PRINT-CYCLE-SUMMARY.

      *> A day off with no cycle at all is not an incomplete cycle.
           IF WS-INCOMPLETE > 0
               IF CAL-IS-BUSINESS OR WS-NOT-RUN < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WALK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
                                   " " RC-PHASE " " RC-COUNT
                                   " " RC-STATUS
                           PERFORM FOLD-CYCLE-STATE
                           PERFORM NOTE-BACKUP-RESTORE
                       END-IF
               END-READ
           END-PERFORM.
               END-IF
           END-PERFORM.

       NOTE-BACKUP-RESTORE.
           IF RC-PHASE = "END"
               EVALUATE RC-PROGRAM
                   WHEN "JOKEBKP"
                       IF RC-STATUS = "OK"
                           MOVE RC-TIMESTAMP TO WS-BACKUP-TS
                           MOVE RC-COUNT TO WS-BACKUP-COUNT
                       END-IF
                   WHEN "JOKERST"
                       IF RST-COUNT < 20
                           ADD 1 TO RST-COUNT
                           SET RST-IDX TO RST-COUNT
                           MOVE RC-TIMESTAMP TO RST-TIMESTAMP(RST-IDX)
                           MOVE RC-COUNT TO RST-GENERATION(RST-IDX)
                           MOVE RC-STATUS TO RST-STATUS(RST-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PRINT-CYCLE-SUMMARY.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Cycle summary:".
                               " STILL OPEN - started, no clean end"
                   WHEN OTHER
                       ADD 1 TO WS-INCOMPLETE
                       ADD 1 TO WS-NOT-RUN
                       DISPLAY "  " CYC-PROGRAM(CYC-IDX) " NOT RUN"
               END-EVALUATE
           END-PERFORM.
               DISPLAY "CYCLE INCOMPLETE - " WS-INCOMPLETE
                       " program(s) outstanding."
           END-IF.
           DISPLAY "-------------------------------------------------".
           IF WS-BACKUP-TS = SPACES
               DISPLAY "Master file backup: NONE TAKEN for this date."
           ELSE
               DISPLAY "Master file backup: taken at " WS-BACKUP-TS
                       " (" WS-BACKUP-COUNT " records)."
           END-IF.
           PERFORM VARYING RST-IDX FROM 1 BY 1
                   UNTIL RST-IDX > RST-COUNT
               IF RST-STATUS(RST-IDX) = "OK"
                   DISPLAY "** MASTER FILES RESTORED at "
                           RST-TIMESTAMP(RST-IDX)
                           " from the backup of "
                           RST-GENERATION(RST-IDX) " **"
               ELSE
                   DISPLAY "** MASTER FILE RESTORE at "
                           RST-TIMESTAMP(RST-IDX)
                           " from the backup of "
                           RST-GENERATION(RST-IDX)
                           " DID NOT BALANCE **"
               END-IF
           END-PERFORM.
           DISPLAY "=================================================".

      *> The range check. A range runs to today at the latest - the
      *> days after it have not happened yet - and to 1000 days at
      *> most, the size of the day table.
       MISSED-CYCLE-RANGE.
           IF WS-THROUGH-X > WS-CURRENT-DATE(1:8)
               MOVE WS-CURRENT-DATE(1:8) TO WS-THROUGH-X
           END-IF.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE).
           COMPUTE WS-THROUGH-INT =
               FUNCTION INTEGER-OF-DATE(WS-THROUGH-DATE).
           IF WS-THROUGH-INT < WS-FROM-INT
               MOVE WS-FROM-INT TO WS-THROUGH-INT
           END-IF.
           IF WS-THROUGH-INT - WS-FROM-INT >= 1000
               COMPUTE WS-THROUGH-INT = WS-FROM-INT + 999
               DISPLAY "WARNING: range longer than 1000 days - cut"
                       " short"
           END-IF.
           COMPUTE WS-THROUGH-DATE =
               FUNCTION DATE-OF-INTEGER(WS-THROUGH-INT).
           MOVE ALL "N" TO RNG-TABLE.

           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM UNTIL END-OF-RUN-CONTROL
               READ RUN-CONTROL-FILE
                   AT END SET END-OF-RUN-CONTROL TO TRUE
                   NOT AT END
                       IF RC-DATE NUMERIC
                          AND RC-DATE >= WS-CYCLE-X
                          AND RC-DATE <= WS-THROUGH-X
                           PERFORM FOLD-RANGE-STATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

           DISPLAY "=================================================".
           DISPLAY "MISSED CYCLES - " WS-CYCLE-X " TO " WS-THROUGH-X
                   " (run " WS-CURRENT-DATE(1:8) ")".
           DISPLAY "Business days only.  Y = completed, O = started"
                   " but no clean end, N = not run.".
           DISPLAY "=================================================".
           PERFORM VARYING WS-CAL-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-CAL-INT > WS-THROUGH-INT
               PERFORM CHECK-BUSINESS-DAY
               IF CAL-IS-BUSINESS
                   PERFORM CHECK-RANGE-DAY
               END-IF
           END-PERFORM.
           IF WS-NEVER-RAN + WS-NOT-COMPLETED = 0
               DISPLAY "  (every business day's cycle completed)"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Business days in range: " WS-BUSINESS-DAYS.
           DISPLAY "Cycles completed:       " WS-CYCLES-COMPLETE.
           DISPLAY "Cycles never run:       " WS-NEVER-RAN.
           DISPLAY "Cycles not completed:   " WS-NOT-COMPLETED.
           DISPLAY "=================================================".
           IF WS-NEVER-RAN + WS-NOT-COMPLETED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Same rule as FOLD-CYCLE-STATE, one day's states at a time.
       FOLD-RANGE-STATE.
           COMPUTE WS-DAY-SUB = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(RC-DATE)) - WS-FROM-INT + 1.
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > 4
               IF CYC-PROGRAM(WS-PROG-SUB) = RC-PROGRAM
                   IF RC-PHASE = "END" AND RC-STATUS = "OK"
                       MOVE "Y" TO RNG-STATE(WS-DAY-SUB, WS-PROG-SUB)
                   ELSE
                       IF RNG-STATE(WS-DAY-SUB, WS-PROG-SUB)
                               NOT = "Y"
                           MOVE "O"
                               TO RNG-STATE(WS-DAY-SUB, WS-PROG-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-RANGE-DAY.
           ADD 1 TO WS-BUSINESS-DAYS.
           COMPUTE WS-DAY-SUB = WS-CAL-INT - WS-FROM-INT + 1.
           MOVE 0 TO WS-DAY-COMPLETE.
           MOVE 0 TO WS-DAY-NOT-RUN.
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > 4
               EVALUATE RNG-STATE(WS-DAY-SUB, WS-PROG-SUB)
                   WHEN "Y"
                       ADD 1 TO WS-DAY-COMPLETE
                   WHEN "N"
                       ADD 1 TO WS-DAY-NOT-RUN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           COMPUTE WS-LIST-DATE = FUNCTION DATE-OF-INTEGER(WS-CAL-INT).
           MOVE DAY-NAME(FUNCTION MOD(WS-CAL-INT - 1, 7) + 1)
               TO WS-DAY-NAME.
           EVALUATE TRUE
               WHEN WS-DAY-COMPLETE = 4
                   ADD 1 TO WS-CYCLES-COMPLETE
               WHEN WS-DAY-NOT-RUN = 4
                   ADD 1 TO WS-NEVER-RAN
                   DISPLAY "  " WS-LIST-DATE " " WS-DAY-NAME
                           "  NEVER RAN"
               WHEN OTHER
                   ADD 1 TO WS-NOT-COMPLETED
                   DISPLAY "  " WS-LIST-DATE " " WS-DAY-NAME
                           "  NOT COMPLETED  "
                           "JOKEDIT=" RNG-STATE(WS-DAY-SUB, 1)
                           " JOKEBAT=" RNG-STATE(WS-DAY-SUB, 2)
                           " JOKERPT=" RNG-STATE(WS-DAY-SUB, 3)
                           " JOKEXTR=" RNG-STATE(WS-DAY-SUB, 4)
           END-EVALUATE.

      *> Business calendar lookups. The same paragraphs are in
      *> JOKEREJ, JOKECHP, JOKESSN, JOKEOPS and JOKELAD - keep them
      *> in sync.
      *> BUSCAL.DAT is held by day offset from its first date, so a
      *> date's type is one subscript away. With no calendar on
      *> file, or for a date outside the years JOKECAL generated,
      *> Monday to Friday are business days.
       LOAD-BUSINESS-CALENDAR.
           MOVE SPACES TO CAL-DAY-TABLE.
           OPEN INPUT BUS-CAL-FILE.
           PERFORM UNTIL END-OF-CALENDAR
               READ BUS-CAL-FILE
                   AT END SET END-OF-CALENDAR TO TRUE
                   NOT AT END
                       PERFORM HOLD-CALENDAR-DAY
               END-READ
           END-PERFORM.
           CLOSE BUS-CAL-FILE.

       HOLD-CALENDAR-DAY.
           MOVE 0 TO WS-CAL-INT.
           IF CAL-DATE NUMERIC
              AND CAL-DATE(5:2) >= "01"
              AND CAL-DATE(5:2) <= "12"
               COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(CAL-DATE)
           END-IF.
           IF WS-CAL-INT > 0 AND CAL-BASE-INT = 0
               MOVE WS-CAL-INT TO CAL-BASE-INT
           END-IF.
           IF WS-CAL-INT > 0 AND WS-CAL-INT >= CAL-BASE-INT
               COMPUTE WS-CAL-OFFSET = WS-CAL-INT - CAL-BASE-INT + 1
               IF WS-CAL-OFFSET <= 4000
                   MOVE CAL-DAY-TYPE TO CDY-TYPE(WS-CAL-OFFSET)
                   IF WS-CAL-OFFSET > CAL-SPAN
                       MOVE WS-CAL-OFFSET TO CAL-SPAN
                   END-IF
               END-IF
           END-IF.

      *> Is the integer date in WS-CAL-INT a business day? Day 1
      *> (1 January 1601) was a Monday, for the weekday fallback.
       CHECK-BUSINESS-DAY.
           MOVE SPACE TO WS-CAL-TYPE.
           IF CAL-BASE-INT > 0 AND WS-CAL-INT >= CAL-BASE-INT
               COMPUTE WS-CAL-OFFSET = WS-CAL-INT - CAL-BASE-INT + 1
               IF WS-CAL-OFFSET <= CAL-SPAN
                   MOVE CDY-TYPE(WS-CAL-OFFSET) TO WS-CAL-TYPE
               END-IF
           END-IF.
           EVALUATE WS-CAL-TYPE
               WHEN "B"
                   MOVE "Y" TO WS-CAL-FLAG
               WHEN "H" WHEN "W"
                   MOVE "N" TO WS-CAL-FLAG
               WHEN OTHER
                   IF FUNCTION MOD(WS-CAL-INT - 1, 7) < 5
                       MOVE "Y" TO WS-CAL-FLAG
                   ELSE
                       MOVE "N" TO WS-CAL-FLAG
                   END-IF
           END-EVALUATE.
