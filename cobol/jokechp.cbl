      *> settle a bracket match (elimination needs a winner - play
      *> again), and a match only accepts games logged on or after
      *> the day its round was generated, so last month's grudge
      *> match can't pre-decide this year's semifinal. The days
      *> allowed per round are business days from the shop calendar
      *> (BUSCAL.DAT, kept by JOKECAL), so a deadline always falls on
      *> a working day and a holiday never costs anyone a walkover.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-CAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAMP-FILE.
       FD  GAME-LOG-FILE.
       01 GAME-LOG-RECORD.
           COPY GAMELOGR.
       FD  BUS-CAL-FILE.
       01 BUS-CAL-RECORD.
           COPY BUSCALR.
       WORKING-STORAGE SECTION.
           01 WS-CHAMP-EOF PIC X VALUE "N".
               88 END-OF-CHAMP VALUE "Y".
               88 EVT-REGISTRATION VALUE "R".
               88 EVT-RUNNING VALUE "O".
               88 EVT-FINAL VALUE "F".
           01 WS-EVT-DEADLINE-DAYS PIC 9(2) VALUE 5.
      *> Up to 64 entrants makes at most 63 matches across 6 rounds -
      *> double the office and still room.
           01 ENT-COUNT PIC 9(2) VALUE 0.
               05 WIN-BADGE PIC 9(6) OCCURS 64 TIMES.
           01 WS-DEADLINE-INT PIC 9(8).
           01 WS-DEADLINE-DATE PIC 9(8).
           01 WS-DEADLINE-COUNT PIC 9(2).
           01 WS-APPLIED PIC 9(3).
           01 WS-FLAGGED PIC 9(3).
           01 WS-AWARD-ROUND PIC 9(2).
           01 WS-AWARD-SLOT PIC 9(2).
           01 WS-RUNNER-UP PIC 9(6).
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
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-CHAMP-FILE.
           PERFORM LOAD-BUSINESS-CALENDAR.

      *> Blank/exhausted input reads as quit, same guard as JOKEPMU.
           PERFORM UNTIL CMD-QUIT
               WHEN ENT-COUNT < 2
                   DISPLAY "At least two entrants are needed."
               WHEN OTHER
                   DISPLAY "Business days allowed per round (0 = 5)?"
                   MOVE 0 TO WS-EVT-DEADLINE-DAYS
                   ACCEPT WS-EVT-DEADLINE-DAYS
                   IF WS-EVT-DEADLINE-DAYS = 0
                       MOVE 5 TO WS-EVT-DEADLINE-DAYS
                   END-IF
                   MOVE 1 TO WS-BRACKET-SIZE
                   PERFORM UNTIL WS-BRACKET-SIZE >= ENT-COUNT
           MOVE WS-DEADLINE-DATE(1:8) TO MCH-DEADLINE(MCH-IDX).
           MOVE SPACES TO MCH-DECIDED(MCH-IDX).

      *> The deadline is the Nth business day after today.
       COMPUTE-ROUND-DEADLINE.
           COMPUTE WS-DEADLINE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY)).
           MOVE 0 TO WS-DEADLINE-COUNT.
           PERFORM UNTIL WS-DEADLINE-COUNT >= WS-EVT-DEADLINE-DAYS
               ADD 1 TO WS-DEADLINE-INT
               MOVE WS-DEADLINE-INT TO WS-CAL-INT
               PERFORM CHECK-BUSINESS-DAY
               IF CAL-IS-BUSINESS
                   ADD 1 TO WS-DEADLINE-COUNT
               END-IF
           END-PERFORM.
           COMPUTE WS-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT).

               WRITE CHP-MATCH-REC
           END-PERFORM.
           CLOSE CHAMP-FILE.

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
