      *>
      *> Close mode ("C") cuts the snapshot that OPENS a quarter: run
      *> it on the first morning of the quarter, before the day's
      *> cycle. The close warns (RC 4) when it is not being run on
      *> the quarter's first business day by the shop calendar
      *> (BUSCAL.DAT, kept by JOKECAL) - an early cut misses the
      *> last games of the old quarter and a late one counts the
      *> first games of the new quarter as the old quarter's. The
      *> snapshot is still cut, since a late close beats none.
      *> Board mode ("B") prints a quarter's standings - both
      *> the JOKETMS-style department board and a per-badge board.
      *> While the quarter is open the closing position is the live
      *> master; once the NEXT quarter's snapshot exists it is used as
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT OPTIONAL DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-CAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       FD  DEPT-REF-FILE.
       01 DEPT-REF-RECORD.
           COPY DEPTREC.
       FD  BUS-CAL-FILE.
       01 BUS-CAL-RECORD.
           COPY BUSCALR.
       WORKING-STORAGE SECTION.
           01 WS-PM-STATUS PIC XX.
           01 PM-REL-KEY PIC 9(6).
           01 WS-WORK-QTR PIC 9.
           01 WS-WORK-MONTH PIC 9(2).
           01 WS-SNAP-COUNT PIC 9(4) VALUE 0.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-QTR-FIRST-DATE PIC 9(8).
           01 WS-QTR-FIRST-INT PIC 9(8).
           01 WS-FINAL-BOARD PIC X VALUE "N".
               88 QUARTER-CLOSED VALUE "Y".
      *> The quarter's opening snapshot, loaded whole - same fixed-
           01 WS-TABLE-FULL PIC X VALUE "N".
               88 DLT-TABLE-FULL VALUE "Y".
           01 WS-PCT-EDIT PIC ZZ9.99.
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
                       " opened and its baseline is preserved."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHECK-QUARTER-CLOSE-DATE
               PERFORM WRITE-QUARTER-SNAPSHOT
           END-IF.

      *> The quarter's first business day: its first calendar day,
      *> or the next business day after it.
       CHECK-QUARTER-CLOSE-DATE.
           PERFORM LOAD-BUSINESS-CALENDAR.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-BOARD-X(1:4) TO WS-WORK-YEAR.
           MOVE WS-BOARD-X(5:1) TO WS-WORK-QTR.
           COMPUTE WS-QTR-FIRST-DATE = WS-WORK-YEAR * 10000
               + ((WS-WORK-QTR - 1) * 3 + 1) * 100 + 1.
           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-QTR-FIRST-DATE).
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM UNTIL CAL-IS-BUSINESS
               ADD 1 TO WS-CAL-INT
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-CAL-INT TO WS-QTR-FIRST-INT.
           COMPUTE WS-QTR-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-QTR-FIRST-INT).
           IF WS-RUN-DATE NOT = WS-QTR-FIRST-DATE
               DISPLAY "WARNING: quarter " WS-BOARD-QTR
                       " opened on " WS-RUN-DATE " - its first"
                       " business day is " WS-QTR-FIRST-DATE
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-QUARTER-SNAPSHOT.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF WS-PM-STATUS = "35"
               DISPLAY "  (no games this quarter)"
           END-IF.
           DISPLAY "=================================================".

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
