      *> bounces it back here if the repair is still wrong), drop a
      *> reject that will never be resubmitted, and print an aging
      *> report by department and error code that escalates anything
      *> older than a keyed number of days. Age is counted in
      *> business days from the shop calendar (BUSCAL.DAT, kept by
      *> JOKECAL), so a reject does not escalate just because a
      *> holiday weekend passed over it.
      *>
      *> TXNREJ.DAT is loaded whole, worked in storage, and rewritten
      *> once on quit - the JOKEDPT pattern, so a session that dies
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "TXNRCY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-CAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01 RECYCLE-RECORD.
           COPY TXNREJR
               REPLACING LEADING ==REJ-== BY ==RCY-==.
       FD  BUS-CAL-FILE.
       01 BUS-CAL-RECORD.
           COPY BUSCALR.
       WORKING-STORAGE SECTION.
           01 WS-REJ-EOF PIC X VALUE "N".
               88 END-OF-REJECTS VALUE "Y".
                   10 SUM-REJECTS PIC 9(4).
                   10 SUM-ESCALATED PIC 9(4).
           01 WS-FOUND-IDX PIC 9(4).
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
               FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))).

           PERFORM LOAD-REJECTS.
           PERFORM LOAD-BUSINESS-CALENDAR.

      *> Blank/exhausted input reads as quit, same guard as JOKEPMU.
           PERFORM UNTIL CMD-QUIT
      *> Every unresolved reject by department and error code, oldest
      *> first within a department, anything past the age limit
      *> flagged for escalation. An unreadable submission date ages
      *> as 9999 days - err on the side of escalating it. The default
      *> limit of 5 business days is the week the 7 calendar days
      *> used to stand for.
       AGING-REPORT.
           DISPLAY "Escalate rejects older than how many business "
                   "days (0 = 5)?".
           MOVE 0 TO WS-AGE-LIMIT.
           ACCEPT WS-AGE-LIMIT.
           IF WS-AGE-LIMIT = 0
               MOVE 5 TO WS-AGE-LIMIT
           END-IF.

           PERFORM SORT-REJECTS-FOR-AGING.

           DISPLAY "=================================================".
           DISPLAY "REJECT AGING REPORT - RUN " WS-CURRENT-DATE(1:8).
           DISPLAY "Escalation threshold: " WS-AGE-LIMIT
                   " business days".
           DISPLAY "=================================================".
           PERFORM VARYING REJ-IDX FROM 1 BY 1
                   UNTIL REJ-IDX > REJ-COUNT
               IF WS-SUB-INT = 0 OR WS-SUB-INT > WS-TODAY-INT
                   MOVE 9999 TO WS-AGE-DAYS
               ELSE
                   PERFORM COUNT-BUSINESS-DAYS-AGED
               END-IF
           ELSE
               MOVE 9999 TO WS-AGE-DAYS
           END-IF.

      *> Business days after the submission date, up to and
      *> including today - a Friday reject is one day old on Monday.
       COUNT-BUSINESS-DAYS-AGED.
           MOVE 0 TO WS-AGE-DAYS.
           MOVE WS-SUB-INT TO WS-CAL-INT.
           PERFORM UNTIL WS-CAL-INT >= WS-TODAY-INT
                      OR WS-AGE-DAYS >= 9999
               ADD 1 TO WS-CAL-INT
               PERFORM CHECK-BUSINESS-DAY
               IF CAL-IS-BUSINESS
                   ADD 1 TO WS-AGE-DAYS
               END-IF
           END-PERFORM.

       TALLY-AGING-SUMMARY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING SUM-IDX FROM 1 BY 1
               WRITE REJECT-RECORD
           END-PERFORM.
           CLOSE REJECT-FILE.

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
