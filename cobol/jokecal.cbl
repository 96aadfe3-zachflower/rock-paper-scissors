       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKECAL.
      *> Maintains BUSCAL.DAT, the shop's business calendar. Reject
      *> aging (JOKEREJ), round deadlines (JOKECHP), the quarter
      *> close check (JOKESSN) and the missed-cycle range check
      *> (JOKEOPS) all count business days from it rather than
      *> calendar days.
      *> G generates a whole year - weekdays as business days and
      *> weekends as non-working - without disturbing any date that
      *> is already on file, so a year can be regenerated safely
      *> after its holidays have been marked. H marks a holiday, B
      *> makes a date a business day again (a cancelled holiday or a
      *> worked Saturday) and L lists a year's exceptions with its
      *> business-day count.
      *> Like JOKEDPT, the file is loaded whole, changed in storage
      *> and rewritten once on quit, kept in date order throughout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUS-CAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUS-CAL-FILE.
       01 BUS-CAL-RECORD.
           COPY BUSCALR.
       WORKING-STORAGE SECTION.
           01 WS-CAL-EOF PIC X VALUE "N".
               88 END-OF-CALENDAR VALUE "Y".
           01 WS-COMMAND PIC X.
               88 CMD-QUIT VALUE "Q", "q", SPACE.
           01 WS-CHANGED PIC X VALUE "N".
               88 CAL-CHANGED VALUE "Y".
      *> Roughly eleven years of dates.
           01 CAL-COUNT PIC 9(4) VALUE 0.
           01 CAL-TABLE.
               05 CAL-ENTRY OCCURS 4000 TIMES INDEXED BY CAL-IDX.
                   10 CAL-T-DATE PIC 9(8).
                   10 CAL-T-TYPE PIC X.
                   10 CAL-T-DESC PIC X(20).
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-INSERT-IDX PIC 9(4).
           01 WS-APPEND-FLAG PIC X.
               88 DATE-AFTER-LAST VALUE "Y".
           01 WS-SHIFT-IDX PIC 9(4).
           01 WS-DATE PIC 9(8).
           01 WS-DATE-X REDEFINES WS-DATE.
               05 WS-DATE-YYYY PIC 9(4).
               05 WS-DATE-MM PIC 99.
               05 WS-DATE-DD PIC 99.
           01 WS-DATE-INT PIC 9(8).
           01 WS-YEAR PIC 9(4).
           01 WS-YEAR-START-INT PIC 9(8).
           01 WS-YEAR-END-INT PIC 9(8).
           01 WS-DOW PIC 9.
           01 WS-NEW-TYPE PIC X.
           01 WS-DESC PIC X(20).
           01 WS-ADDED PIC 9(4).
           01 WS-HOLIDAYS PIC 9(4).
           01 WS-WORKED-WEEKENDS PIC 9(4).
           01 WS-BUSINESS-DAYS PIC 9(4).
           01 WS-DATES-ON-FILE PIC 9(4).
           01 WS-DAY-NAME PIC X(3).
           01 DAY-NAMES-LIST.
               05 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
           01 DAY-NAMES REDEFINES DAY-NAMES-LIST.
               05 DAY-NAME PIC X(3) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CALENDAR.

      *> Blank/exhausted input reads as quit, same guard as JOKEPMU.
           PERFORM UNTIL CMD-QUIT
               DISPLAY "Command? G=generate year H=holiday "
                       "B=business day L=list Q=quit"
               MOVE SPACE TO WS-COMMAND
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "G" WHEN "g"
                       PERFORM GENERATE-YEAR
                   WHEN "H" WHEN "h"
                       MOVE "H" TO WS-NEW-TYPE
                       PERFORM MARK-DATE
                   WHEN "B" WHEN "b"
                       MOVE "B" TO WS-NEW-TYPE
                       PERFORM MARK-DATE
                   WHEN "L" WHEN "l"
                       PERFORM LIST-YEAR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           IF CAL-CHANGED
               PERFORM REWRITE-CALENDAR
               DISPLAY "BUSCAL.DAT rewritten - " CAL-COUNT " dates."
           ELSE
               DISPLAY "No changes - BUSCAL.DAT left untouched."
           END-IF.
           STOP RUN.

      *> The file is written in date order, so it loads straight
      *> into the table in order; a row out of order is placed
      *> where it belongs and a repeated date keeps the later row.
       LOAD-CALENDAR.
           OPEN INPUT BUS-CAL-FILE.
           PERFORM UNTIL END-OF-CALENDAR
               READ BUS-CAL-FILE
                   AT END SET END-OF-CALENDAR TO TRUE
                   NOT AT END
                       IF CAL-DATE IS NUMERIC
                           MOVE CAL-DATE TO WS-DATE
                           PERFORM FIND-DATE
                           IF WS-FOUND-IDX NOT = 0
                               SET CAL-IDX TO WS-FOUND-IDX
                               MOVE CAL-DAY-TYPE TO CAL-T-TYPE(CAL-IDX)
                               MOVE CAL-DESC TO CAL-T-DESC(CAL-IDX)
                           ELSE
                               MOVE CAL-DAY-TYPE TO WS-NEW-TYPE
                               MOVE CAL-DESC TO WS-DESC
                               PERFORM INSERT-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUS-CAL-FILE.

      *> Sets WS-FOUND-IDX to the entry for WS-DATE (0 if none) and
      *> WS-INSERT-IDX to where it would go to keep date order.
       FIND-DATE.
           MOVE 0 TO WS-FOUND-IDX.
           COMPUTE WS-INSERT-IDX = CAL-COUNT + 1.
           MOVE "N" TO WS-APPEND-FLAG.
           IF CAL-COUNT = 0
               MOVE "Y" TO WS-APPEND-FLAG
           ELSE
               IF CAL-T-DATE(CAL-COUNT) < WS-DATE
                   MOVE "Y" TO WS-APPEND-FLAG
               END-IF
           END-IF.
           IF NOT DATE-AFTER-LAST
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                       UNTIL CAL-IDX > CAL-COUNT
                          OR CAL-T-DATE(CAL-IDX) >= WS-DATE
                   CONTINUE
               END-PERFORM
               SET WS-INSERT-IDX TO CAL-IDX
               IF CAL-IDX <= CAL-COUNT
                   IF CAL-T-DATE(CAL-IDX) = WS-DATE
                       SET WS-FOUND-IDX TO CAL-IDX
                   END-IF
               END-IF
           END-IF.

      *> Opens a slot at WS-INSERT-IDX (from FIND-DATE) for WS-DATE.
       INSERT-DATE.
           IF CAL-COUNT >= 4000
               DISPLAY "WARNING: more than 4000 dates in BUSCAL.DAT"
                       " - " WS-DATE " not held"
           ELSE
               PERFORM VARYING WS-SHIFT-IDX FROM CAL-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
                          OR WS-SHIFT-IDX = 0
                   MOVE CAL-ENTRY(WS-SHIFT-IDX)
                       TO CAL-ENTRY(WS-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO CAL-COUNT
               SET CAL-IDX TO WS-INSERT-IDX
               MOVE WS-DATE TO CAL-T-DATE(CAL-IDX)
               MOVE WS-NEW-TYPE TO CAL-T-TYPE(CAL-IDX)
               MOVE WS-DESC TO CAL-T-DESC(CAL-IDX)
               MOVE WS-INSERT-IDX TO WS-FOUND-IDX
           END-IF.

      *> Day of week from the integer date: day 1 (1 January 1601)
      *> was a Monday, so 1 = MON through 7 = SUN.
       COMPUTE-DAY-OF-WEEK.
           COMPUTE WS-DOW = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
           MOVE DAY-NAME(WS-DOW) TO WS-DAY-NAME.

      *> Leaves WS-YEAR zero when the answer is not a usable year.
       ACCEPT-YEAR.
           DISPLAY "Year (YYYY)?".
           MOVE 0 TO WS-YEAR.
           ACCEPT WS-YEAR.
           IF WS-YEAR < 1601
               DISPLAY "Not a valid year."
               MOVE 0 TO WS-YEAR
           ELSE
               COMPUTE WS-YEAR-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-YEAR * 10000 + 0101)
               COMPUTE WS-YEAR-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-YEAR * 10000 + 1231)
           END-IF.

       GENERATE-YEAR.
           PERFORM ACCEPT-YEAR.
           IF WS-YEAR NOT = 0
               PERFORM GENERATE-YEAR-DATES
           END-IF.

       GENERATE-YEAR-DATES.
           MOVE 0 TO WS-ADDED.
           MOVE SPACES TO WS-DESC.
           PERFORM VARYING WS-DATE-INT FROM WS-YEAR-START-INT BY 1
                   UNTIL WS-DATE-INT > WS-YEAR-END-INT
               COMPUTE WS-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM FIND-DATE
               IF WS-FOUND-IDX = 0
                   PERFORM COMPUTE-DAY-OF-WEEK
                   IF WS-DOW > 5
                       MOVE "W" TO WS-NEW-TYPE
                   ELSE
                       MOVE "B" TO WS-NEW-TYPE
                   END-IF
                   PERFORM INSERT-DATE
                   IF WS-FOUND-IDX NOT = 0
                       ADD 1 TO WS-ADDED
                       SET CAL-CHANGED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Year " WS-YEAR ": " WS-ADDED
                   " dates added, dates already on file kept.".

      *> H and B both land here; a date not yet generated is added
      *> on its own so a holiday can be booked ahead of its year.
       MARK-DATE.
           DISPLAY "Date (YYYYMMDD)?".
           MOVE 0 TO WS-DATE.
           ACCEPT WS-DATE.
           MOVE 0 TO WS-DATE-INT.
           IF WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                   AND WS-DATE-DD >= 1 AND WS-DATE-YYYY >= 1601
               COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE)
           END-IF.
           IF WS-DATE-INT = 0
               DISPLAY "Not a valid date."
           ELSE
               PERFORM MARK-VALID-DATE
           END-IF.

       MARK-VALID-DATE.
           MOVE SPACES TO WS-DESC.
           IF WS-NEW-TYPE = "H"
               DISPLAY "Holiday name?"
               ACCEPT WS-DESC
           END-IF.
           PERFORM COMPUTE-DAY-OF-WEEK.
           PERFORM FIND-DATE.
           IF WS-FOUND-IDX = 0
               PERFORM INSERT-DATE
           ELSE
               SET CAL-IDX TO WS-FOUND-IDX
               MOVE WS-NEW-TYPE TO CAL-T-TYPE(CAL-IDX)
               MOVE WS-DESC TO CAL-T-DESC(CAL-IDX)
           END-IF.
           IF WS-FOUND-IDX NOT = 0
               SET CAL-CHANGED TO TRUE
               IF WS-NEW-TYPE = "H"
                   DISPLAY WS-DATE " " WS-DAY-NAME " is a holiday: "
                           WS-DESC
               ELSE
                   DISPLAY WS-DATE " " WS-DAY-NAME
                           " is a business day"
               END-IF
           END-IF.

      *> Lists only what differs from the plain weekday rule - the
      *> holidays and any worked weekend days - then the count of
      *> business days in the year. Dates of the year not on file
      *> are counted by the weekday rule and reported as such.
       LIST-YEAR.
           PERFORM ACCEPT-YEAR.
           IF WS-YEAR NOT = 0
               PERFORM PRINT-YEAR-LIST
           END-IF.

       PRINT-YEAR-LIST.
           MOVE 0 TO WS-HOLIDAYS WS-WORKED-WEEKENDS WS-BUSINESS-DAYS
                     WS-DATES-ON-FILE.
           DISPLAY "=================================================".
           DISPLAY "BUSINESS CALENDAR  " WS-YEAR.
           DISPLAY "-------------------------------------------------".
           PERFORM VARYING WS-DATE-INT FROM WS-YEAR-START-INT BY 1
                   UNTIL WS-DATE-INT > WS-YEAR-END-INT
               COMPUTE WS-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM COMPUTE-DAY-OF-WEEK
               PERFORM FIND-DATE
               IF WS-FOUND-IDX = 0
                   IF WS-DOW <= 5
                       ADD 1 TO WS-BUSINESS-DAYS
                   END-IF
               ELSE
                   ADD 1 TO WS-DATES-ON-FILE
                   SET CAL-IDX TO WS-FOUND-IDX
                   EVALUATE CAL-T-TYPE(CAL-IDX)
                       WHEN "B"
                           ADD 1 TO WS-BUSINESS-DAYS
                           IF WS-DOW > 5
                               ADD 1 TO WS-WORKED-WEEKENDS
                               DISPLAY "  " WS-DATE " " WS-DAY-NAME
                                       "  WORKED"
                           END-IF
                       WHEN "H"
                           ADD 1 TO WS-HOLIDAYS
                           DISPLAY "  " WS-DATE " " WS-DAY-NAME
                                   "  HOLIDAY  " CAL-T-DESC(CAL-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Holidays:            " WS-HOLIDAYS.
           DISPLAY "Worked weekend days: " WS-WORKED-WEEKENDS.
           DISPLAY "Business days:       " WS-BUSINESS-DAYS.
           IF WS-DATES-ON-FILE = 0
               DISPLAY "(year not generated - weekday rule only)"
           END-IF.
           DISPLAY "=================================================".

       REWRITE-CALENDAR.
           OPEN OUTPUT BUS-CAL-FILE.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
               MOVE SPACES TO BUS-CAL-RECORD
               MOVE CAL-T-DATE(CAL-IDX) TO CAL-DATE
               MOVE CAL-T-TYPE(CAL-IDX) TO CAL-DAY-TYPE
               MOVE CAL-T-DESC(CAL-IDX) TO CAL-DESC
               WRITE BUS-CAL-RECORD
           END-PERFORM.
           CLOSE BUS-CAL-FILE.
