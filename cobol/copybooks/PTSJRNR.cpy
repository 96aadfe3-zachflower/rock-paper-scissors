      *> POINTS-JOURNAL-RECORD - one line per points movement,
      *> appended to POINTSJ.DAT in posting order and never
      *> rewritten: the audit trail behind every POINTS.DAT balance
      *> and the source of the monthly points statement. A badge's
      *> journal lines summed from the first one always equal its
      *> ledger balance - the statement proves it.
      *> Written by JOKEPTS - keep in sync.
           05 PJ-BADGE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 PJ-POSTED PIC X(14).
      *>     Date/time the movement belongs to: the game's
      *>     LOG-TIMESTAMP for anything earned from GAMELOG.DAT, the
      *>     run's own time for a bonus or a redemption. The
      *>     statement month is taken from positions 1-6.
           05 FILLER PIC X VALUE SPACE.
           05 PJ-TYPE PIC X.
               88 PJ-WIN-EARNED VALUE "W".
               88 PJ-REVERSAL VALUE "X".
               88 PJ-CORRECTION VALUE "C".
               88 PJ-BONUS VALUE "B".
               88 PJ-REDEMPTION VALUE "R".
           05 FILLER PIC X VALUE SPACE.
           05 PJ-POINTS PIC S9(7) SIGN LEADING SEPARATE.
      *>     Negative for a reversal or a redemption.
           05 FILLER PIC X VALUE SPACE.
           05 PJ-BALANCE PIC S9(7) SIGN LEADING SEPARATE.
      *>     The badge's ledger balance after this movement.
           05 FILLER PIC X VALUE SPACE.
           05 PJ-REF PIC X(14).
      *>     What the movement answers to: the game's LOG-TIMESTAMP
      *>     (for X/C lines, the ORIGINAL game's, from LOG-ORIG-TS),
      *>     the championship's opened date for a bonus, spaces for
      *>     a redemption.
           05 FILLER PIC X VALUE SPACE.
           05 PJ-DESC PIC X(30).
