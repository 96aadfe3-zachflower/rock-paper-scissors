      *> BUSINESS-CALENDAR-RECORD - one calendar date and whether the
      *> shop works it. BUSCAL.DAT holds one row per date in date
      *> order for every year JOKECAL has generated: weekdays start
      *> as business days and weekends as non-working, and holidays
      *> (or a worked Saturday) are then marked by hand. A date that
      *> is not on the file falls back to the plain rule - Monday to
      *> Friday are business days.
      *> Maintained by JOKECAL; read by JOKEREJ (reject aging),
      *> JOKECHP (round deadlines), JOKESSN (quarter close date),
      *> JOKEOPS (missed-cycle range check) and JOKELAD (challenge
      *> deadlines) - keep in sync.
           05 CAL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CAL-DAY-TYPE PIC X.
               88 CAL-BUSINESS-DAY VALUE "B".
               88 CAL-HOLIDAY VALUE "H".
               88 CAL-WEEKEND VALUE "W".
           05 FILLER PIC X VALUE SPACE.
           05 CAL-DESC PIC X(20).
