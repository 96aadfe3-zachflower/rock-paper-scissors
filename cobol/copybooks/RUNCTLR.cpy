      *> JOKEBAT refuses to play until JOKEDIT has ENDed OK for the
      *> day, JOKERPT and JOKEXTR warn when the day's JOKEBAT is
      *> missing or still open, and JOKEOPS prints the whole day's
      *> cycle at a glance. JOKERTN refuses to cut the departments'
      *> return files until JOKEBAT has ENDed OK after the day's last
      *> JOKEDIT. Written by JOKEDIT, JOKEBAT, JOKERPT, JOKEXTR and
      *> JOKERTN, by JOKECON for each site day it consolidates, and
      *> by JOKEBKP and JOKERST around the master file backups and
      *> restores - keep in sync.
           05 RC-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RC-PROGRAM PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RC-PHASE PIC X(5).
      *>     "START" or "END". JOKERST also writes a "REDO" line,
      *>     status "FGT", for each badge JOKEFGT removed since the
      *>     generation it restored - the removal to run again.
           05 FILLER PIC X VALUE SPACE.
           05 RC-TIMESTAMP PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 RC-COUNT PIC 9(8).
      *>     The program's headline count on an END record (rows
      *>     edited, transactions played, details extracted); zero on
      *>     a START; the badge on a REDO.
           05 FILLER PIC X VALUE SPACE.
           05 RC-STATUS PIC X(4).
      *>     "OK" on a clean END; spaces on a START. A crash writes
