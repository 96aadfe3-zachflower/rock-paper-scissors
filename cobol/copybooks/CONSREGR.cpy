      *> CONSOLIDATION-REGISTER-RECORD - one line of CONSREG.DAT,
      *> appended by JOKECON for every site day it is handed, taken
      *> or refused. An "A" line is the proof that a site's day is in
      *> the central GAMELOG.DAT and PLAYERM.DAT - a second
      *> submission of the same site and date is refused against it -
      *> and its CR-LAST-SEQ is where that site's LOG-SEQ-NO series
      *> must pick up on the next day it sends. Written by JOKECON
      *> only, never rewritten - keep in sync.
           05 CR-SITE PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 CR-DATE PIC X(8).
      *>     The site's business date (its Z close-out day).
           05 FILLER PIC X VALUE SPACE.
           05 CR-STATUS PIC X.
      *>     A = accepted and applied, R = refused whole.
           05 FILLER PIC X VALUE SPACE.
           05 CR-RUN-TS PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 CR-RECORDS PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CR-HASH PIC 9(8).
      *>     The day's record count and result-code hash as
      *>     recounted off the site log. When the day is refused for
      *>     not balancing, the Z record's own figures are on the
      *>     JOKECON report.
           05 FILLER PIC X VALUE SPACE.
           05 CR-FIRST-SEQ PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CR-LAST-SEQ PIC 9(8).
      *>     Lowest and highest site LOG-SEQ-NO of the day, its Z
      *>     record included.
           05 FILLER PIC X VALUE SPACE.
           05 CR-REASON PIC X(30).
      *>     Why a day was refused; spaces on an accepted day.
