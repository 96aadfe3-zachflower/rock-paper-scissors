      *> BADGE-HISTORY-RECORD - one row of BADGEHX.DAT, the indexed
      *> badge-history file JOKEHIS and JOKESTM read a badge's games
      *> from instead of rescanning every GLARC archive. One row per
      *> badge per game-log record that involves it: every record
      *> but the Z close-outs is filed under its LOG-BADGE, and an H
      *> game is filed a second time under LOG-BADGE-2, so both
      *> sides find it. The row carries the whole game-log record
      *> as it stood, so the inquiries score it exactly as they
      *> would the log line itself.
      *> Loaded and fed by JOKEBHX (see BHXCTLR for how far the feed
      *> has got) and anonymized by JOKEFGT - keep in sync.
           05 BH-KEY.
               10 BH-BADGE PIC X(6).
               10 BH-TIMESTAMP PIC X(14).
               10 BH-OCCUR PIC 9(3).
      *>         Tells apart rows that share badge and timestamp - a
      *>         batch stamps every game of a run with the same
      *>         second. Numbered up from zero as the rows are filed.
           05 BH-SIDE PIC X.
      *>     "1" = the row is filed under LOG-BADGE, "2" = filed under
      *>     LOG-BADGE-2 of an H game (the result on the image is
      *>     still from LOG-BADGE's side).
           05 BH-GAME PIC X(156).
      *>     The GAME-LOG-RECORD (see GAMELOGR) the row was filed from.
