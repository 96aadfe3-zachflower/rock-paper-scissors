      *> BADGE-HISTORY-CONTROL - one line of BHXCTL.DAT per site, the
      *> point the badge-history index (BADGEHX.DAT, see BHISTR) has
      *> been fed to: every record of the site numbered up to and
      *> including BC-LAST-SEQ is in the index, and anything numbered
      *> above it in GAMELOG.DAT is not yet. Head office is the line
      *> with spaces in BC-SITE. Written by JOKEBHX; read by JOKEHIS
      *> and JOKESTM, which take the records above the line straight
      *> off the live log - keep in sync.
           05 BC-SITE PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 BC-LAST-SEQ PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 BC-FED-TS PIC X(14).
      *>     When a run last moved this site's line on.
