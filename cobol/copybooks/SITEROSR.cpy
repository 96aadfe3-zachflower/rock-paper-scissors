      *> SITE-ROSTER-RECORD - one line of SITEROS.DAT per badge seen
      *> in a branch site's consolidated log: the site it last played
      *> at and the timestamp of that game. A badge that has since
      *> played at head office is put back to "HQ" by JOKEVER's
      *> close; a badge with no line has only ever played at head
      *> office. The later game always wins, whichever program sees
      *> it first. PLAYERM.DAT holds one row per badge with no site
      *> on it, so JOKETMS and JOKESTD report a site's badges off
      *> this roster. Maintained by JOKECON and JOKEVER; rows removed
      *> by JOKEFGT - keep in sync.
           05 SR-BADGE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 SR-SITE PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 SR-LAST-TS PIC X(14).
