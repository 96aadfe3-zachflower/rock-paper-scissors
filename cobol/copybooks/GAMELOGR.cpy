           05 LOG-REJECTS PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 LOG-SEED PIC 9(5).
           05 LOG-SEED-KEYED PIC X.
      *>     "Y" on an S game whose seed was keyed in rather than
      *>     taken from the clock - JOKENPO's "known seed" prompt, or
      *>     TXN-SEED-FLAG "Y" on a JOKEBAT feed row. Such a game
      *>     replays a computer pick someone has already seen. Space
      *>     on every other record, and on anything written before
      *>     this field existed (it was the separator after the
      *>     seed).
           05 LOG-PLAYER-CODE PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 LOG-PC-CODE PIC 9.
      *>     anything written before this field existed).
           05 FILLER PIC X VALUE SPACE.
           05 LOG-SEQ-NO PIC 9(8).
      *>     Running sequence number over the whole log of one site
      *>     (see LOG-SITE), issued from that site's GLSEQ.DAT by
      *>     JOKENPO, JOKEBAT and JOKEVER so a deleted,
      *>     inserted or lost line shows as a gap at the next verify.
      *>     Records written before this field existed read back as
      *>     spaces and sit before the numbered era.
      *>     record of the day, rejects and rounds included - this
      *>     is a physical-integrity control, not a scoring one).
      *>     Zero on every other record type.
           05 FILLER PIC X VALUE SPACE.
           05 LOG-SITE PIC X(3).
      *>     Branch site the record was played at, set by JOKECON as
      *>     it consolidates a site's day into the central log. Spaces
      *>     = head office (shown as HQ on the reports): every record
      *>     JOKENPO, JOKEBAT and JOKEVER write, at head office or at
      *>     a site, and everything written before this field
      *>     existed. LOG-SEQ-NO runs as a separate series per site.
