      *> TXN-LEDGER-RECORD - one line of TXNLDG.DAT, JOKEDIT's account
      *> of what became of every batch it was handed in the run: an
      *> "H" line as each batch is settled, a "D" line per row the
      *> batch carried, and a "T" line closing it. Strays (E7) and
      *> JOKEREJ's recycled rows belong to no batch and are not on
      *> it. Rewritten whole by each JOKEDIT run, alongside
      *> TXNACC.DAT, so the two always describe the same feed.
      *> Written by JOKEDIT; read by JOKERTN, which joins it to
      *> JOKEBAT's TXNRES.DAT (see TXNRESR); a removed badge is
      *> replaced in place on the D lines by JOKEFGT - keep in sync.
           05 LDG-REC-TYPE PIC X.
      *>     "H" batch header, "D" batch row, "T" batch trailer.
           05 FILLER PIC X VALUE SPACE.
           05 LDG-BATCH-NO PIC 9(4).
      *>     The batch's place in the run's feed, counted from 1.
           05 FILLER PIC X VALUE SPACE.
           05 LDG-DEPT PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LDG-BUS-DATE PIC X(8).
      *>     Department and business date off the batch header, on
      *>     every line of the batch.
           05 FILLER PIC X VALUE SPACE.
           05 LDG-DISP PIC XX.
      *>     D: "OK" = accepted to TXNACC.DAT, E1-E8 = the edit error
      *>     it was rejected with, B1-B4 = bounced with its batch.
      *>     T: "OK" = the batch balanced, B1-B4 = why it bounced.
      *>     Spaces on an H line.
           05 FILLER PIC X VALUE SPACE.
           05 LDG-ROW-NO PIC 9(6).
      *>     D: the row's place in its batch. T: rows received.
           05 FILLER PIC X VALUE SPACE.
           05 LDG-DECLARED PIC 9(6).
      *>     H and T: the row count the header declared (999999 when
      *>     the header's count was not numeric).
           05 FILLER PIC X VALUE SPACE.
           05 LDG-ACC-ROW PIC 9(8).
      *>     D accepted: the row's number in TXNACC.DAT, which is how
      *>     JOKEBAT's result for it is found. Zero otherwise.
           05 FILLER PIC X VALUE SPACE.
           05 LDG-IMAGE PIC X(80).
      *>     The line exactly as submitted - header, row or trailer.
      *>     Spaces on the T line of a batch whose trailer never came.
