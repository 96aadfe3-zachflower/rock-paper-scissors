      *> TXN-RESULT-RECORD - one line of TXNRES.DAT per TXNACC.DAT row
      *> JOKEBAT has played, keyed by the row's number in TXNACC.DAT.
      *> TXNOUT.DAT accumulates and a correction row puts two records
      *> on it, so it cannot be matched back to the feed row by row;
      *> this trail can. Rewritten by each fresh JOKEBAT run, added to
      *> on a checkpoint restart - a row replayed after a crash is
      *> on it twice, and the later line is the one that stands.
      *> Written by JOKEBAT; read by JOKERTN; a removed badge is
      *> replaced in place by JOKEFGT - keep in sync.
           05 RES-ACC-ROW PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RES-GAME PIC X(156).
      *>     The TXNOUT.DAT record (see GAMELOGR) that settled the
      *>     row: the "S" game, the "C" corrected result of a
      *>     correction, or the result-code-9 record of one that
      *>     could not be honoured.
