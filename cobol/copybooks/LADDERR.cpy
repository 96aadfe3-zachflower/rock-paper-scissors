      *> LADDER-RECORD - one line of LADDER.DAT, the standing
      *> challenge ladder. Three line types share the file, told
      *> apart by the type byte in column 1 - the CHAMP.DAT scheme:
      *>   C - one control line: how many rungs up a badge may
      *>       challenge, how many business days the challenged
      *>       badge has to play, and the last challenge number used;
      *>   L - one line per rung, top rung (1) first;
      *>   K - one line per challenge ever issued, in issue order.
      *>       Settled challenges are never dropped - the K lines are
      *>       every badge's challenge history.
      *> Maintained by JOKELAD; rewritten by JOKEFGT when a badge on
      *> the ladder is removed - keep in sync.
           05 LAD-TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LAD-BODY PIC X(72).
           05 LAD-CONTROL REDEFINES LAD-BODY.
               10 LAD-C-RUNGS PIC 9(2).
               10 FILLER PIC X.
               10 LAD-C-DAYS PIC 9(2).
               10 FILLER PIC X.
               10 LAD-C-LAST-ID PIC 9(6).
               10 FILLER PIC X(60).
           05 LAD-RUNG REDEFINES LAD-BODY.
               10 LAD-L-RUNG PIC 9(4).
               10 FILLER PIC X.
               10 LAD-L-BADGE PIC 9(6).
               10 FILLER PIC X.
               10 LAD-L-JOINED PIC X(8).
               10 FILLER PIC X(52).
           05 LAD-CHALLENGE REDEFINES LAD-BODY.
               10 LAD-K-ID PIC 9(6).
               10 FILLER PIC X.
               10 LAD-K-CHALLENGER PIC 9(6).
               10 FILLER PIC X.
               10 LAD-K-DEFENDER PIC 9(6).
               10 FILLER PIC X.
               10 LAD-K-ISSUED PIC X(14).
               10 FILLER PIC X.
               10 LAD-K-DEADLINE PIC X(8).
               10 FILLER PIC X.
               10 LAD-K-STATUS PIC X.
      *>         O = open, W = challenger won and took the rung,
      *>         D = defender held the rung, F = defender forfeited
      *>         by not playing in time (challenger takes the rung),
      *>         V = voided because a party was removed by JOKEFGT.
               10 FILLER PIC X.
               10 LAD-K-SETTLED PIC X(14).
      *>         Timestamp of the deciding H game; the run date for a
      *>         forfeit; the removal run's timestamp for a void.
               10 FILLER PIC X.
               10 LAD-K-FROM-RUNG PIC 9(4).
               10 FILLER PIC X.
               10 LAD-K-TO-RUNG PIC 9(4).
      *>         The challenger's and defender's rungs when issued.
               10 FILLER PIC X.
