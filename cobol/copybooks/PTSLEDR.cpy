      *> POINTS-LEDGER-RECORD - one prize-points account per badge in
      *> POINTS.DAT. The balance is what the badge can spend today:
      *> every point earned (wins, championship bonuses, corrections
      *> in the badge's favour) less every point redeemed and every
      *> point clawed back by an X reversal. It is SIGNED - a
      *> reversal has to post even when the badge has already spent
      *> the points it backs out, and the account then sits below
      *> zero until later wins pay it off (a redemption is refused
      *> until it does). Every movement also goes to the journal
      *> (see PTSJRNR), which is what the monthly statement reads.
      *> Written by JOKEPTS - keep in sync.
           05 PT-BADGE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 PT-BALANCE PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 PT-EARNED PIC 9(7).
      *>     Lifetime points earned, net of reversals.
           05 FILLER PIC X VALUE SPACE.
           05 PT-SPENT PIC 9(7).
      *>     Lifetime points redeemed for prizes.
           05 FILLER PIC X VALUE SPACE.
           05 PT-LAST-POSTED PIC X(8).
