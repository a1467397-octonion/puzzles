      *> Side-bet paytable, kept by hand by the table games office -
      *> one record per paying outcome of a side bet, paid at so many
      *> units to one. A record with a blank scenario id is the house
      *> paytable, used at every scenario that has no records of its
      *> own for that bet; outcome "NO" on a scenario's record marks
      *> the bet not offered at that table.
      *> PAIR - the player's first two cards:
      *>   PP perfect pair (rank and suit), CP colored pair (rank and
      *>   color), MP mixed pair (rank only).
      *> 21+3 - the player's two cards and the dealer upcard as a
      *> three-card poker hand:
      *>   TS suited trips, SF straight flush, TK three of a kind,
      *>   SR straight, FL flush.
       01 side-pay-record.
          03 sp-scenario-id pic x(8).
          03 sp-bet pic x(4).
             88 sp-pair-bet value "PAIR".
             88 sp-trey-bet value "21+3".
          03 sp-outcome pic x(2).
             88 sp-not-offered value "NO".
          03 sp-pays pic 999.
