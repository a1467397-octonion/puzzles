          03 sd-dealer-bust pic x.
          03 sd-result pic x(4).
          03 sd-units pic s9(5)v9 sign leading separate.
      *> Dollars, from the WAGERTXN feed: SD-WAGER is the stake the
      *> seat had riding and SD-DOLLARS what it won (+) or lost (-),
      *> the stake times SD-UNITS. SD-WAGER-STATUS "N" marks a seat
      *> that showed cards with no bet on the feed - it carries zero
      *> dollars and goes on the HOLDRPT exceptions list rather than
      *> being priced at one unit. On the total row SD-WAGER is the
      *> session drop and SD-DOLLARS the players' net.
          03 sd-wager pic 9(7)v99.
          03 sd-dollars pic s9(7)v99 sign leading separate.
          03 sd-wager-status pic x.
             88 sd-wager-matched value "Y".
             88 sd-wager-missing value "N".
      *> SD-DEALER-SHORT "Y" marks every seat of a round SETTLE
      *> flagged as the dealer stopping short of the stand rule with a
      *> live hand in, so the round can be laid at the dealer's door
      *> without the feed; "N" is a round the dealer played out. Blank
      *> on the total row and on rows written before the field existed.
          03 sd-dealer-short pic x.
             88 sd-short-round value "Y".
      *> Session counts, carried on the total row so the nightly
      *> settlement history can be loaded one record per table: the
      *> rounds settled, the hands (one per detail row) and the
      *> win/lose/push/natural counts behind SD-UNITS. Zero on the
      *> detail rows.
          03 sd-session-rounds pic 9(5).
          03 sd-session-hands pic 9(6).
          03 sd-session-wins pic 9(6).
          03 sd-session-losses pic 9(6).
          03 sd-session-pushes pic 9(6).
          03 sd-session-naturals pic 9(6).
