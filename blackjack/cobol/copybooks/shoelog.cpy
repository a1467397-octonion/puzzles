          03 lg-round pic 9(4).
          03 lg-remaining pic 999 occurs 10 times.
          03 lg-cards-left pic 9(5).
      *> The shoe the round was dealt from: SHOEFEED numbers each
      *> shoe at a table from the SHOECTL shoe number and adds one at
      *> every shuffle, so the remaining counts start back over
      *> wherever LG-SHOE changes.
          03 lg-shoe pic 9(4).
