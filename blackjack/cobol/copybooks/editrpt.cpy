      *> EDITRPT field lines - one per failing SHOECTL field, naming
      *> the field, the value keyed and the limit it broke. Held in
      *> its own copybook because the scenario master maintenance
      *> step puts every add and change through the same edits SHOEDIT
      *> applies and reports a failure in the same words, so an
      *> operator reading either report sees one set of messages.
       01 field-rank-line.
          03 filler pic x(26) value " FIELD SC-CARDS-SEEN RANK ".
          03 fr-rank pic z9.
          03 filler pic x(6) value " SEEN ".
          03 fr-seen pic 999.
          03 filler pic x(18) value " EXCEEDS CAPACITY ".
          03 fr-capacity pic 999.
       01 field-left-line.
          03 filler pic x(27) value " FIELD SC-CARDS-SEEN TOTAL ".
          03 fl-seen pic 9(5).
          03 filler pic x(8) value " LEAVES ".
          03 fl-left pic -9(5).
          03 filler pic x(22) value " CARDS - A HAND NEEDS ".
          03 fl-needed pic 99.
       01 field-stand-line.
          03 filler pic x(22) value " FIELD SC-STAND-TOTAL ".
          03 fs-value pic z9.
          03 filler pic x(34) value " OUTSIDE THE DEALT RANGE 15 TO 21".
       01 field-h17-line.
          03 filler pic x(22) value " FIELD SC-HIT-SOFT-17 ".
          03 fh-value pic x.
          03 filler pic x(21) value " IS NEITHER Y NOR N".
       01 field-compare-line.
          03 filler pic x(23) value " FIELD SC-RULE-COMPARE ".
          03 fc-value pic x.
          03 filler pic x(21) value " IS NEITHER Y NOR N".
       01 field-peek-line.
          03 filler pic x(20) value " FIELD SC-NO-PEEK ".
          03 fn-value pic x.
          03 filler pic x(21) value " IS NEITHER Y NOR N".
       01 field-pay-line.
          03 filler pic x(22) value " FIELD SC-NATURAL-PAY ".
          03 fy-value pic x.
          03 filler pic x(26) value " IS NEITHER 3 NOR 6".
       01 field-das-line.
          03 filler pic x(14) value " FIELD SC-DAS ".
          03 fa-value pic x.
          03 filler pic x(21) value " IS NEITHER Y NOR N".
       01 field-resplit-line.
          03 filler pic x(24) value " FIELD SC-RESPLIT-LIMIT ".
          03 ft-value pic x.
          03 filler pic x(32) value " IS OUTSIDE THE DEALT 2 TO 4".
       01 field-double-line.
          03 filler pic x(23) value " FIELD SC-DOUBLE-RULE ".
          03 fb-value pic x.
          03 filler pic x(21) value " IS NEITHER A NOR 9".
       01 field-deck-line.
          03 filler pic x(21) value " FIELD SC-DECK-COUNT ".
          03 fd-value pic zz9.
          03 filler pic x(29) value " OUTSIDE THE RUN RANGE 1 TO 6".
       01 field-shoe-line.
          03 filler pic x(22) value " FIELD SC-SHOE-NUMBER ".
          03 fo-value pic x(4).
          03 filler pic x(21) value " IS NOT A SHOE NUMBER".
       01 field-cut-line.
          03 filler pic x(20) value " FIELD SC-CUT-DEPTH ".
          03 fk-value pic x(4).
          03 filler pic x(25) value " IS NOT INSIDE THE SHOE -".
          03 filler pic x(7) value " SHOE: ".
          03 fk-capacity pic zzzz9.
          03 filler pic x(6) value " CARDS".
