          03 sc-das pic x.
          03 sc-resplit-limit pic 9.
          03 sc-double-rule pic x.
      *> Shoe tracking, appended with the shuffle event on the card
      *> feed. SC-SHOE-NUMBER is the shoe in play at the table - blank
      *> or zero is shoe 1; SHOEFEED starts the night from it, puts
      *> SC-CARDS-SEEN back to this record's starting counts at every
      *> shuffle, and the SHOENEW image carries the shoe the night
      *> ended on. SC-CUT-DEPTH is the table's posted cut-card depth,
      *> the cards dealt out of the shoe before the cut card comes
      *> out; blank or zero is a table with no posted depth, reported
      *> but not measured against.
          03 sc-shoe-number pic 9(4).
          03 sc-cut-depth pic 9(4).
