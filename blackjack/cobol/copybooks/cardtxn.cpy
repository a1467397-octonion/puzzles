          03 tx-round pic 9(4).
          03 tx-seat pic 99.
          03 tx-rank pic 99.
      *> TX-EVENT is blank on a dealt card. "S" marks a shuffle: the
      *> dealer closed the shoe at that table at the round named and
      *> the next card comes out of a fresh shoe - seat and rank are
      *> zero and mean nothing. Records written before the field
      *> existed read as blank, which is every card they ever were.
          03 tx-event pic x.
             88 tx-card-event value " ".
             88 tx-shuffle-event value "S".
