      *> SHOEERR reject record - one per CARDTXN transaction SHOEFEED
      *> would not apply, with the reason it was turned away. Held in
      *> its own copybook because the rejects are read back as well
      *> as written - SHOECORR matches its corrections to them and
      *> the dealer report charges them to the round - so writer and
      *> readers must never disagree about where the fields sit.
      *> ER-EVENT is the transaction's TX-EVENT: "S" for a rejected
      *> shuffle, whose seat and rank are zero and mean nothing, blank
      *> for a card. Rejects written before the field existed read as
      *> blank, which is every card they ever were.
       01 shoe-error-record.
          03 er-transaction.
             05 er-scenario pic x(8).
             05 er-round pic 9(4).
             05 er-seat pic 99.
             05 er-rank pic 99.
          03 er-reason pic 99.
             88 er-unknown-scenario value 01.
             88 er-bad-rank value 02.
             88 er-round-backwards value 03.
             88 er-rank-exhausted value 04.
          03 er-event pic x.
             88 er-card-event value " ".
             88 er-shuffle-event value "S".
