      *> Dealer assignment record, keyed from the pit's dealer roster
      *> - one per stretch a dealer spent at a table: the scenario the
      *> table runs, the first and last round dealt in the stretch
      *> (inclusive, the round numbers CARDTXN carries), the dealer's
      *> badge id and the shift the stretch was worked on. A dealer
      *> relieved and back later at the same table is two records.
       01 dealer-assignment-record.
          03 da-scenario pic x(8).
          03 da-first-round pic 9(4).
          03 da-last-round pic 9(4).
          03 da-dealer-id pic x(8).
          03 da-shift pic x(4).
