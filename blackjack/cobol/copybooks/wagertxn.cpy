      *> Wager transaction record - one per bet placed in a box at the
      *> table: which scenario's table took it, the round it rode on,
      *> the seat (01 thru 07) and the dollars wagered. SETTLE reads
      *> these next to CARDTXN and prices each settled seat at its
      *> actual stake, so SETTLDET carries dollars as well as units.
      *> More than one record for the same scenario, round and seat
      *> is money added to the same box and is summed.
       01 wager-transaction-record.
          03 wx-scenario pic x(8).
          03 wx-round pic 9(4).
          03 wx-seat pic 99.
          03 wx-amount pic 9(5)v99.
