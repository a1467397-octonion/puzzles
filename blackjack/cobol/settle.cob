*> the feed instead of the pit sheets. A dealer hand that stopped
*> short of the stand rule while a live hand was still waiting is
*> flagged and ends the step with return code 4, since it means the
*> feed and the game disagree about how the round was dealt. The
*> round's SETTLDET rows carry the flag, so the dealer report can
*> lay it at the door of whoever was dealing.
*> The WAGERTXN bet feed rides alongside the cards: every settled
*> seat is priced at the dollars it actually had in the box, so each
*> SETTLDET row carries the stake and the dollars won or lost, and
*> HOLDRPT gives each table's drop, house win and hold percentage by
*> round range (HOLDPRM sets the width) and for the session. A seat
*> that showed cards with no bet, and a bet that never saw a card,
*> go on the HOLDRPT exceptions list instead of being priced at one
*> unit, and either ends the step with return code 4.

environment division.
input-output section.
     organization line sequential.
   select settlement-report-file assign to "SETTLRPT"
     organization line sequential.
   select optional wager-transaction-file assign to "WAGERTXN"
     organization line sequential.
   select optional hold-parameter-file assign to "HOLDPRM"
     organization line sequential.
   select hold-report-file assign to "HOLDRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

copy "settldet.cpy".
fd  settlement-report-file.
01 settlement-report-record pic x(110).
fd  wager-transaction-file.
copy "wagertxn.cpy".
fd  hold-parameter-file.
01 hold-parameter-record.
   03 hp-range-rounds pic 9(4).
fd  hold-report-file.
01 hold-report-record pic x(120).
fd  audit-journal-file.
copy "auditlog.cpy".

      05 st-hit-soft-17 pic x.
      05 st-natural-pay pic x.
      05 st-remaining pic 999 comp-5 occurs 10 times.
      05 st-base-seen pic 999 comp-5 occurs 10 times.
      05 st-cur-round pic 9(4) comp-5.
      05 st-hand occurs 8 times.
         07 sh-cards pic 99 comp-5.
      05 st-naturals pic 9(5) comp-5.
      05 st-net-units pic s9(5)v9 comp-5.
      05 st-short-rounds pic 9(5) comp-5.
      05 st-drop pic 9(7)v99 comp-5.
      05 st-net-dollars pic s9(7)v99 comp-5.
      05 st-no-bet-seats pic 9(5) comp-5.
01 scenario-seq pic 9(4).
*> The night's bets, held so each settled seat can be matched to the
*> stake in its box and the bets nobody dealt to can be listed after.
*> A bet keyed to a scenario not on SHOECTL, or with no usable
*> amount, is never loaded - it goes straight on the exceptions list.
01 wager-count pic 9(4) comp-5 value 0.
01 wager-overflow pic x value "N".
01 wager-table.
   03 wager-entry occurs 5000 times.
      05 we-scenario pic x(8).
      05 we-round pic 9(4).
      05 we-seat pic 99.
      05 we-amount pic 9(7)v99 comp-5.
      05 we-matched pic x.
01 w pic 9(4) comp-5.
01 wager-slot pic 9(4) comp-5.
01 wager-read-count pic 9(6) comp-5 value 0.
01 wager-bad-count pic 9(6) comp-5 value 0.
01 no-bet-count pic 9(6) comp-5 value 0.
01 no-card-count pic 9(6) comp-5 value 0.
01 seat-wager pic 9(7)v99 comp-5.
01 seat-dollars pic s9(7)v99 comp-5.
01 seat-wager-status pic x.
*> Hold report working state: the round-range width, the range the
*> pass is in, and the range and session figures being built up.
01 range-rounds pic 9(4) comp-5 value 25.
01 range-index pic 9(4) comp-5.
01 row-range pic 9(4) comp-5.
01 range-first-round pic 9(4) comp-5.
01 range-last-round pic 9(4) comp-5.
01 range-hands pic 9(5) comp-5.
01 range-drop pic 9(7)v99 comp-5.
01 range-house-win pic s9(7)v99 comp-5.
01 range-open pic x.
01 session-hands pic 9(5) comp-5.
01 session-drop pic 9(7)v99 comp-5.
01 session-house-win pic s9(7)v99 comp-5.
01 hold-pct pic s9(5)v99 comp-5.
01 more-rows pic x value "Y".
   88 more-rows-remain value "Y".
01 exception-count pic 9(6) comp-5 value 0.
01 txn-count pic 9(6) comp-5 value 0.
01 skip-count pic 9(6) comp-5 value 0.
01 txn-slot pic 99 comp-5.
01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 report-heading-line.
   03 filler pic x(23) value "SETTLEMENT SUMMARY RUN ".
   03 rh-date pic 9(8).
   03 filler pic x(9) value "SCENARIO ".
   03 nr-id pic x(8).
   03 filler pic x(33) value " HAD NO COMPLETED ROUNDS ON FEED".
01 hold-heading-line.
   03 filler pic x(16) value "HOLD REPORT RUN ".
   03 hh-date pic 9(8).
   03 filler pic x(14) value " ROUND RANGES ".
   03 hh-width pic 9(4).
01 hold-scenario-line.
   03 filler pic x(9) value "SCENARIO ".
   03 hs-id pic x(8).
01 hold-range-line.
   03 filler pic x(8) value " ROUNDS ".
   03 hr-first pic 9(4).
   03 filler pic x value "-".
   03 hr-last pic 9(4).
   03 filler pic x(7) value " HANDS ".
   03 hr-hands pic 9(5).
   03 filler pic x(6) value " DROP ".
   03 hr-drop pic z(6)9.99.
   03 filler pic x(11) value " HOUSE WIN ".
   03 hr-win pic -(6)9.99.
   03 filler pic x(6) value " HOLD ".
   03 hr-hold pic -(4)9.99.
   03 filler pic x value "%".
01 hold-session-line.
   03 filler pic x(17) value " SESSION   HANDS ".
   03 hx-hands pic 9(5).
   03 filler pic x(6) value " DROP ".
   03 hx-drop pic z(6)9.99.
   03 filler pic x(11) value " HOUSE WIN ".
   03 hx-win pic -(6)9.99.
   03 filler pic x(6) value " HOLD ".
   03 hx-hold pic -(4)9.99.
   03 filler pic x value "%".
01 hold-no-rounds-line pic x(40) value
   " NO SETTLED HANDS ON THE FEED".
01 exception-heading-line pic x(16) value "WAGER EXCEPTIONS".
01 no-exceptions-line pic x(30) value " NONE".
01 exception-line.
   03 filler pic x(5) value " *** ".
   03 ex-scenario pic x(8).
   03 filler pic x(7) value " ROUND ".
   03 ex-round pic 9(4).
   03 filler pic x(6) value " SEAT ".
   03 ex-seat pic 99.
   03 filler pic x(8) value " AMOUNT ".
   03 ex-amount pic z(6)9.99.
   03 filler pic x value " ".
   03 ex-reason pic x(36).

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform read-shoe-config
   perform read-hold-parameter
   perform load-wager-table
   perform write-audit-start
   open input card-transaction-file
   open output settlement-detail-file
   end-perform
   close settlement-detail-file
   perform write-summary-report
   perform write-hold-report
   display "Transactions read = "txn-count
     " skipped (rejected or no box) = "skip-count
   display "Wagers read = "wager-read-count" seats with no bet = "
     no-bet-count" bets with no cards = "no-card-count
     " unusable bets = "wager-bad-count
   if exception-count > 0 and run-rc < 4
     move 4 to run-rc
   end-if
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .
*> rank, round out of sequence, rank already exhausted - never
*> touched the shoe, so it gets no hand here either. A good card to
*> a seat past 07 did leave the shoe, but no box at this table
*> takes it, so it depletes the count and settles nothing. A
*> shuffle the feed accepted puts the shoe back to its starting
*> counts, exactly as SHOEFEED does, so the two keep skipping alike.
take-one-transaction.
   add 1 to txn-count
   move "N" to txn-good
   perform find-transaction-scenario
   if txn-slot > 0
     move txn-slot to s
     if tx-shuffle-event
       if tx-round >= st-cur-round (s)
         move "Y" to txn-good
       end-if
     else
       if tx-rank >= 1 and tx-rank <= 10
         if tx-round >= st-cur-round (s)
           if st-remaining (s, tx-rank) > 0
             move "Y" to txn-good
           end-if
         end-if
       end-if
     end-if
   end-if
   if txn-good = "Y"
     perform advance-round
     if tx-shuffle-event
       perform restore-starting-shoe
     else
       subtract 1 from st-remaining (s, tx-rank)
       if tx-seat > 7
         add 1 to skip-count
       else
         compute h = tx-seat + 1
         move tx-rank to card-rank
         perform add-card-to-hand
       end-if
     end-if
   else
     add 1 to skip-count
       add 1 to st-naturals (s)
   end-evaluate
   add seat-units to st-net-units (s)
   perform price-seat-wager
   perform write-detail-row
   .

*> The seat's stake is whatever the bet feed put in its box for this
*> round; the dollars follow the units the hand settled at. A seat
*> with cards and no bet is not invented a stake - it carries zero
*> dollars and is marked for the exceptions list.
price-seat-wager.
   move 0 to wager-slot
   perform varying w from 1 by 1 until wager-count < w
     if we-scenario (w) = st-id (s)
       and we-round (w) = st-cur-round (s)
       and we-seat (w) = h - 1
       move w to wager-slot
     end-if
   end-perform
   if wager-slot = 0
     move 0 to seat-wager
     move 0 to seat-dollars
     move "N" to seat-wager-status
     add 1 to st-no-bet-seats (s)
     add 1 to no-bet-count
   else
     move "Y" to we-matched (wager-slot)
     move we-amount (wager-slot) to seat-wager
     compute seat-dollars rounded = seat-wager * seat-units
     move "Y" to seat-wager-status
     add seat-wager to st-drop (s)
     add seat-dollars to st-net-dollars (s)
   end-if
   .

write-detail-row.
   move "D" to sd-row-type
   move st-id (s) to sd-scenario
   move dealer-bust to sd-dealer-bust
   move seat-result to sd-result
   move seat-units to sd-units
   move seat-wager to sd-wager
   move seat-dollars to sd-dollars
   move seat-wager-status to sd-wager-status
   move dealer-short to sd-dealer-short
   move 0 to sd-session-rounds
   move 0 to sd-session-hands
   move 0 to sd-session-wins
   move 0 to sd-session-losses
   move 0 to sd-session-pushes
   move 0 to sd-session-naturals
   write settlement-detail-record
   add 1 to rows-out
   .
   move " " to sd-dealer-bust
   move spaces to sd-result
   move st-net-units (s) to sd-units
   move st-drop (s) to sd-wager
   move st-net-dollars (s) to sd-dollars
   move " " to sd-wager-status
   move " " to sd-dealer-short
   move st-rounds (s) to sd-session-rounds
   compute sd-session-hands = st-wins (s) + st-losses (s)
     + st-pushes (s) + st-naturals (s)
   move st-wins (s) to sd-session-wins
   move st-losses (s) to sd-session-losses
   move st-pushes (s) to sd-session-pushes
   move st-naturals (s) to sd-session-naturals
   write settlement-detail-record
   add 1 to rows-out
   .

*> What the shoe can still deal: capacity for the deck count less
*> what the base record says had been seen when the shoe started -
*> the same bookkeeping SHOEFEED keeps, so the two steps skip the
*> same transactions.
restore-starting-shoe.
   perform varying i from 1 by 1 until 10 < i
     if i = 10
       compute st-remaining (s, i) =
         16 * st-deck-count (s) - st-base-seen (s, i)
     else
       compute st-remaining (s, i) =
         4 * st-deck-count (s) - st-base-seen (s, i)
     end-if
     if st-remaining (s, i) < 0
       move 0 to st-remaining (s, i)
     end-if
   end-perform
   .

clear-round-hands.
   perform varying h from 1 by 1 until 8 < h
     move 0 to sh-cards (s, h)
   close settlement-report-file
   .

read-hold-parameter.
   open input hold-parameter-file
   read hold-parameter-file
     at end
       continue
     not at end
       if hp-range-rounds is numeric and hp-range-rounds > 0
         move hp-range-rounds to range-rounds
       end-if
   end-read
   close hold-parameter-file
   .

*> Every usable bet goes into the table against its box; a repeat of
*> the same scenario, round and seat is more money in the same box.
load-wager-table.
   move "Y" to more-rows
   open input wager-transaction-file
   perform until not more-rows-remain
     read wager-transaction-file
       at end
         move "N" to more-rows
       not at end
         perform take-one-wager
     end-read
   end-perform
   close wager-transaction-file
   if wager-overflow = "Y"
     display "*** WAGERTXN holds more bets than the table - the "
       "extras are listed as exceptions"
   end-if
   .

take-one-wager.
   add 1 to wager-read-count
   perform check-wager-usable
   if txn-good = "Y"
     move 0 to wager-slot
     perform varying w from 1 by 1 until wager-count < w
       if we-scenario (w) = wx-scenario
         and we-round (w) = wx-round
         and we-seat (w) = wx-seat
         move w to wager-slot
       end-if
     end-perform
     if wager-slot > 0
       add wx-amount to we-amount (wager-slot)
     else
       if wager-count = 5000
         move "Y" to wager-overflow
       else
         add 1 to wager-count
         move wx-scenario to we-scenario (wager-count)
         move wx-round to we-round (wager-count)
         move wx-seat to we-seat (wager-count)
         move wx-amount to we-amount (wager-count)
         move "N" to we-matched (wager-count)
       end-if
     end-if
   end-if
   .

*> A bet is usable when its table is on SHOECTL and it carries a
*> real amount - the same test the exceptions pass re-applies to
*> list the ones that were not.
check-wager-usable.
   move "Y" to txn-good
   move 0 to txn-slot
   perform varying i from 1 by 1 until scenario-count < i
     if st-id (i) = wx-scenario
       move i to txn-slot
     end-if
   end-perform
   if txn-slot = 0
     move "N" to txn-good
     move "BET FOR A TABLE NOT ON SHOECTL" to ex-reason
   else
     if wx-round is not numeric or wx-seat is not numeric
       or wx-amount is not numeric
       move "N" to txn-good
       move "BET KEYED WITH A NON-NUMERIC FIELD" to ex-reason
     else
       if wx-amount = 0
         move "N" to txn-good
         move "BET FOR A ZERO AMOUNT" to ex-reason
       end-if
     end-if
   end-if
   .

*> One page per table read back off SETTLDET - a scenario's rows
*> are in round order, so each round range closes as soon as a row
*> from a later range turns up. Drop is the dollars wagered, house
*> win the dollars the players lost, and hold the win over the drop.
*> The exceptions list follows every table.
write-hold-report.
   open output hold-report-file
   move run-date to hh-date
   move range-rounds to hh-width
   write hold-report-record from hold-heading-line
   perform varying s from 1 by 1 until scenario-count < s
     perform write-hold-scenario
   end-perform
   perform write-wager-exceptions
   close hold-report-file
   .

write-hold-scenario.
   move st-id (s) to hs-id
   write hold-report-record from hold-scenario-line
   move "N" to range-open
   move 0 to session-hands
   move 0 to session-drop
   move 0 to session-house-win
   move "Y" to more-rows
   open input settlement-detail-file
   perform until not more-rows-remain
     read settlement-detail-file
       at end
         move "N" to more-rows
       not at end
         if sd-detail-row and sd-scenario = st-id (s)
           perform take-hold-row
         end-if
     end-read
   end-perform
   close settlement-detail-file
   if range-open = "Y"
     perform write-hold-range
   end-if
   if session-hands = 0
     write hold-report-record from hold-no-rounds-line
   else
     move session-hands to hx-hands
     move session-drop to hx-drop
     move session-house-win to hx-win
     if session-drop > 0
       compute hold-pct rounded = session-house-win * 100 / session-drop
     else
       move 0 to hold-pct
     end-if
     move hold-pct to hx-hold
     write hold-report-record from hold-session-line
   end-if
   .

take-hold-row.
   compute row-range = (sd-round - 1) / range-rounds
   if range-open = "Y" and row-range not = range-index
     perform write-hold-range
   end-if
   if range-open not = "Y"
     move row-range to range-index
     compute range-first-round = row-range * range-rounds + 1
     compute range-last-round = range-first-round + range-rounds - 1
     move 0 to range-hands
     move 0 to range-drop
     move 0 to range-house-win
     move "Y" to range-open
   end-if
   add 1 to range-hands
   add sd-wager to range-drop
   subtract sd-dollars from range-house-win
   add 1 to session-hands
   add sd-wager to session-drop
   subtract sd-dollars from session-house-win
   .

write-hold-range.
   move range-first-round to hr-first
   move range-last-round to hr-last
   move range-hands to hr-hands
   move range-drop to hr-drop
   move range-house-win to hr-win
   if range-drop > 0
     compute hold-pct rounded = range-house-win * 100 / range-drop
   else
     move 0 to hold-pct
   end-if
   move hold-pct to hr-hold
   write hold-report-record from hold-range-line
   move "N" to range-open
   .

*> Three kinds of exception, every one money the table cannot price:
*> a seat settled with no bet in its box, a bet no card was ever
*> dealt to, and a bet the load could not use at all.
write-wager-exceptions.
   write hold-report-record from exception-heading-line
   move "Y" to more-rows
   open input settlement-detail-file
   perform until not more-rows-remain
     read settlement-detail-file
       at end
         move "N" to more-rows
       not at end
         if sd-detail-row and sd-wager-missing
           move sd-scenario to ex-scenario
           move sd-round to ex-round
           move sd-seat to ex-seat
           move 0 to ex-amount
           move "CARDS DEALT WITH NO BET ON THE FEED" to ex-reason
           write hold-report-record from exception-line
           add 1 to exception-count
         end-if
     end-read
   end-perform
   close settlement-detail-file
   perform varying w from 1 by 1 until wager-count < w
     if we-matched (w) not = "Y"
       move we-scenario (w) to ex-scenario
       move we-round (w) to ex-round
       move we-seat (w) to ex-seat
       move we-amount (w) to ex-amount
       move "BET WITH NO CARDS DEALT TO THE SEAT" to ex-reason
       write hold-report-record from exception-line
       add 1 to exception-count
       add 1 to no-card-count
     end-if
   end-perform
   move "Y" to more-rows
   open input wager-transaction-file
   perform until not more-rows-remain
     read wager-transaction-file
       at end
         move "N" to more-rows
       not at end
         perform check-wager-usable
         if txn-good not = "Y"
           perform write-bad-wager-exception
         end-if
     end-read
   end-perform
   close wager-transaction-file
   if wager-overflow = "Y"
     move spaces to ex-scenario
     move 0 to ex-round
     move 0 to ex-seat
     move 0 to ex-amount
     move "BETS PAST THE TABLE LIMIT NOT PRICED" to ex-reason
     write hold-report-record from exception-line
     add 1 to exception-count
   end-if
   if exception-count = 0
     write hold-report-record from no-exceptions-line
   end-if
   .

write-bad-wager-exception.
   move wx-scenario to ex-scenario
   if wx-round is numeric
     move wx-round to ex-round
   else
     move 0 to ex-round
   end-if
   if wx-seat is numeric
     move wx-seat to ex-seat
   else
     move 0 to ex-seat
   end-if
   if wx-amount is numeric
     move wx-amount to ex-amount
   else
     move 0 to ex-amount
   end-if
   write hold-report-record from exception-line
   add 1 to exception-count
   add 1 to wager-bad-count
   .

find-transaction-scenario.
   move 0 to txn-slot
   perform varying i from 1 by 1 until scenario-count < i
   else
     move "3" to st-natural-pay (scenario-count)
   end-if
   perform varying i from 1 by 1 until 10 < i
     move sc-cards-seen (i) to st-base-seen (scenario-count, i)
   end-perform
   move scenario-count to s
   perform restore-starting-shoe
   move 0 to st-cur-round (scenario-count)
   move 0 to st-rounds (scenario-count)
   move 0 to st-wins (scenario-count)
   move 0 to st-naturals (scenario-count)
   move 0 to st-net-units (scenario-count)
   move 0 to st-short-rounds (scenario-count)
   move 0 to st-drop (scenario-count)
   move 0 to st-net-dollars (scenario-count)
   move 0 to st-no-bet-seats (scenario-count)
   perform varying i from 1 by 1 until 8 < i
     move 0 to sh-cards (scenario-count, i)
     move 0 to sh-total (scenario-count, i)
   write audit-journal-record
   close audit-journal-file
   .

*> Run control: once this step has finished cleanly for the business
*> date a rerun of the night skips it, and it is refused while a step
*> it depends on has not finished cleanly - see RUNCTL.
check-run-control.
   move "C" to rq-function
   move "SETTLE" to rq-step
   move 0 to rq-slot
   call "runctl" using run-control-request
   if rq-skip-step
     move 0 to return-code
     stop run
   end-if
   if rq-refuse-step
     move 8 to return-code
     stop run
   end-if
   .

post-run-control.
   move "P" to rq-function
   move run-rc to rq-return-code
   move rows-out to rq-rows
   call "runctl" using run-control-request
   .
end program settle.
