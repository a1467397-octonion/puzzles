      >>source free
identification division.
program-id. comply.

*> Player decision compliance: rebuilds every seat's plays round by
*> round from the same CARDTXN transactions SETTLE settles - seat 00
*> is the dealer, whose first card is the upcard, seats 01 thru 07
*> the players - and holds each decision up against the STRATRPT
*> cell for that upcard and hand. The feed shows cards, not signals,
*> so a decision is read as the seat standing or drawing: a two-card
*> hand stood, a third card was a draw (a hit or a double - the feed
*> cannot tell which, so a chart HIT or DOUBLE both pass), and every
*> card past the third means the hand before it was hit, with the
*> last hand short of 21 a stand. A pair the chart splits is not
*> judged - a split never shows on one seat's cards. Each departure
*> is priced with the chart's own SR-EV-* columns as the EV of the
*> seat's play less the EV of the recommended one, so the seat's
*> line on COMPLRPT shows what its departures cost (or gained).
*> A departure that is the LIVE play of a DEVRPT count-deviation
*> cell, made with the shoe at or past that cell's true count, is
*> marked as an index play. The count a seat acts on is the shoe as
*> it stood when the round was dealt - the SHOELOG row of the
*> table's previous round, or the base SHOECTL shoe for the first -
*> so a seat whose departures are all index plays is a counter, and
*> is referred to surveillance at the foot of its list.

environment division.
input-output section.
file-control.
   select shoe-control-file assign to "SHOECTL"
     organization line sequential.
   select card-transaction-file assign to "CARDTXN"
     organization line sequential.
   select strategy-report-file assign to "STRATRPT"
     organization line sequential.
   select optional deviation-report-file assign to "DEVRPT"
     organization line sequential.
   select optional shoe-log-file assign to "SHOELOG"
     organization line sequential.
   select compliance-report-file assign to "COMPLRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  shoe-control-file.
copy "shoectl.cpy".
fd  card-transaction-file.
copy "cardtxn.cpy".
fd  strategy-report-file.
copy "stratrpt.cpy".
fd  deviation-report-file.
01 deviation-report-record pic x(120).
fd  shoe-log-file.
copy "shoelog.cpy".
fd  compliance-report-file.
01 compliance-report-record pic x(120).
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 i pic 99 comp-5.
01 s pic 99 comp-5.
01 h pic 99 comp-5.
01 k pic 99 comp-5.
01 more-config pic x value "Y".
   88 more-configs-remain value "Y".
01 more-txns pic x value "Y".
   88 more-transactions-remain value "Y".
01 more-rows pic x value "Y".
   88 more-rows-remain value "Y".
01 scenario-count pic 99 comp-5 value 0.
*> Per-scenario state: the shoe as SHOEFEED would have it (so the
*> same transactions are skipped), the round in progress with the
*> cards each seat took in the order dealt (slot 1 is the dealer's
*> seat 00, slots 2 thru 8 are seats 01 thru 07), the table's chart
*> laid out the way PITCHART grids it - hard 4-20 in rows 1-17, soft
*> 13-20 in rows 18-25, pairs A and 2-10 in rows 26-35 - and each
*> seat's running compliance counts.
01 scenario-table.
   03 scenario-entry occurs 50 times.
      05 st-id pic x(8).
      05 st-deck-count pic 999 comp-5.
      05 st-no-peek pic x.
      05 st-base-seen pic 999 comp-5 occurs 10 times.
      05 st-remaining pic 999 comp-5 occurs 10 times.
      05 st-shoe-number pic 9(4) comp-5.
      05 st-cur-round pic 9(4) comp-5.
      05 st-hand occurs 8 times.
         07 sh-cards pic 99 comp-5.
         07 sh-rank pic 99 comp-5 occurs 12 times.
      05 st-chart-upcard occurs 10 times.
         07 st-chart-cell occurs 35 times.
            09 ce-loaded pic x.
            09 ce-action pic x(6).
            09 ce-ev-stand pic s9v9(4) comp-5.
            09 ce-ev-hit pic s9v9(4) comp-5.
            09 ce-ev-double pic s9v9(4) comp-5.
      05 st-seat occurs 7 times.
         07 sq-hands pic 9(5) comp-5.
         07 sq-decisions pic 9(5) comp-5.
         07 sq-departures pic 9(5) comp-5.
         07 sq-index-plays pic 9(5) comp-5.
         07 sq-not-judged pic 9(5) comp-5.
         07 sq-ev-net pic s9(5)v9(4) comp-5.
01 scenario-seq pic 9(4).
*> The night's SHOELOG rows, held so each round can look up the
*> shoe its cards came out of.
01 log-count pic 9(4) comp-5 value 0.
01 log-overflow pic x value "N".
01 log-table.
   03 log-entry occurs 5000 times.
      05 lt-slot pic 99 comp-5.
      05 lt-shoe pic 9(4) comp-5.
      05 lt-round pic 9(4) comp-5.
      05 lt-true-count pic s9(3)v9 comp-5.
01 lx pic 9(4) comp-5.
01 log-slot pic 9(4) comp-5.
*> DEVRPT's flip cells - the index plays at the counts DEVIATE found
*> them - keyed back to the scenario slot they were printed under.
01 dev-count pic 9(4) comp-5 value 0.
01 dev-overflow pic x value "N".
01 dev-slot pic 99 comp-5 value 0.
01 deviation-table.
   03 deviation-entry occurs 2000 times.
      05 dv-slot pic 99 comp-5.
      05 dv-upcard pic 99 comp-5.
      05 dv-type pic x.
      05 dv-value pic 99 comp-5.
      05 dv-live-action pic x(6).
      05 dv-margin pic s9v9(4) comp-5.
      05 dv-true-count pic s9(3)v9 comp-5.
01 dx pic 9(4) comp-5.
*> Every departure, held so COMPLRPT can list them seat by seat
*> under the seat's own totals.
01 departure-count pic 9(4) comp-5 value 0.
01 departure-overflow pic x value "N".
01 departure-table.
   03 departure-entry occurs 5000 times.
      05 dt-slot pic 99 comp-5.
      05 dt-seat pic 99 comp-5.
      05 dt-round pic 9(4) comp-5.
      05 dt-upcard pic 99 comp-5.
      05 dt-type pic x.
      05 dt-value pic 99 comp-5.
      05 dt-cards pic 99 comp-5.
      05 dt-chart-action pic x(6).
      05 dt-seat-play pic x(6).
      05 dt-ev-net pic s9v9(4) comp-5.
      05 dt-true-count pic s9(3)v9 comp-5.
      05 dt-index pic x.
      05 dt-margin pic s9v9(4) comp-5.
01 d pic 9(4) comp-5.
01 txn-count pic 9(6) comp-5 value 0.
01 skip-count pic 9(6) comp-5 value 0.
01 txn-slot pic 99 comp-5.
01 txn-good pic x.
01 chart-rows pic 9(6) comp-5 value 0.
*> The hand being judged and the decision taken on it.
01 card-rank pic 99 comp-5.
01 cur-total pic 99 comp-5.
01 cur-is-soft pic x.
01 hand-total pic 99 comp-5.
01 hand-soft pic x.
01 up-rank pic 99 comp-5.
01 dealer-natural pic x.
   88 dealer-has-natural value "Y".
01 seat-no pic 99 comp-5.
01 cell-type pic x.
01 cell-value pic 99 comp-5.
01 cell-row pic 99 comp-5.
01 first-decision pic x.
   88 judging-first-decision value "Y".
01 hand-done pic x.
   88 hand-is-done value "Y".
01 seat-play pic x(6).
01 seat-class pic x.
01 chart-action pic x(6).
01 chart-class pic x.
01 chart-ev comp-2.
01 played-ev comp-2.
01 index-match pic x.
   88 departure-is-index-play value "Y".
01 index-margin comp-2.
01 live-class pic x.
*> The shoe the round was dealt from and its Hi-Lo count, worked the
*> same way DEVIATE and OUTCOMES quote it.
01 count-seen pic 999 comp-5 occurs 10 times.
01 count-left pic 999 comp-5 occurs 10 times.
01 running-count pic s9(4) comp-5.
01 round-true-count pic s9(3)v9 comp-5.
01 remaining-cards pic 9(5) comp-5.
01 remaining-decks pic 9(3)v9 comp-5.
01 referred-count pic 9(4) comp-5 value 0.
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
copy "devrpt.cpy".
01 compliance-heading-line.
   03 filler pic x(24) value "DECISION COMPLIANCE RUN ".
   03 ch-date pic 9(8).
01 compliance-scenario-line.
   03 filler pic x(9) value "SCENARIO ".
   03 cs-id pic x(8).
01 seat-line.
   03 filler pic x(6) value " SEAT ".
   03 sl-seat pic 99.
   03 filler pic x(7) value " HANDS ".
   03 sl-hands pic 9(5).
   03 filler pic x(11) value " DECISIONS ".
   03 sl-decisions pic 9(5).
   03 filler pic x(12) value " DEPARTURES ".
   03 sl-departures pic 9(5).
   03 filler pic x(13) value " EV VS CHART ".
   03 sl-ev-net pic +9(5).9999.
   03 filler pic x(13) value " INDEX PLAYS ".
   03 sl-index-plays pic 9(5).
   03 filler pic x(12) value " NOT JUDGED ".
   03 sl-not-judged pic 9(5).
01 departure-line.
   03 filler pic x(9) value "   ROUND ".
   03 dl-round pic 9(4).
   03 filler pic x(8) value " UPCARD ".
   03 dl-upcard pic 99.
   03 filler pic x(6) value " HAND ".
   03 dl-type pic x.
   03 dl-value pic 99.
   03 filler pic x(7) value " CARDS ".
   03 dl-cards pic 99.
   03 filler pic x(7) value " CHART ".
   03 dl-chart-action pic x(6).
   03 filler pic x(8) value " PLAYED ".
   03 dl-seat-play pic x(6).
   03 filler pic x(4) value " EV ".
   03 dl-ev-net pic +9.9999.
   03 filler pic x(4) value " TC ".
   03 dl-tc pic +9(3).9.
   03 filler pic x value " ".
   03 dl-index-tag pic x(26).
01 index-tag.
   03 filler pic x(18) value "INDEX PLAY MARGIN ".
   03 it-margin pic +9.9999.
01 referral-line.
   03 filler pic x(48) value
      "   *** EVERY DEPARTURE IS A DEVRPT INDEX PLAY - ".
   03 filler pic x(25) value "REFER TO SURVEILLANCE ***".
01 no-seats-line pic x(40) value
   " NO SEAT DECISIONS ON THE FEED".
01 overflow-line pic x(64) value
   " *** DEPARTURES PAST THE TABLE LIMIT WERE COUNTED BUT NOT LISTED".

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform read-shoe-config
   perform load-strategy-chart
   perform load-deviation-cells
   perform load-shoe-log
   perform write-audit-start
   open input card-transaction-file
   perform until not more-transactions-remain
     read card-transaction-file
       at end
         move "N" to more-txns
       not at end
         perform take-one-transaction
     end-read
   end-perform
   close card-transaction-file
*>   judge the round in progress at each table.
   perform varying s from 1 by 1 until scenario-count < s
     if st-cur-round (s) > 0
       perform judge-round
     end-if
   end-perform
   perform write-compliance-report
   display "Transactions read = "txn-count
     " skipped (rejected or no box) = "skip-count
   display "Chart cells loaded = "chart-rows" index cells = "dev-count
     " departures = "departure-count" seats referred = "referred-count
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .

*> The same four checks SHOEFEED and SETTLE apply, in the same
*> order, so a card the feed rejected is no part of any hand here.
*> A shuffle closes the round in progress under the shoe it came out
*> of, then starts the table's next shoe from its starting counts.
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
       perform judge-round
       perform restore-starting-shoe
     else
       subtract 1 from st-remaining (s, tx-rank)
       if tx-seat > 7
         add 1 to skip-count
       else
         compute h = tx-seat + 1
         if sh-cards (s, h) < 12
           add 1 to sh-cards (s, h)
           move tx-rank to sh-rank (s, h, sh-cards (s, h))
         end-if
       end-if
     end-if
   else
     add 1 to skip-count
   end-if
   .

advance-round.
   if tx-round > st-cur-round (s)
     if st-cur-round (s) > 0
       perform judge-round
     end-if
     move tx-round to st-cur-round (s)
   end-if
   .

*> No upcard, no decision to judge. On a peeking table a dealer
*> natural ends the round before anybody plays, so its seats made
*> no decision either; a no-peek table plays on regardless.
judge-round.
   if sh-cards (s, 1) > 0
     move sh-rank (s, 1, 1) to up-rank
     move "N" to dealer-natural
     if sh-cards (s, 1) = 2 and st-no-peek (s) not = "Y"
       if (sh-rank (s, 1, 1) = 1 and sh-rank (s, 1, 2) = 10)
         or (sh-rank (s, 1, 1) = 10 and sh-rank (s, 1, 2) = 1)
         move "Y" to dealer-natural
       end-if
     end-if
     if not dealer-has-natural
       perform find-round-count
       perform varying h from 2 by 1 until 8 < h
         if sh-cards (s, h) >= 2
           perform judge-seat
         end-if
       end-perform
     end-if
   end-if
   perform clear-round-hands
   .

*> The opening two cards are the first decision; a pair is judged
*> off the pair rows unless the chart splits it. Every card after
*> the third re-judges the hand that drew it, and the seat's last
*> hand short of 21 is its stand.
judge-seat.
   compute seat-no = h - 1
   add 1 to sq-hands (s, seat-no)
   move 0 to hand-total
   move "N" to hand-soft
   move sh-rank (s, h, 1) to card-rank
   perform add-card-to-hand
   move sh-rank (s, h, 2) to card-rank
   perform add-card-to-hand
   if hand-total < 21
     if sh-rank (s, h, 1) = sh-rank (s, h, 2)
       move "P" to cell-type
       move sh-rank (s, h, 1) to cell-value
       compute cell-row = 25 + cell-value
     else
       perform set-total-cell
     end-if
     move 2 to k
     move "Y" to first-decision
     move "N" to hand-done
     perform judge-decision
     if sh-cards (s, h) >= 4
       move "N" to first-decision
       perform varying k from 3 by 1
         until sh-cards (s, h) < k or hand-is-done
         move sh-rank (s, h, k) to card-rank
         perform add-card-to-hand
         if hand-total >= 21
           move "Y" to hand-done
         else
           perform set-total-cell
           perform judge-decision
         end-if
       end-perform
     end-if
   end-if
   .

set-total-cell.
   move hand-total to cell-value
   if hand-soft = "Y"
     move "S" to cell-type
     compute cell-row = hand-total + 5
   else
     move "H" to cell-type
     compute cell-row = hand-total - 3
   end-if
   .

*> K is the number of cards in the hand being judged: the seat stood
*> on it when no card followed, and drew to it otherwise.
judge-decision.
   if sh-cards (s, h) = k
     move "STAND " to seat-play
     move "S" to seat-class
   else
     move "DRAW  " to seat-play
     move "D" to seat-class
   end-if
   if cell-row < 1 or cell-row > 35
     add 1 to sq-not-judged (s, seat-no)
     move "Y" to hand-done
   else
     if ce-loaded (s, up-rank, cell-row) not = "Y"
       add 1 to sq-not-judged (s, seat-no)
       move "Y" to hand-done
     else
       if judging-first-decision
         and ce-action (s, up-rank, cell-row) = "SPLIT "
         add 1 to sq-not-judged (s, seat-no)
         move "Y" to hand-done
       else
         perform price-decision
       end-if
     end-if
   end-if
   .

*> The first decision is held to the chart's printed action. A hand
*> of three or more cards can no longer double, so it is held to the
*> better of the cell's stand and hit EVs instead.
price-decision.
   add 1 to sq-decisions (s, seat-no)
   if judging-first-decision
     move ce-action (s, up-rank, cell-row) to chart-action
     evaluate chart-action
       when "STAND "
         move ce-ev-stand (s, up-rank, cell-row) to chart-ev
       when "HIT   "
         move ce-ev-hit (s, up-rank, cell-row) to chart-ev
       when other
         move ce-ev-double (s, up-rank, cell-row) to chart-ev
     end-evaluate
   else
     if ce-ev-stand (s, up-rank, cell-row)
       >= ce-ev-hit (s, up-rank, cell-row)
       move "STAND " to chart-action
       move ce-ev-stand (s, up-rank, cell-row) to chart-ev
     else
       move "HIT   " to chart-action
       move ce-ev-hit (s, up-rank, cell-row) to chart-ev
     end-if
   end-if
   if chart-action = "STAND "
     move "S" to chart-class
   else
     move "D" to chart-class
   end-if
*>   a drawn card is priced as a hit - the card feed carries no
*>   double-down marker.
   if seat-class = "S"
     move ce-ev-stand (s, up-rank, cell-row) to played-ev
   else
     move ce-ev-hit (s, up-rank, cell-row) to played-ev
   end-if
   if seat-class not = chart-class
     perform record-departure
   end-if
   .

record-departure.
   add 1 to sq-departures (s, seat-no)
   compute sq-ev-net (s, seat-no) rounded =
     sq-ev-net (s, seat-no) + played-ev - chart-ev
   perform check-index-play
   if departure-is-index-play
     add 1 to sq-index-plays (s, seat-no)
   end-if
   if departure-count = 5000
     move "Y" to departure-overflow
   else
     add 1 to departure-count
     move s to dt-slot (departure-count)
     move seat-no to dt-seat (departure-count)
     move st-cur-round (s) to dt-round (departure-count)
     move up-rank to dt-upcard (departure-count)
     move cell-type to dt-type (departure-count)
     move cell-value to dt-value (departure-count)
     move k to dt-cards (departure-count)
     move chart-action to dt-chart-action (departure-count)
     move seat-play to dt-seat-play (departure-count)
     compute dt-ev-net (departure-count) rounded = played-ev - chart-ev
     move round-true-count to dt-true-count (departure-count)
     move index-match to dt-index (departure-count)
     compute dt-margin (departure-count) rounded = index-margin
   end-if
   .

*> An index play is the live play of a DEVRPT cell for this table,
*> upcard and hand, made with the count at least as far from zero,
*> on the same side, as the count DEVIATE found the cell flipping at.
check-index-play.
   move "N" to index-match
   move 0 to index-margin
   perform varying dx from 1 by 1
     until dev-count < dx or departure-is-index-play
     if dv-slot (dx) = s and dv-upcard (dx) = up-rank
       and dv-type (dx) = cell-type and dv-value (dx) = cell-value
       if dv-live-action (dx) = "STAND "
         move "S" to live-class
       else
         move "D" to live-class
       end-if
       if live-class = seat-class
         and dv-live-action (dx) not = "SPLIT "
         if (dv-true-count (dx) >= 0
             and round-true-count >= dv-true-count (dx))
           or (dv-true-count (dx) < 0
             and round-true-count <= dv-true-count (dx))
           move "Y" to index-match
           move dv-margin (dx) to index-margin
         end-if
       end-if
     end-if
   end-perform
   .

*> The shoe the round was dealt from: the table's latest SHOELOG row
*> before this round from the same shoe, or the starting SHOECTL
*> counts when the round is the first out of its shoe.
find-round-count.
   move 0 to log-slot
   perform varying lx from 1 by 1 until log-count < lx
     if lt-slot (lx) = s and lt-shoe (lx) = st-shoe-number (s)
       and lt-round (lx) < st-cur-round (s)
       if log-slot = 0
         move lx to log-slot
       else
         if lt-round (lx) > lt-round (log-slot)
           move lx to log-slot
         end-if
       end-if
     end-if
   end-perform
   if log-slot > 0
     move lt-true-count (log-slot) to round-true-count
   else
     perform varying i from 1 by 1 until 10 < i
       move st-base-seen (s, i) to count-seen (i)
       if i = 10
         compute count-left (i) = 16 * st-deck-count (s)
           - st-base-seen (s, i)
       else
         compute count-left (i) = 4 * st-deck-count (s)
           - st-base-seen (s, i)
       end-if
     end-perform
     perform compute-hi-lo-count
   end-if
   .

*> Hi-Lo over the cards seen, divided down by the decks' worth of
*> cards left - the count DEVIATE heads its pages with.
compute-hi-lo-count.
   move 0 to running-count
   move 0 to remaining-cards
   perform varying i from 1 by 1 until 10 < i
     evaluate true
       when i = 1 or i = 10
         subtract count-seen (i) from running-count
       when i >= 2 and i <= 6
         add count-seen (i) to running-count
       when other
         continue
     end-evaluate
     add count-left (i) to remaining-cards
   end-perform
   if remaining-cards = 0
     move 0 to round-true-count
   else
     compute remaining-decks = remaining-cards / 52
     if remaining-decks < 0.1
       move 0.1 to remaining-decks
     end-if
     compute round-true-count = running-count / remaining-decks
   end-if
   .

*> Same ace-high-or-low hand arithmetic SETTLE settles with.
add-card-to-hand.
   move hand-total to cur-total
   move hand-soft to cur-is-soft
   if card-rank = 1
     compute cur-total = cur-total + 11
     if cur-total <= 21
       move "Y" to cur-is-soft
     else
       compute cur-total = hand-total + 1
     end-if
   else
     compute cur-total = cur-total + card-rank
   end-if
   if cur-total > 21 and cur-is-soft = "Y"
     subtract 10 from cur-total
     move "N" to cur-is-soft
   end-if
   move cur-total to hand-total
   move cur-is-soft to hand-soft
   .

restore-starting-shoe.
   add 1 to st-shoe-number (s)
   perform set-remaining-from-base
   .

*> What the shoe can still deal, kept the way SHOEFEED keeps it.
set-remaining-from-base.
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
   end-perform
   .

*> Seat by seat under each table: the seat's totals, then every
*> departure it made in round order, and a referral line when each
*> of them was an index play.
write-compliance-report.
   open output compliance-report-file
   move run-date to ch-date
   write compliance-report-record from compliance-heading-line
   perform varying s from 1 by 1 until scenario-count < s
     move st-id (s) to cs-id
     write compliance-report-record from compliance-scenario-line
     move 0 to k
     perform varying seat-no from 1 by 1 until 7 < seat-no
       if sq-hands (s, seat-no) > 0
         add 1 to k
         perform write-seat-lines
       end-if
     end-perform
     if k = 0
       write compliance-report-record from no-seats-line
     end-if
   end-perform
   if departure-overflow = "Y"
     write compliance-report-record from overflow-line
     display "*** More departures than the table holds - the extras "
       "are counted on the seat lines but not listed"
   end-if
   close compliance-report-file
   .

write-seat-lines.
   move seat-no to sl-seat
   move sq-hands (s, seat-no) to sl-hands
   move sq-decisions (s, seat-no) to sl-decisions
   move sq-departures (s, seat-no) to sl-departures
   move sq-ev-net (s, seat-no) to sl-ev-net
   move sq-index-plays (s, seat-no) to sl-index-plays
   move sq-not-judged (s, seat-no) to sl-not-judged
   write compliance-report-record from seat-line
   perform varying d from 1 by 1 until departure-count < d
     if dt-slot (d) = s and dt-seat (d) = seat-no
       perform write-departure-line
     end-if
   end-perform
   if sq-departures (s, seat-no) > 0
     and sq-index-plays (s, seat-no) = sq-departures (s, seat-no)
     write compliance-report-record from referral-line
     add 1 to referred-count
   end-if
   .

write-departure-line.
   move dt-round (d) to dl-round
   move dt-upcard (d) to dl-upcard
   move dt-type (d) to dl-type
   move dt-value (d) to dl-value
   move dt-cards (d) to dl-cards
   move dt-chart-action (d) to dl-chart-action
   move dt-seat-play (d) to dl-seat-play
   move dt-ev-net (d) to dl-ev-net
   move dt-true-count (d) to dl-tc
   if dt-index (d) = "Y"
     move dt-margin (d) to it-margin
     move index-tag to dl-index-tag
   else
     move spaces to dl-index-tag
   end-if
   write compliance-report-record from departure-line
   add 1 to rows-out
   .

*> Detail rows for the tables on SHOECTL go into their chart cells;
*> total rows, and rows for a table not running tonight, are passed.
load-strategy-chart.
   move "Y" to more-rows
   open input strategy-report-file
   perform until not more-rows-remain
     read strategy-report-file
       at end
         move "N" to more-rows
       not at end
         if sr-detail-row
           perform take-strategy-row
         end-if
     end-read
   end-perform
   close strategy-report-file
   .

take-strategy-row.
   move 0 to txn-slot
   perform varying i from 1 by 1 until scenario-count < i
     if st-id (i) = sr-scenario
       move i to txn-slot
     end-if
   end-perform
   move 0 to cell-row
   evaluate true
     when sr-hand-hard
       if sr-hand-value >= 4 and sr-hand-value <= 20
         compute cell-row = sr-hand-value - 3
       end-if
     when sr-hand-soft
       if sr-hand-value >= 13 and sr-hand-value <= 20
         compute cell-row = sr-hand-value + 5
       end-if
     when sr-hand-pair
       if sr-hand-value >= 1 and sr-hand-value <= 10
         compute cell-row = sr-hand-value + 25
       end-if
   end-evaluate
   if txn-slot > 0 and cell-row > 0
     and sr-upcard >= 1 and sr-upcard <= 10
     move "Y" to ce-loaded (txn-slot, sr-upcard, cell-row)
     move sr-action to ce-action (txn-slot, sr-upcard, cell-row)
     move sr-ev-stand to ce-ev-stand (txn-slot, sr-upcard, cell-row)
     move sr-ev-hit to ce-ev-hit (txn-slot, sr-upcard, cell-row)
     move sr-ev-double to ce-ev-double (txn-slot, sr-upcard, cell-row)
     add 1 to chart-rows
   end-if
   .

*> Flip lines belong to the scenario heading printed above them; a
*> heading for a table not on SHOECTL parks its flips until the next.
load-deviation-cells.
   move "Y" to more-rows
   open input deviation-report-file
   perform until not more-rows-remain
     read deviation-report-file
       at end
         move "N" to more-rows
       not at end
         perform take-deviation-line
     end-read
   end-perform
   close deviation-report-file
   if dev-overflow = "Y"
     display "*** DEVRPT holds more flip cells than the table - the "
       "extras are not matched"
   end-if
   .

take-deviation-line.
   if deviation-report-record (1:19) = "DEVIATION SCENARIO "
     move deviation-report-record to heading-line
     move 0 to dev-slot
     perform varying i from 1 by 1 until scenario-count < i
       if st-id (i) = hd-id
         move i to dev-slot
       end-if
     end-perform
   end-if
   if deviation-report-record (1:8) = " UPCARD " and dev-slot > 0
     move deviation-report-record to flip-line
     if dev-count = 2000
       move "Y" to dev-overflow
     else
       add 1 to dev-count
       move dev-slot to dv-slot (dev-count)
       move fl-upcard to dv-upcard (dev-count)
       move fl-type to dv-type (dev-count)
       move fl-value to dv-value (dev-count)
       move fl-live-action to dv-live-action (dev-count)
       move fl-margin to dv-margin (dev-count)
       move fl-tc to dv-true-count (dev-count)
     end-if
   end-if
   .

*> Each SHOELOG row is the shoe after a round; its count is worked
*> once here against the table's full-shoe capacity.
load-shoe-log.
   move "Y" to more-rows
   open input shoe-log-file
   perform until not more-rows-remain
     read shoe-log-file
       at end
         move "N" to more-rows
       not at end
         perform take-shoe-log-row
     end-read
   end-perform
   close shoe-log-file
   if log-overflow = "Y"
     display "*** SHOELOG holds more rounds than the table - the "
       "later rounds take the last count held"
   end-if
   .

take-shoe-log-row.
   move 0 to txn-slot
   perform varying i from 1 by 1 until scenario-count < i
     if st-id (i) = lg-scenario
       move i to txn-slot
     end-if
   end-perform
   if txn-slot > 0
     if log-count = 5000
       move "Y" to log-overflow
     else
       move txn-slot to s
       perform varying i from 1 by 1 until 10 < i
         move lg-remaining (i) to count-left (i)
         if i = 10
           compute count-seen (i) = 16 * st-deck-count (s)
             - lg-remaining (i)
         else
           compute count-seen (i) = 4 * st-deck-count (s)
             - lg-remaining (i)
         end-if
       end-perform
       perform compute-hi-lo-count
       add 1 to log-count
       move s to lt-slot (log-count)
       if lg-shoe is numeric and lg-shoe > 0
         move lg-shoe to lt-shoe (log-count)
       else
         move 1 to lt-shoe (log-count)
       end-if
       move lg-round to lt-round (log-count)
       move round-true-count to lt-true-count (log-count)
     end-if
   end-if
   .

find-transaction-scenario.
   move 0 to txn-slot
   perform varying i from 1 by 1 until scenario-count < i
     if st-id (i) = tx-scenario
       move i to txn-slot
     end-if
   end-perform
   .

read-shoe-config.
   move 0 to scenario-count
   move "Y" to more-config
   open input shoe-control-file
   perform until not more-configs-remain or scenario-count = 50
     read shoe-control-file
       at end
         move "N" to more-config
       not at end
         perform load-scenario-entry
     end-read
   end-perform
   close shoe-control-file
   .

load-scenario-entry.
   add 1 to scenario-count
   if sc-scenario-id = spaces
*>     a record keyed without a scenario id gets the same positional
*>     tag the engines assign, so the feed joins up.
     move scenario-count to scenario-seq
     string "SCEN" scenario-seq delimited by size
       into st-id (scenario-count)
   else
     move sc-scenario-id to st-id (scenario-count)
   end-if
   move 1 to st-deck-count (scenario-count)
   if sc-deck-count > 0
     move sc-deck-count to st-deck-count (scenario-count)
   end-if
   if sc-no-peek = "Y"
     move "Y" to st-no-peek (scenario-count)
   else
     move "N" to st-no-peek (scenario-count)
   end-if
   perform varying i from 1 by 1 until 10 < i
     move sc-cards-seen (i) to st-base-seen (scenario-count, i)
   end-perform
   move scenario-count to s
   perform set-remaining-from-base
   if sc-shoe-number is numeric and sc-shoe-number > 0
     move sc-shoe-number to st-shoe-number (scenario-count)
   else
     move 1 to st-shoe-number (scenario-count)
   end-if
   move 0 to st-cur-round (scenario-count)
   perform varying i from 1 by 1 until 8 < i
     move 0 to sh-cards (scenario-count, i)
   end-perform
   perform varying i from 1 by 1 until 10 < i
     perform varying k from 1 by 1 until 35 < k
       move "N" to ce-loaded (scenario-count, i, k)
     end-perform
   end-perform
   perform varying i from 1 by 1 until 7 < i
     move 0 to sq-hands (scenario-count, i)
     move 0 to sq-decisions (scenario-count, i)
     move 0 to sq-departures (scenario-count, i)
     move 0 to sq-index-plays (scenario-count, i)
     move 0 to sq-not-judged (scenario-count, i)
     move 0 to sq-ev-net (scenario-count, i)
   end-perform
   .

write-audit-start.
   move "START" to aj-event
   move 0 to aj-end-time
   move 0 to aj-rows-written
   move " " to aj-recon-status
   move 0 to aj-return-code
   perform write-audit-record
   .

write-audit-end.
   move "END" to aj-event
   accept end-time from time
   move end-time to aj-end-time
   move rows-out to aj-rows-written
   move " " to aj-recon-status
   move run-rc to aj-return-code
   perform write-audit-record
   .

write-audit-record.
   move run-date to aj-run-date
   move run-time to aj-run-time
   move "COMPLY" to aj-program
   move scenario-count to aj-scenario-count
   if scenario-count > 0
     move st-deck-count (1) to aj-deck-count
   else
     move 0 to aj-deck-count
   end-if
   move 0 to aj-stand-total
   move " " to aj-hit-soft-17
   move spaces to aj-ckpt-scenario
   move 0 to aj-ckpt-upcard
   open extend audit-journal-file
   write audit-journal-record
   close audit-journal-file
   .

*> Run control: once this step has finished cleanly for the business
*> date a rerun of the night skips it, and it is refused while a step
*> it depends on has not finished cleanly - see RUNCTL.
check-run-control.
   move "C" to rq-function
   move "COMPLY" to rq-step
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
end program comply.
