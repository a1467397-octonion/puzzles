*> exhausted - rather than silently corrupting the shoe state, and
*> any rejection ends the step with return code 4 so the stream can
*> decide whether to hold.
*> A shuffle event on the feed closes the table's shoe: the round in
*> progress is logged, the seen counts go back to the scenario's
*> SHOECTL starting state and the table moves on to its next shoe
*> number, which SHOELOG and SHOENEW both carry. PENRPT is the
*> penetration report game protection audits dealers from - for each
*> shoe, the rounds dealt and the cards out of the shoe when it was
*> shuffled, against the table's posted cut-card depth, with the
*> shoes shuffled short of the cut card and the rounds dealt after
*> it came out called out. A shuffle is checked for a known
*> scenario and an in-sequence round like any card, and a rejected
*> one goes to SHOEERR marked as a shuffle, with seat and rank zero.

environment division.
input-output section.
     organization line sequential.
   select shoe-error-file assign to "SHOEERR"
     organization line sequential.
   select penetration-report-file assign to "PENRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

fd  shoe-log-file.
copy "shoelog.cpy".
fd  shoe-error-file.
copy "shoeerr.cpy".
fd  penetration-report-file.
01 penetration-report-record pic x(120).
fd  audit-journal-file.
copy "auditlog.cpy".

      05 st-das pic x.
      05 st-resplit-limit pic 9.
      05 st-double-rule pic x.
      05 st-base-seen pic 999 comp-5 occurs 10 times.
      05 st-shoe-number pic 9(4) comp-5.
      05 st-cut-depth pic 9(4) comp-5.
      05 st-round-open pic x.
      05 st-shoe-rounds pic 9(4) comp-5.
      05 st-shoe-first-round pic 9(4) comp-5.
      05 st-round-depth pic 9(5) comp-5.
01 scenario-seq pic 9(4).
*> Every shoe the feed dealt from, closed by a shuffle or still in
*> play when the feed ran out, held so PENRPT can list them table by
*> table whatever order the shuffles arrived in.
01 shoe-count pic 9(4) comp-5 value 0.
01 shoe-overflow pic x value "N".
01 shoe-table.
   03 shoe-entry occurs 2000 times.
      05 se-slot pic 99 comp-5.
      05 se-shoe pic 9(4) comp-5.
      05 se-first-round pic 9(4) comp-5.
      05 se-last-round pic 9(4) comp-5.
      05 se-rounds pic 9(4) comp-5.
      05 se-cards-out pic 9(5) comp-5.
      05 se-capacity pic 9(5) comp-5.
      05 se-last-depth pic 9(5) comp-5.
      05 se-shuffled pic x.
01 x pic 9(4) comp-5.
01 shoe-shuffled pic x.
01 shuffle-count pic 9(6) comp-5 value 0.
01 cards-out pic 9(5) comp-5.
01 shoe-capacity pic 9(5) comp-5.
01 table-shoes pic 9(4) comp-5.
01 table-shuffled pic 9(4) comp-5.
01 table-past-cut pic 9(4) comp-5.
01 table-short-cut pic 9(4) comp-5.
01 table-pct-sum pic 9(7)v9 comp-5.
01 pen-pct pic 999v9 comp-5.
01 past-cut-count pic 9(4) comp-5 value 0.
01 short-cut-count pic 9(4) comp-5 value 0.
01 txn-count pic 9(6) comp-5 value 0.
01 good-count pic 9(6) comp-5 value 0.
01 reject-count pic 9(6) comp-5 value 0.
01 run-time pic 9(8).
01 end-time pic 9(8).
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 pen-heading-line.
   03 filler pic x(23) value "PENETRATION REPORT RUN ".
   03 ph-date pic 9(8).
01 pen-scenario-line.
   03 filler pic x(9) value "SCENARIO ".
   03 ps-id pic x(8).
   03 filler pic x(7) value " DECKS ".
   03 ps-deck pic zz9.
   03 filler pic x(7) value " CARDS ".
   03 ps-capacity pic zzzz9.
   03 filler pic x(10) value " CUT CARD ".
   03 ps-cut pic x(10).
01 pen-shoe-line.
   03 filler pic x(6) value " SHOE ".
   03 pl-shoe pic 9(4).
   03 filler pic x(8) value " ROUNDS ".
   03 pl-first pic 9(4).
   03 filler pic x value "-".
   03 pl-last pic 9(4).
   03 filler pic x value " ".
   03 pl-rounds pic zzz9.
   03 filler pic x(11) value " CARDS OUT ".
   03 pl-cards pic zzzz9.
   03 filler pic x(13) value " PENETRATION ".
   03 pl-pct pic zz9.9.
   03 filler pic x value "%".
   03 pl-cut-part.
      05 filler pic x(8) value " VS CUT ".
      05 pl-vs-cut pic +9(4).
   03 filler pic x value " ".
   03 pl-status pic x(28).
01 pen-total-line.
   03 filler pic x(16) value " SHOES SHUFFLED ".
   03 pt-shuffled pic zzz9.
   03 filler pic x(21) value " AVERAGE PENETRATION ".
   03 pt-pct pic zz9.9.
   03 filler pic x value "%".
   03 filler pic x(10) value " PAST CUT ".
   03 pt-past pic zzz9.
   03 filler pic x(14) value " SHORT OF CUT ".
   03 pt-short pic zzz9.
01 pen-no-shoes-line pic x(40) value
   " NO ROUNDS DEALT ON THE FEED".
01 pen-overflow-line pic x(52) value
   " *** MORE SHOES THAN THE TABLE HOLDS - LIST IS SHORT".

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform read-shoe-config
   perform write-audit-start
   open input card-transaction-file
*>   close out the round in progress at each table, then write the
*>   shoe as dealt for the engine steps.
   perform varying s from 1 by 1 until scenario-count < s
     if st-round-open (s) = "Y"
       perform write-shoe-log-row
       move "N" to st-round-open (s)
     end-if
     if st-shoe-rounds (s) > 0
       move "N" to shoe-shuffled
       perform record-shoe-entry
     end-if
   end-perform
   close shoe-log-file
   close shoe-error-file
   perform write-new-shoe-file
   perform write-penetration-report
   display "Transactions read = "txn-count" applied = "good-count
     " rejected = "reject-count
   display "Shuffles = "shuffle-count" shoes dealt past the cut = "
     past-cut-count" shuffled short of the cut = "short-cut-count
   if reject-count > 0
     move 4 to run-rc
   end-if
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .
     move 1 to reason
   else
     move txn-slot to s
     if tx-shuffle-event
       if tx-round < st-cur-round (s)
         move 3 to reason
       end-if
     else
       if tx-rank < 1 or tx-rank > 10
         move 2 to reason
       else
         if tx-round < st-cur-round (s)
           move 3 to reason
         else
           if st-remaining (s, tx-rank) = 0
             move 4 to reason
           end-if
         end-if
       end-if
     end-if
   end-if
   if reason = 0
     perform advance-round
     if tx-shuffle-event
       perform close-shoe
       add 1 to shuffle-count
     else
       if st-round-open (s) not = "Y"
         perform open-round
       end-if
       subtract 1 from st-remaining (s, tx-rank)
       add 1 to st-cards-seen (s, tx-rank)
       add 1 to good-count
     end-if
   else
     perform write-error-record
   end-if
   .

*> The first card of a round: the round counts against the shoe, and
*> how deep the shoe already stood is kept, since a round begun at or
*> past the cut card is one the dealer should not have dealt.
open-round.
   move "Y" to st-round-open (s)
   add 1 to st-shoe-rounds (s)
   if st-shoe-rounds (s) = 1
     move st-cur-round (s) to st-shoe-first-round (s)
   end-if
   perform compute-cards-out
   move cards-out to st-round-depth (s)
   .

*> A shuffle: the round in progress is finished and logged under the
*> old shoe, the shoe goes on the penetration list, and the table
*> starts its next shoe from the scenario's starting counts.
close-shoe.
   if st-round-open (s) = "Y"
     perform write-shoe-log-row
     move "N" to st-round-open (s)
   end-if
   if st-shoe-rounds (s) > 0
     move "Y" to shoe-shuffled
     perform record-shoe-entry
   end-if
   add 1 to st-shoe-number (s)
   move 0 to st-shoe-rounds (s)
   move 0 to st-shoe-first-round (s)
   move 0 to st-round-depth (s)
   perform varying i from 1 by 1 until 10 < i
     move st-base-seen (s, i) to st-cards-seen (s, i)
   end-perform
   perform set-remaining-from-seen
   .

*> SHOE-SHUFFLED says whether the shoe was shuffled or is still in
*> play; the entry itself takes the table's shoe figures.
record-shoe-entry.
   if shoe-count = 2000
     move "Y" to shoe-overflow
   else
     add 1 to shoe-count
     move s to se-slot (shoe-count)
     move st-shoe-number (s) to se-shoe (shoe-count)
     move st-shoe-first-round (s) to se-first-round (shoe-count)
     move st-cur-round (s) to se-last-round (shoe-count)
     move st-shoe-rounds (s) to se-rounds (shoe-count)
     perform compute-cards-out
     move cards-out to se-cards-out (shoe-count)
     move shoe-capacity to se-capacity (shoe-count)
     move st-round-depth (s) to se-last-depth (shoe-count)
     move shoe-shuffled to se-shuffled (shoe-count)
   end-if
   .

compute-cards-out.
   compute shoe-capacity = 52 * st-deck-count (s)
   move 0 to cards-out
   perform varying i from 1 by 1 until 10 < i
     add st-remaining (s, i) to cards-out
   end-perform
   compute cards-out = shoe-capacity - cards-out
   .

*> What the shoe can still deal: capacity for the deck count less
*> what has been seen from it.
set-remaining-from-seen.
   perform varying i from 1 by 1 until 10 < i
     if i = 10
       compute st-remaining (s, i) =
         16 * st-deck-count (s) - st-cards-seen (s, i)
     else
       compute st-remaining (s, i) =
         4 * st-deck-count (s) - st-cards-seen (s, i)
     end-if
     if st-remaining (s, i) < 0
       move 0 to st-remaining (s, i)
     end-if
   end-perform
   .

*> A transaction for a later round closes the one in progress - the
*> log row carries the shoe as it stood when that round ended.
advance-round.
   if tx-round > st-cur-round (s)
     if st-round-open (s) = "Y"
       perform write-shoe-log-row
       move "N" to st-round-open (s)
     end-if
     move tx-round to st-cur-round (s)
   end-if
     add st-remaining (s, i) to cards-left
   end-perform
   move cards-left to lg-cards-left
   move st-shoe-number (s) to lg-shoe
   write shoe-log-record
   .

   move tx-seat to er-seat
   move tx-rank to er-rank
   move reason to er-reason
   move tx-event to er-event
   write shoe-error-record
   .

     move st-das (s) to ns-das
     move st-resplit-limit (s) to ns-resplit-limit
     move st-double-rule (s) to ns-double-rule
     move st-shoe-number (s) to ns-shoe-number
     move st-cut-depth (s) to ns-cut-depth
     write new-shoe-record
   end-perform
   close new-shoe-file
   else
     move "A" to st-double-rule (scenario-count)
   end-if
*>   the base record's seen counts are also the starting state every
*>   shuffle puts the shoe back to.
   perform varying i from 1 by 1 until 10 < i
     move sc-cards-seen (i) to st-base-seen (scenario-count, i)
   end-perform
   if sc-shoe-number is numeric and sc-shoe-number > 0
     move sc-shoe-number to st-shoe-number (scenario-count)
   else
     move 1 to st-shoe-number (scenario-count)
   end-if
   if sc-cut-depth is numeric
     move sc-cut-depth to st-cut-depth (scenario-count)
   else
     move 0 to st-cut-depth (scenario-count)
   end-if
   move scenario-count to s
   perform set-remaining-from-seen
   move 0 to st-cur-round (scenario-count)
   move "N" to st-round-open (scenario-count)
   move 0 to st-shoe-rounds (scenario-count)
   move 0 to st-shoe-first-round (scenario-count)
   move 0 to st-round-depth (scenario-count)
   .

*> Table by table, every shoe in the order the feed dealt it. A shoe
*> shuffled before its cards out reached the posted depth never saw
*> the cut card; one whose last round began at or past the depth was
*> dealt a round after the cut card came out. The shoe still in play
*> when the feed ended is listed but left out of the average.
write-penetration-report.
   open output penetration-report-file
   move run-date to ph-date
   write penetration-report-record from pen-heading-line
   perform varying s from 1 by 1 until scenario-count < s
     perform write-penetration-table
   end-perform
   if shoe-overflow = "Y"
     write penetration-report-record from pen-overflow-line
     display "*** More shoes than the table holds - PENRPT is short"
   end-if
   close penetration-report-file
   .

write-penetration-table.
   move st-id (s) to ps-id
   move st-deck-count (s) to ps-deck
   compute shoe-capacity = 52 * st-deck-count (s)
   move shoe-capacity to ps-capacity
   if st-cut-depth (s) > 0
     move st-cut-depth (s) to ps-cut
   else
     move "NOT POSTED" to ps-cut
   end-if
   write penetration-report-record from pen-scenario-line
   move 0 to table-shoes
   move 0 to table-shuffled
   move 0 to table-past-cut
   move 0 to table-short-cut
   move 0 to table-pct-sum
   perform varying x from 1 by 1 until shoe-count < x
     if se-slot (x) = s
       perform write-penetration-shoe
     end-if
   end-perform
   if table-shoes = 0
     write penetration-report-record from pen-no-shoes-line
   else
     move table-shuffled to pt-shuffled
     if table-shuffled > 0
       compute pen-pct rounded = table-pct-sum / table-shuffled
     else
       move 0 to pen-pct
     end-if
     move pen-pct to pt-pct
     move table-past-cut to pt-past
     move table-short-cut to pt-short
     write penetration-report-record from pen-total-line
   end-if
   .

write-penetration-shoe.
   add 1 to table-shoes
   move se-shoe (x) to pl-shoe
   move se-first-round (x) to pl-first
   move se-last-round (x) to pl-last
   move se-rounds (x) to pl-rounds
   move se-cards-out (x) to pl-cards
   compute pen-pct rounded = se-cards-out (x) * 100 / se-capacity (x)
   move pen-pct to pl-pct
   if st-cut-depth (s) > 0
     move " VS CUT " to pl-cut-part (1:8)
     compute pl-vs-cut = se-cards-out (x) - st-cut-depth (s)
   else
     move spaces to pl-cut-part
   end-if
   if se-shuffled (x) = "Y"
     add 1 to table-shuffled
     add pen-pct to table-pct-sum
     evaluate true
       when st-cut-depth (s) = 0
         move "SHUFFLED" to pl-status
       when se-last-depth (x) >= st-cut-depth (s)
         move "*** ROUND DEALT PAST THE CUT" to pl-status
         add 1 to table-past-cut
         add 1 to past-cut-count
       when se-cards-out (x) < st-cut-depth (s)
         move "*** SHUFFLED SHORT OF CUT" to pl-status
         add 1 to table-short-cut
         add 1 to short-cut-count
       when other
         move "SHUFFLED AT THE CUT CARD" to pl-status
     end-evaluate
   else
     move "IN PLAY AT END OF FEED" to pl-status
   end-if
   write penetration-report-record from pen-shoe-line
   .

write-audit-start.
   write audit-journal-record
   close audit-journal-file
   .

*> Run control: once this step has finished cleanly for the business
*> date a rerun of the night skips it, and it is refused while a step
*> it depends on has not finished cleanly - see RUNCTL.
check-run-control.
   move "C" to rq-function
   move "SHOEFEED" to rq-step
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
   move good-count to rq-rows
   call "runctl" using run-control-request
   .
end program shoefeed.
