*> of rejects left unresolved. A correction that fails its own
*> validation, or names a reject that is not on SHOEERR, ends the
*> step with return code 4 so the pit knows the fix did not take.
*> The image is the shoe the table ended the night on; a repaired or
*> added card for a round dealt before that shoe's first round came
*> out of a shoe since shuffled away, so it is registered as applied
*> to the earlier shoe and leaves the image alone. A shoe the feed
*> shuffled into after the table's last logged round has no SHOELOG
*> row of its own, so its first round is the one after that.
*> A repaired shuffle closes the image's shoe the way SHOEFEED's
*> shuffle does - the next shoe number, the seen counts back to the
*> scenario's SHOECTL starting state - provided nothing was logged
*> at the table after the round it names.

environment division.
input-output section.
file-control.
   select optional shoe-control-file assign to "SHOECTL"
     organization line sequential.
   select new-shoe-file assign to "SHOENEW"
     organization line sequential.
   select optional shoe-log-file assign to "SHOELOG"

data division.
file section.
fd  shoe-control-file.
copy "shoectl.cpy".
fd  new-shoe-file.
copy "shoectl.cpy" replacing ==shoe-control-record== by
                             ==new-shoe-record==
fd  shoe-log-file.
copy "shoelog.cpy".
fd  shoe-error-file.
copy "shoeerr.cpy".
fd  correction-file.
copy "corrtxn.cpy".
fd  updated-shoe-file.
      05 st-cards-seen pic 999 comp-5 occurs 10 times.
      05 st-remaining pic 999 comp-5 occurs 10 times.
      05 st-last-round pic 9(4) comp-5.
      05 st-shoe-number pic 9(4) comp-5.
      05 st-cut-depth pic 9(4) comp-5.
      05 st-shoe-first-round pic 9(4) comp-5.
      05 st-rule-compare pic x.
      05 st-no-peek pic x.
      05 st-natural-pay pic x.
      05 st-das pic x.
      05 st-resplit-limit pic 9.
      05 st-double-rule pic x.
      05 st-base-seen pic 999 comp-5 occurs 10 times.
      05 st-last-log-shoe pic 9(4) comp-5.
*> The night's rejects, held so voids and repairs can be matched to
*> the reject they answer and the leftovers counted.
01 error-count pic 9(4) comp-5 value 0.
      05 ee-seat pic 99.
      05 ee-rank pic 99.
      05 ee-reason pic 99.
      05 ee-event pic x.
      05 ee-handled pic x.
01 error-slot pic 9(4) comp-5.
01 corr-count pic 9(6) comp-5 value 0.
01 work-round pic 9(4) comp-5.
01 work-seat pic 99 comp-5.
01 work-rank pic 99 comp-5.
01 log-shoe pic 9(4) comp-5.
01 earlier-shoe pic x.
01 scenario-seq pic 9(4).
01 base-count pic 99 comp-5.
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 heading-line.
   03 filler pic x(24) value "CORRECTION REGISTER RUN ".
   03 hl-date pic 9(8).
copy "corrrpt.cpy".
01 unresolved-line.
   03 filler pic x(21) value "REJECTS UNRESOLVED: ".
   03 ur-count pic 9(4).
procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform read-shoe-image
   perform read-shoe-base
   perform read-shoe-log
   perform read-error-file
   perform write-audit-start
     move 4 to run-rc
   end-if
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .
     else
       move cx-new-rank to work-rank
     end-if
     if ee-event (error-slot) = "S"
       perform apply-work-shuffle
     else
       perform apply-work-card
     end-if
     if reason = 0
       move "Y" to ee-handled (error-slot)
     end-if

*> The same four checks SHOEFEED applies, in the same order and with
*> the same reason codes, judged against the corrected image and the
*> round SHOELOG says the table had already reached. A card from a
*> shoe since shuffled away is past judging against the image, so
*> the round and rank-left checks are for the current shoe only.
apply-work-card.
   move 0 to reason
   move "N" to earlier-shoe
   perform find-work-scenario
   if txn-slot = 0
     move 1 to reason
     if work-rank < 1 or work-rank > 10
       move 2 to reason
     else
       if work-round < st-shoe-first-round (s)
         move "Y" to earlier-shoe
       else
         if work-round < st-last-round (s)
           move 3 to reason
         else
           if st-remaining (s, work-rank) = 0
             move 4 to reason
           end-if
         end-if
       end-if
     end-if
   move work-seat to rg-new-seat
   move work-rank to rg-new-rank
   if reason = 0
     add 1 to applied-count
     if earlier-shoe = "Y"
       move "APPLIED - EARLIER SHOE" to rg-verdict
     else
       subtract 1 from st-remaining (s, work-rank)
       add 1 to st-cards-seen (s, work-rank)
       move "APPLIED" to rg-verdict
     end-if
   else
     add 1 to failed-count
     move "*** REJECTED REASON 00" to rg-verdict
   end-if
   .

*> A repaired shuffle is checked as SHOEFEED checks one - a known
*> scenario and a round not behind the one the table reached - and
*> then closes the image's shoe as the feed would have. Seat and
*> rank mean nothing on a shuffle and are not judged.
apply-work-shuffle.
   move 0 to reason
   move "N" to earlier-shoe
   perform find-work-scenario
   if txn-slot = 0
     move 1 to reason
   else
     move txn-slot to s
     if work-round < st-shoe-first-round (s)
       move "Y" to earlier-shoe
     else
       if work-round < st-last-round (s)
         move 3 to reason
       end-if
     end-if
   end-if
   move work-scenario to rg-new-scenario
   move work-round to rg-new-round
   move work-seat to rg-new-seat
   move work-rank to rg-new-rank
   if reason = 0
     add 1 to applied-count
     if earlier-shoe = "Y"
       move "APPLIED - EARLIER SHOE" to rg-verdict
     else
       perform close-image-shoe
       move "APPLIED - SHUFFLE" to rg-verdict
     end-if
   else
     add 1 to failed-count
     move "*** REJECTED REASON 00" to rg-verdict
     move reason to reason-display
     move reason-display to rg-verdict (21:2)
   end-if
   .

*> The table starts its next shoe from the scenario's starting
*> counts. Cards of the shuffle's own round come out of the new shoe,
*> as on the feed, unless that round is the last one already logged.
close-image-shoe.
   add 1 to st-shoe-number (s)
   perform varying i from 1 by 1 until 10 < i
     move st-base-seen (s, i) to st-cards-seen (s, i)
   end-perform
   perform set-remaining-from-seen
   if work-round > st-last-round (s)
     move work-round to st-shoe-first-round (s)
     move work-round to st-last-round (s)
   else
     compute st-shoe-first-round (s) = st-last-round (s) + 1
   end-if
   .

find-work-scenario.
   move 0 to txn-slot
   perform varying i from 1 by 1 until scenario-count < i
   move ns-double-rule to st-double-rule (scenario-count)
   perform varying i from 1 by 1 until 10 < i
     move ns-cards-seen (i) to st-cards-seen (scenario-count, i)
     move 0 to st-base-seen (scenario-count, i)
   end-perform
   move scenario-count to s
   perform set-remaining-from-seen
   move 0 to st-last-round (scenario-count)
   move 0 to st-last-log-shoe (scenario-count)
   if ns-shoe-number is numeric and ns-shoe-number > 0
     move ns-shoe-number to st-shoe-number (scenario-count)
   else
     move 1 to st-shoe-number (scenario-count)
   end-if
   if ns-cut-depth is numeric
     move ns-cut-depth to st-cut-depth (scenario-count)
   else
     move 0 to st-cut-depth (scenario-count)
   end-if
   move 0 to st-shoe-first-round (scenario-count)
   .

*> What the shoe can still deal: capacity for the deck count less
*> the image's seen counts, the same bookkeeping SHOEFEED keeps.
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

*> The base SHOECTL seen counts are the starting state a shuffle puts
*> the shoe back to. A record keyed without a scenario id carries the
*> positional tag SHOEFEED gave it on SHOENEW.
read-shoe-base.
   move 0 to base-count
   move "Y" to more-config
   open input shoe-control-file
   perform until not more-configs-remain or base-count = 50
     read shoe-control-file
       at end
         move "N" to more-config
       not at end
         add 1 to base-count
         if sc-scenario-id = spaces
           move base-count to scenario-seq
           move spaces to work-scenario
           string "SCEN" scenario-seq delimited by size
             into work-scenario
         else
           move sc-scenario-id to work-scenario
         end-if
         perform find-work-scenario
         if txn-slot > 0
           perform varying i from 1 by 1 until 10 < i
             move sc-cards-seen (i) to st-base-seen (txn-slot, i)
           end-perform
         end-if
     end-read
   end-perform
   close shoe-control-file
   .

read-shoe-log.
       at end
         move "N" to more-rows
       not at end
         if lg-shoe is numeric and lg-shoe > 0
           move lg-shoe to log-shoe
         else
           move 1 to log-shoe
         end-if
         perform varying i from 1 by 1 until scenario-count < i
           if st-id (i) = lg-scenario
             and lg-round > st-last-round (i)
             move lg-round to st-last-round (i)
           end-if
           if st-id (i) = lg-scenario
             and log-shoe = st-shoe-number (i)
             and (st-shoe-first-round (i) = 0
                  or lg-round < st-shoe-first-round (i))
             move lg-round to st-shoe-first-round (i)
           end-if
           if st-id (i) = lg-scenario
             move log-shoe to st-last-log-shoe (i)
           end-if
         end-perform
     end-read
   end-perform
   close shoe-log-file
*>   a table that shuffled after its last logged round is on a shoe
*>   the log never saw - it starts with the round after that one.
   perform varying i from 1 by 1 until scenario-count < i
     if st-last-log-shoe (i) > 0
       and st-shoe-number (i) > st-last-log-shoe (i)
       compute st-shoe-first-round (i) = st-last-round (i) + 1
     end-if
   end-perform
   .

read-error-file.
           move er-seat to ee-seat (error-count)
           move er-rank to ee-rank (error-count)
           move er-reason to ee-reason (error-count)
           move er-event to ee-event (error-count)
           move "N" to ee-handled (error-count)
         end-if
     end-read
     move st-das (s) to us-das
     move st-resplit-limit (s) to us-resplit-limit
     move st-double-rule (s) to us-double-rule
     move st-shoe-number (s) to us-shoe-number
     move st-cut-depth (s) to us-cut-depth
     write updated-shoe-record
   end-perform
   close updated-shoe-file
   write audit-journal-record
   close audit-journal-file
   .

*> Run control: once this step has finished cleanly for the business
*> date a rerun of the night skips it, and it is refused while a step
*> it depends on has not finished cleanly - see RUNCTL.
check-run-control.
   move "C" to rq-function
   move "SHOECORR" to rq-step
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
   move applied-count to rq-rows
   call "runctl" using run-control-request
   .
end program shoecorr.
