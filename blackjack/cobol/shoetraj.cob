*> each scenario is then reconciled against the SHOENEW cards-seen
*> image: the feed wrote both, so any disagreement means a feed or
*> engine mismatch, it is flagged the same night, and the step ends
*> with return code 8. Every row carries the shoe it was dealt from;
*> where the shoe number changes the table shuffled, the break is
*> printed and the new shoe's first round sets a fresh baseline, so
*> a count starting over is never reported as a flip. The last row's
*> shoe must be the SHOENEW image's shoe as well - unless the table
*> shuffled after its last logged round, when the image is the next
*> shoe, untouched, and must hold the scenario's SHOECTL starting
*> counts instead.

environment division.
input-output section.
file-control.
   select optional shoe-control-file assign to "SHOECTL"
     organization line sequential.
   select optional shoe-log-file assign to "SHOELOG"
     organization line sequential.
   select new-shoe-file assign to "SHOENEW"

data division.
file section.
fd  shoe-control-file.
copy "shoectl.cpy".
fd  shoe-log-file.
copy "shoelog.cpy".
fd  new-shoe-file.
      05 st-hit-soft-17 pic x.
      05 st-no-peek pic x.
      05 st-cards-seen pic 999 comp-5 occurs 10 times.
      05 st-shoe-number pic 9(4) comp-5.
      05 st-base-seen pic 999 comp-5 occurs 10 times.
01 base-count pic 99 comp-5.
01 scenario-seq pic 9(4).
01 find-id pic x(8).
01 round-count pic 9(4) comp-5.
01 shoe-round-count pic 9(4) comp-5.
01 log-shoe pic 9(4) comp-5.
01 cur-shoe pic 9(4) comp-5.
01 rank-capacity pic 999 comp-5 occurs 10 times.
01 cur-remaining pic 999 comp-5 occurs 10 times.
01 cur-seen pic 999 comp-5 occurs 10 times.
01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 scenario-line.
   03 filler pic x(20) value "TRAJECTORY SCENARIO ".
   03 sl-id pic x(8).
   03 tl-s15 pic x.
   03 filler pic x value "/".
   03 tl-s16 pic x.
   03 filler pic x(6) value " SHOE ".
   03 tl-shoe pic 9(4).
01 shuffle-line.
   03 filler pic x(20) value " --- SHUFFLE - SHOE ".
   03 sh-shoe pic 9(4).
   03 filler pic x(12) value " FROM ROUND ".
   03 sh-round pic 9(4).
01 ins-flip-line.
   03 filler pic x(10) value " *** ROUND".
   03 if-round pic 9(5).
   03 filler pic x(9) value " SHOENEW ".
   03 rb-new pic 999.
   03 filler pic x(30) value " - FEED/ENGINE MISMATCH".
01 recon-fresh-line.
   03 filler pic x(6) value " SHOE ".
   03 rf-shoe pic 9(4).
   03 filler pic x(35) value
      " SHUFFLED IN AFTER THE LAST LOGGED ".
   03 filler pic x(31) value "ROUND - CHECKED AT ITS STARTING".
   03 filler pic x(7) value " COUNTS".
01 recon-shoe-line.
   03 filler pic x(14) value " *** LOG SHOE ".
   03 rs-log pic 9(4).
   03 filler pic x(14) value " SHOENEW SHOE ".
   03 rs-new pic 9(4).
   03 filler pic x(23) value " - FEED/ENGINE MISMATCH".
copy "dlrrules.cpy".
copy "dlrdist.cpy".
copy "plyrevs.cpy".
procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform read-shoe-image
   perform read-shoe-base
   perform write-audit-start
   open output trajectory-report-file
   perform varying s from 1 by 1 until scenario-count < s
     move 8 to run-rc
   end-if
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .
     end-if
   end-perform
   move 0 to round-count
   move 0 to shoe-round-count
   move 0 to cur-shoe
   move spaces to prev-ins-advice
   perform varying i from 1 by 1 until 3 < i
     move " " to prev-sur-advice (i)

take-log-row.
   add 1 to round-count
   if lg-shoe is numeric and lg-shoe > 0
     move lg-shoe to log-shoe
   else
     move 1 to log-shoe
   end-if
   if round-count > 1 and log-shoe not = cur-shoe
     move log-shoe to sh-shoe
     move lg-round to sh-round
     write trajectory-report-record from shuffle-line
     add 1 to rows-out
     move 0 to shoe-round-count
     move spaces to prev-ins-advice
     perform varying i from 1 by 1 until 3 < i
       move " " to prev-sur-advice (i)
     end-perform
   end-if
   move log-shoe to cur-shoe
   add 1 to shoe-round-count
   move 0 to cards-left
   perform varying i from 1 by 1 until 10 < i
     move lg-remaining (i) to cur-remaining (i)
   move sur-advice (1) to tl-s14
   move sur-advice (2) to tl-s15
   move sur-advice (3) to tl-s16
   move cur-shoe to tl-shoe
   write trajectory-report-record from traj-line
   add 1 to rows-out
   perform flag-threshold-crossings
*> A flip is only a flip against a quoted prior round - the first
*> round of the shoe sets the baseline.
flag-threshold-crossings.
   if shoe-round-count > 1
     if ins-advice not = prev-ins-advice
       and ins-advice not = "NOQUOTE"
       and prev-ins-advice not = "NOQUOTE"
*> seen implied by the last log row must equal the image exactly -
*> a delta means the feed and the engines are not looking at the
*> same shoe, and tonight is the night to know.
*> A shuffle after the last logged round leaves the image one shoe
*> ahead of the log with nothing dealt from it yet, so it is held to
*> the starting counts that shoe was dealt from instead.
reconcile-final-row.
   move "N" to scenario-mismatch
   if st-shoe-number (s) = cur-shoe + 1
     move st-shoe-number (s) to rf-shoe
     write trajectory-report-record from recon-fresh-line
     add 1 to rows-out
     move st-shoe-number (s) to cur-shoe
     perform varying i from 1 by 1 until 10 < i
       move st-base-seen (s, i) to cur-seen (i)
     end-perform
   end-if
   perform varying i from 1 by 1 until 10 < i
     if cur-seen (i) not = st-cards-seen (s, i)
       move "Y" to scenario-mismatch
       add 1 to rows-out
     end-if
   end-perform
   if cur-shoe not = st-shoe-number (s)
     move "Y" to scenario-mismatch
     move "Y" to mismatch-seen
     move cur-shoe to rs-log
     move st-shoe-number (s) to rs-new
     write trajectory-report-record from recon-shoe-line
     add 1 to rows-out
   end-if
   if scenario-mismatch not = "Y"
     write trajectory-report-record from recon-ok-line
     add 1 to rows-out
   perform varying i from 1 by 1 until 10 < i
     move ns-cards-seen (i) to st-cards-seen (scenario-count, i)
   end-perform
   if ns-shoe-number is numeric and ns-shoe-number > 0
     move ns-shoe-number to st-shoe-number (scenario-count)
   else
     move 1 to st-shoe-number (scenario-count)
   end-if
   perform varying i from 1 by 1 until 10 < i
     move 0 to st-base-seen (scenario-count, i)
   end-perform
   .

*> The base SHOECTL seen counts, the starting state every shuffle
*> puts the shoe back to. A record keyed without a scenario id
*> carries the positional tag SHOEFEED gave it on SHOENEW.
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
           move spaces to find-id
           string "SCEN" scenario-seq delimited by size
             into find-id
         else
           move sc-scenario-id to find-id
         end-if
         perform varying s from 1 by 1 until scenario-count < s
           if st-id (s) = find-id
             perform varying i from 1 by 1 until 10 < i
               move sc-cards-seen (i) to st-base-seen (s, i)
             end-perform
           end-if
         end-perform
     end-read
   end-perform
   close shoe-control-file
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
   move "SHOETRAJ" to rq-step
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
end program shoetraj.
