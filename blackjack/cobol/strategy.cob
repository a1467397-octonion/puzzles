01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
copy "dlrrules.cpy".
copy "dlrdist.cpy".
copy "plyrevs.cpy".
   accept run-time from time
   perform read-shoe-config
   perform read-scenario-range
   perform check-run-control
   perform write-audit-start
   perform open-strategy-report
   perform varying s from 1 by 1 until scenario-count < s
       "do not distribute this run"
   end-if
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .
     move sc-cards-seen (i) to st-cards-seen (scenario-count, i)
   end-perform
   .

*> Run control: once this step has finished cleanly for the business
*> date a rerun of the night skips it, and it is refused while a step
*> it depends on has not finished cleanly - see RUNCTL.
check-run-control.
   move "C" to rq-function
   move "STRATEGY" to rq-step
   move report-slot to rq-slot
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
end program strategy.
