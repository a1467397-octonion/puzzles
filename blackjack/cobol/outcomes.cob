01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 ckpt-entry-scenario pic x(8) value spaces.
01 ckpt-entry-upcard pic 99 comp-5 value 0.
01 hand-total pic 99 comp-5.
   accept run-time from time
   perform read-shoe-config
   perform read-scenario-range
   perform check-run-control
   perform read-checkpoint
   perform verify-skipped-scenarios
   perform write-audit-start
   perform close-advisory
   perform close-comparison
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .
     compute true-count = running-count / remaining-decks
   end-if
   .

*> Run control: once this step has finished cleanly for the business
*> date a rerun of the night skips it, and it is refused while a step
*> it depends on has not finished cleanly - see RUNCTL.
check-run-control.
   move "C" to rq-function
   move "OUTCOMES" to rq-step
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
end program outcomes.
