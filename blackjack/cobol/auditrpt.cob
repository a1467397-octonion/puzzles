01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
*> One entry per run id seen on the journal, built on the pairing
*> pass. A journal this table cannot hold is a journal overdue for
*> its cut - the overflow is reported rather than silently dropped.
procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform read-parameter
   perform write-audit-start
   perform load-run-table
   perform write-run-report
   perform take-retention-cut
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .
   write audit-journal-record
   close audit-journal-file
   .

*> Run control: once this step has finished cleanly for the business
*> date a rerun of the night skips it, and it is refused while a step
*> it depends on has not finished cleanly - see RUNCTL.
check-run-control.
   move "C" to rq-function
   move "AUDITRPT" to rq-step
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
end program auditrpt.
