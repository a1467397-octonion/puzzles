01 run-time pic 9(8).
01 end-time pic 9(8).
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 heading-line.
   03 filler pic x(24) value "HISTORY MAINTENANCE RUN ".
   03 hl-date pic 9(8).
procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform read-parameter
   perform write-audit-start
   open output maintenance-report-file
   display "History rows archived = "archived-rows" still online = "
     kept-rows
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
   move "HISTMANT" to rq-step
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
   move archived-rows to rq-rows
   call "runctl" using run-control-request
   .
end program histmant.
