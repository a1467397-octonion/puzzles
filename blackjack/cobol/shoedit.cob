*> the engine steps should be pointed at; EDITRPT names every failing
*> field of every rejected record. Ends with return code 8 when any
*> record was rejected so the scheduler can stop the stream there.
*> The shoe number and posted cut-card depth are left blank on a
*> table that does not track them; keyed, both must be digits, and
*> the cut card must sit inside the shoe the deck count makes.
*> SCENMANT applies these same field edits to every add and change
*> keyed to the scenario master, and prints failures with the same
*> EDITRPT field lines - a change to an edit here belongs there too.

environment division.
input-output section.
01 run-time pic 9(8).
01 end-time pic 9(8).
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 first-deck-count pic 999 comp-5 value 0.
01 first-stand-total pic 99 comp-5 value 0.
01 first-hit-soft-17 pic x value " ".
01 verdict-line.
   03 filler pic x(9) value " VERDICT ".
   03 vl-verdict pic x(8).
copy "editrpt.cpy".
01 field-dup-line.
   03 filler pic x(19) value " FIELD SC-SCENARIO-".
   03 filler pic x(3) value "ID ".
procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform write-audit-start
   open input shoe-control-file
   open output validated-shoe-file
     move 8 to run-rc
   end-if
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .
     move sc-double-rule to fb-value
     write edit-report-record from field-double-line
   end-if
   perform check-shoe-fields
   perform check-duplicate-id
   if record-is-clean
     add 1 to accepted-count
   end-if
   .

check-shoe-fields.
   if sc-shoe-number not numeric and sc-shoe-number not = spaces
     move "N" to record-status
     move sc-shoe-number to fo-value
     write edit-report-record from field-shoe-line
   end-if
   compute shoe-capacity = 52 * eff-deck-count
   evaluate true
     when sc-cut-depth = spaces
       continue
     when sc-cut-depth is numeric
       if sc-cut-depth > shoe-capacity
         move "N" to record-status
         move sc-cut-depth to fk-value
         move shoe-capacity to fk-capacity
         write edit-report-record from field-cut-line
       end-if
     when other
       move "N" to record-status
       move sc-cut-depth to fk-value
       move shoe-capacity to fk-capacity
       write edit-report-record from field-cut-line
   end-evaluate
   .

check-duplicate-id.
   if sc-scenario-id not = spaces
     perform varying i from 1 by 1 until passed-count < i
   move sc-das to vs-das
   move sc-resplit-limit to vs-resplit-limit
   move sc-double-rule to vs-double-rule
   move sc-shoe-number to vs-shoe-number
   move sc-cut-depth to vs-cut-depth
   write validated-shoe-record
   .

*> Run control: once this step has finished cleanly for the business
*> date a rerun of the night skips it, and it is refused while a step
*> it depends on has not finished cleanly - see RUNCTL.
check-run-control.
   move "C" to rq-function
   move "SHOEDIT" to rq-step
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
   move accepted-count to rq-rows
   call "runctl" using run-control-request
   .
end program shoedit.
