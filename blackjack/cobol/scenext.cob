      >>source free
identification division.
program-id. scenext.

*> Nightly extract from the indexed scenario master: writes the
*> SHOECTL the stream runs from, one record per scenario in service
*> on the business date - the version with the latest effective date
*> on or before it, skipped when that version is a retirement. The
*> business date comes from SCENXPRM; an absent, blank or zero date
*> extracts for the business date the stream runs under (RUNPRM, or
*> today when that is not set either). The image is copied out
*> exactly as SCENMANT put it on file, so SHOEDIT then edits it like
*> any other SHOECTL.
*> SCENXRPT lists every scenario on the master with the version
*> taken, who keyed it, and the next dated change waiting on file,
*> so a rule change shows up the night before it reaches the floor.
*> An extract with no scenario in service ends with return code 8 -
*> there is nothing for the engines to run; more scenarios than the
*> engines' tables hold ends with 4.

environment division.
input-output section.
file-control.
   select optional scenario-master-file assign to "SCENMAST"
     organization indexed
     access dynamic
     record key sm-key.
   select optional extract-parameter-file assign to "SCENXPRM"
     organization line sequential.
   select shoe-control-file assign to "SHOECTL"
     organization line sequential.
   select extract-report-file assign to "SCENXRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  scenario-master-file.
copy "scenmast.cpy".
fd  extract-parameter-file.
01 extract-parameter-record.
   03 xp-business-date pic 9(8).
fd  shoe-control-file.
copy "shoectl.cpy".
fd  extract-report-file.
01 extract-report-record pic x(100).
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 more-versions pic x value "Y".
   88 more-versions-remain value "Y".
01 business-date pic 9(8).
*> The scenario being gathered - versions arrive in key order, every
*> version of one scenario together and oldest first.
01 cur-id pic x(8) value spaces.
01 taken-found pic x.
   88 version-taken value "Y".
01 taken-date pic 9(8).
01 taken-status pic x.
   88 taken-in-service value "A".
01 taken-keyed-by pic x(8).
01 taken-image pic x(100).
01 next-date pic 9(8).
01 master-count pic 9(4) comp-5 value 0.
01 extracted-count pic 9(4) comp-5 value 0.
*> The engine steps hold this many scenarios in their tables.
01 engine-capacity pic 9(4) comp-5 value 50.
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 heading-line.
   03 filler pic x(35) value "SCENARIO EXTRACT FOR BUSINESS DATE ".
   03 hl-date pic 9(8).
01 scenario-line.
   03 filler pic x(9) value "SCENARIO ".
   03 sl-id pic x(8).
   03 filler pic x(11) value " EFFECTIVE ".
   03 sl-date pic x(8).
   03 filler pic x(10) value " KEYED BY ".
   03 sl-keyed-by pic x(8).
   03 filler pic x value " ".
   03 sl-status pic x(23).
   03 filler pic x(13) value " NEXT CHANGE ".
   03 sl-next pic x(8).
01 capacity-line.
   03 filler pic x(4) value "*** ".
   03 cl-count pic 9(4).
   03 filler pic x(41) value
      " SCENARIOS IN SERVICE - THE ENGINES HOLD ".
   03 cl-capacity pic 9(4).
01 summary-line.
   03 filler pic x(21) value "SCENARIOS ON MASTER: ".
   03 su-master pic 9(4).
   03 filler pic x(11) value " EXTRACTED ".
   03 su-extracted pic 9(4).

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform read-parameter
   perform write-audit-start
   open output extract-report-file
   move business-date to hl-date
   write extract-report-record from heading-line
   open output shoe-control-file
   open input scenario-master-file
   perform until not more-versions-remain
     read scenario-master-file next
       at end
         move "N" to more-versions
       not at end
         perform take-one-version
     end-read
   end-perform
   if cur-id not = spaces
     perform settle-scenario
   end-if
   close scenario-master-file
   close shoe-control-file
   move master-count to su-master
   move extracted-count to su-extracted
   write extract-report-record from summary-line
   if extracted-count > engine-capacity
     move extracted-count to cl-count
     move engine-capacity to cl-capacity
     write extract-report-record from capacity-line
     move 4 to run-rc
   end-if
   close extract-report-file
   display "Scenarios on master = "master-count" extracted for "
     business-date" = "extracted-count
   if extracted-count = 0
     display "*** No scenario in service on " business-date
       " - SHOECTL is empty"
     move 8 to run-rc
   end-if
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .

read-parameter.
   move rq-business-date to business-date
   open input extract-parameter-file
   read extract-parameter-file
     at end
       continue
     not at end
       if xp-business-date is numeric and xp-business-date > 0
         move xp-business-date to business-date
       end-if
   end-read
   close extract-parameter-file
   .

take-one-version.
   if sm-scenario-id not = cur-id
     if cur-id not = spaces
       perform settle-scenario
     end-if
     move sm-scenario-id to cur-id
     move "N" to taken-found
     move 0 to next-date
   end-if
   if sm-effective-date <= business-date
     move "Y" to taken-found
     move sm-effective-date to taken-date
     move sm-status to taken-status
     move sm-keyed-by to taken-keyed-by
     move sm-control-image to taken-image
   else
     if next-date = 0
       move sm-effective-date to next-date
     end-if
   end-if
   .

settle-scenario.
   add 1 to master-count
   move cur-id to sl-id
   if next-date = 0
     move "NONE" to sl-next
   else
     move next-date to sl-next
   end-if
   if version-taken
     move taken-date to sl-date
     move taken-keyed-by to sl-keyed-by
     if taken-in-service
       move "EXTRACTED" to sl-status
       move taken-image to shoe-control-record
       write shoe-control-record
       add 1 to extracted-count
     else
       move "RETIRED - NOT EXTRACTED" to sl-status
     end-if
   else
     move spaces to sl-date
     move spaces to sl-keyed-by
     move "NOT YET IN EFFECT" to sl-status
   end-if
   write extract-report-record from scenario-line
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
   move extracted-count to aj-rows-written
   move " " to aj-recon-status
   move run-rc to aj-return-code
   perform write-audit-record
   .

write-audit-record.
   move run-date to aj-run-date
   move run-time to aj-run-time
   move "SCENEXT" to aj-program
   move extracted-count to aj-scenario-count
   move 0 to aj-deck-count
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
   move "SCENEXT" to rq-step
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
   move extracted-count to rq-rows
   call "runctl" using run-control-request
   .
end program scenext.
