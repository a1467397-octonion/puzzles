      >>source free
identification division.
program-id. runcrpt.

*> Run-control status page for the morning shift: one line per
*> stream step for the business date, in running order, read from
*> the RUNCTL rows the steps post - whether the step finished and
*> cleanly, its return code and row count, when it started and
*> ended, how many times it was let in and how many reruns skipped
*> it, and for a refused step the step it was held by. A step split
*> across SCENRNG slots gets a line per slot. The foot of the page
*> names the first step in running order that has not finished
*> cleanly - the point a rerun of the night picks up from. The
*> business date is the RUNPRM date the stream ran under (absent or
*> zero, today). Ends with return code 4 while any step of the night
*> is unfinished, so the page can be sent on to whoever is on call.

environment division.
input-output section.
file-control.
   select optional run-control-file assign to "RUNCTL"
     organization indexed
     access dynamic
     record key rc-key.
   select optional run-parameter-file assign to "RUNPRM"
     organization line sequential.
   select status-report-file assign to "RUNCRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  run-control-file.
copy "runctl.cpy".
fd  run-parameter-file.
01 run-parameter-record.
   03 rp-business-date pic 9(8).
   03 rp-rerun-step pic x(8).
fd  status-report-file.
01 status-report-record pic x(110).
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 t pic 99 comp-5.
01 more-rows pic x.
   88 more-rows-remain value "Y".
01 business-date pic 9(8).
01 step-rows pic 9(4) comp-5.
01 step-clean pic x.
   88 step-finished-clean value "Y".
01 clean-count pic 99 comp-5 value 0.
01 first-unfinished pic x(8) value spaces.
01 rows-out pic 9(7) comp-5 value 0.
copy "runstep.cpy".
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 run-rc pic 99 comp-5 value 0.
01 heading-line.
   03 filler pic x(33) value "STREAM RUN CONTROL BUSINESS DATE ".
   03 hl-date pic 9(8).
   03 filler pic x(12) value " PRINTED ON ".
   03 hl-run-date pic 9(8).
01 column-line.
   03 filler pic x(45) value
      "STEP     SLOT STATUS               RC    ROWS".
   03 filler pic x(47) value
      " STARTED           ENDED    TRIES SKIPS HELD BY".
01 step-line.
   03 sl-step pic x(8).
   03 filler pic x(2) value spaces.
   03 sl-slot pic x.
   03 filler pic x(3) value spaces.
   03 sl-status pic x(20).
   03 filler pic x value " ".
   03 sl-rc pic x(2).
   03 filler pic x value " ".
   03 sl-rows pic x(7).
   03 filler pic x value " ".
   03 sl-start-date pic x(8).
   03 filler pic x value " ".
   03 sl-start-time pic x(8).
   03 filler pic x value " ".
   03 sl-end-time pic x(8).
   03 filler pic x(3) value spaces.
   03 sl-attempts pic zz9.
   03 filler pic x(3) value spaces.
   03 sl-skips pic zz9.
   03 filler pic x value " ".
   03 sl-held-by pic x(8).
01 summary-line.
   03 filler pic x(16) value "STEPS FINISHED: ".
   03 su-clean pic z9.
   03 filler pic x(4) value " OF ".
   03 su-steps pic z9.
   03 filler pic x(26) value " - RERUN PICKS UP AT STEP ".
   03 su-first pic x(8).
01 complete-line pic x(44) value
   "STEPS FINISHED: ALL - THE NIGHT IS COMPLETE".

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform read-parameter
   perform write-audit-start
   open output status-report-file
   move business-date to hl-date
   move run-date to hl-run-date
   write status-report-record from heading-line
   write status-report-record from column-line
   open input run-control-file
   perform varying t from 1 by 1 until stream-step-count < t
     perform report-one-step
   end-perform
   close run-control-file
   if first-unfinished = spaces
     write status-report-record from complete-line
   else
     move clean-count to su-clean
     move stream-step-count to su-steps
     move first-unfinished to su-first
     write status-report-record from summary-line
     move 4 to run-rc
   end-if
   close status-report-file
   display "Stream steps finished cleanly for " business-date " = "
     clean-count" of "stream-step-count
   perform write-audit-end
   move run-rc to return-code
   stop run
   .

read-parameter.
   move run-date to business-date
   open input run-parameter-file
   read run-parameter-file
     at end
       continue
     not at end
       if rp-business-date is numeric and rp-business-date > 0
         move rp-business-date to business-date
       end-if
   end-read
   close run-parameter-file
   .

report-one-step.
   move 0 to step-rows
   move "Y" to step-clean
   move business-date to rc-business-date
   move ss-step (t) to rc-step
   move 0 to rc-slot
   move "Y" to more-rows
   start run-control-file key >= rc-key
     invalid key
       move "N" to more-rows
   end-start
   perform until not more-rows-remain
     read run-control-file next
       at end
         move "N" to more-rows
       not at end
         if rc-business-date not = business-date
           or rc-step not = ss-step (t)
           move "N" to more-rows
         else
           add 1 to step-rows
           perform write-step-row
         end-if
     end-read
   end-perform
   if step-rows = 0
     move "N" to step-clean
     move ss-step (t) to sl-step
     move spaces to sl-slot
     move "NOT RUN" to sl-status
     move spaces to sl-rc
     move spaces to sl-rows
     move spaces to sl-start-date
     move spaces to sl-start-time
     move spaces to sl-end-time
     move 0 to sl-attempts
     move 0 to sl-skips
     move spaces to sl-held-by
     write status-report-record from step-line
     add 1 to rows-out
   end-if
   if step-finished-clean
     add 1 to clean-count
   else
     if first-unfinished = spaces
       move ss-step (t) to first-unfinished
     end-if
   end-if
   .

write-step-row.
   move rc-step to sl-step
   move rc-slot to sl-slot
   move rc-return-code to sl-rc
   move rc-rows to sl-rows
   move rc-start-date to sl-start-date
   move rc-start-time to sl-start-time
   move spaces to sl-end-time
   move rc-attempts to sl-attempts
   move rc-skips to sl-skips
   move rc-held-by to sl-held-by
   evaluate true
     when rc-completed and rc-return-code <= ss-allowed-rc (t)
       move "COMPLETE" to sl-status
       move rc-end-time to sl-end-time
     when rc-completed
       move "*** ABOVE ALLOWED RC" to sl-status
       move rc-end-time to sl-end-time
       move "N" to step-clean
     when rc-started
       move "*** STARTED NO END" to sl-status
       move spaces to sl-rc
       move spaces to sl-rows
       move "N" to step-clean
     when rc-refused
       move "*** REFUSED" to sl-status
       move spaces to sl-rc
       move spaces to sl-rows
       move "N" to step-clean
     when other
       move rc-status to sl-status
       move "N" to step-clean
   end-evaluate
   write status-report-record from step-line
   add 1 to rows-out
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
   move "RUNCRPT" to aj-program
   move 0 to aj-scenario-count
   move 0 to aj-deck-count
   move 0 to aj-stand-total
   move " " to aj-hit-soft-17
   move spaces to aj-ckpt-scenario
   move 0 to aj-ckpt-upcard
   open extend audit-journal-file
   write audit-journal-record
   close audit-journal-file
   .
end program runcrpt.
