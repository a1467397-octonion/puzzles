      >>source free
identification division.
program-id. runctl.

*> Run control for the nightly stream, called by every stream step
*> on entry and again on the way out. The RUNCTL file holds one
*> row per step per business date (per partial slot for an engine
*> step a SCENRNG splits), so the morning after a failure the file
*> - and the RUNCRPT status page built from it - says which steps
*> finished, with what return code and how many rows, and which
*> never did. On entry a step whose row shows it already finished
*> cleanly for the business date is told to skip, so a rerun of the
*> whole night walks straight past the work that is safe to keep;
*> otherwise every step it depends on (RUNSTEP) must have finished
*> at or under its allowed return code, or the step is refused and
*> the row names the step it was held by. A step let in is marked
*> started before it does anything, and only its own finish posts it
*> complete - a step that abends stays started and is run again.
*> The business date comes from RUNPRM, which the scheduler writes
*> at the head of the night so a stream running past midnight stays
*> on one date; absent or zero, today's date is taken. RUNPRM may
*> also name one step to run again even though it finished cleanly
*> - after its input has been fixed by hand, say - and the steps
*> after it are then rerun by naming each in turn. The date is held
*> from the entry call to the finish call, so a step that starts
*> before midnight posts to the date it started under.

environment division.
input-output section.
file-control.
   select optional run-control-file assign to "RUNCTL"
     organization indexed
     access dynamic
     record key rc-key.
   select optional run-parameter-file assign to "RUNPRM"
     organization line sequential.

data division.
file section.
fd  run-control-file.
copy "runctl.cpy".
fd  run-parameter-file.
01 run-parameter-record.
   03 rp-business-date pic 9(8).
   03 rp-rerun-step pic x(8).

working-storage section.
01 d pic 9 comp-5.
01 t pic 99 comp-5.
01 step-entry pic 99 comp-5.
01 allowed-rc pic 99 comp-5.
01 dep-allowed-rc pic 99 comp-5.
01 dep-step pic x(8).
01 dep-rows-seen pic 9(4) comp-5.
01 business-date pic 9(8) value 0.
01 rerun-step pic x(8) value spaces.
01 today-date pic 9(8).
01 clock-time pic 9(8).
01 row-found pic x.
   88 row-on-file value "Y".
01 more-rows pic x.
   88 more-rows-remain value "Y".
01 held-by pic x(8).
01 held-reason pic x(38).
01 held-rc pic 99.
01 allowed-display pic 9.
copy "runstep.cpy".

linkage section.
copy "runreq.cpy".

procedure division using run-control-request.
   if rq-check-entry or business-date = 0
     perform read-parameter
   end-if
   move business-date to rq-business-date
   perform find-step-entry
   open i-o run-control-file
   if rq-check-entry
     perform check-entry
   else
     perform post-finish
   end-if
   close run-control-file
   goback
   .

read-parameter.
   accept today-date from date yyyymmdd
   move today-date to business-date
   move spaces to rerun-step
   open input run-parameter-file
   read run-parameter-file
     at end
       continue
     not at end
       if rp-business-date is numeric and rp-business-date > 0
         move rp-business-date to business-date
       end-if
       move rp-rerun-step to rerun-step
   end-read
   close run-parameter-file
   .

find-step-entry.
   move 0 to step-entry
   move 4 to allowed-rc
   perform varying t from 1 by 1 until stream-step-count < t
     if ss-step (t) = rq-step
       move t to step-entry
       move ss-allowed-rc (t) to allowed-rc
     end-if
   end-perform
   .

read-own-row.
   move business-date to rc-business-date
   move rq-step to rc-step
   move rq-slot to rc-slot
   move "Y" to row-found
   read run-control-file
     invalid key
       move "N" to row-found
   end-read
   .

check-entry.
   perform read-own-row
   if row-on-file and rc-completed and rc-return-code <= allowed-rc
     and rq-step not = rerun-step
     add 1 to rc-skips
     rewrite run-control-record
     move "S" to rq-verdict
     move rc-return-code to held-rc
     display "Step "rq-step" already completed for business date "
       business-date" with return code "held-rc" - skipped"
   else
     perform check-dependencies
*>     the dependency pass reads other steps' rows through the same
*>     record area - this step's own row is read again before it is
*>     updated.
     perform read-own-row
     if not row-on-file
       move 0 to rc-attempts
       move 0 to rc-skips
       move 0 to rc-start-date
       move 0 to rc-start-time
     end-if
     move 0 to rc-return-code
     move 0 to rc-rows
     move 0 to rc-end-time
     if held-by = spaces
       move "S" to rc-status
       move spaces to rc-held-by
       add 1 to rc-attempts
       accept rc-start-date from date yyyymmdd
       accept rc-start-time from time
       move "R" to rq-verdict
     else
       move "X" to rc-status
       move held-by to rc-held-by
       move "X" to rq-verdict
       display "*** Step "rq-step" refused for business date "
         business-date" - "held-by" "held-reason
     end-if
     if row-on-file
       rewrite run-control-record
     else
       write run-control-record
     end-if
   end-if
   .

check-dependencies.
   move spaces to held-by
   if step-entry > 0
     perform varying d from 1 by 1 until 4 < d
       if ss-depends-on (step-entry, d) not = spaces
         and held-by = spaces
         perform check-one-dependency
       end-if
     end-perform
   end-if
   .

*> Every row the depended-on step has for the business date - one,
*> or one per partial slot - must show it finished within its
*> allowed return code; no row at all means it never ran.
check-one-dependency.
   move ss-depends-on (step-entry, d) to dep-step
   move 4 to dep-allowed-rc
   perform varying t from 1 by 1 until stream-step-count < t
     if ss-step (t) = dep-step
       move ss-allowed-rc (t) to dep-allowed-rc
     end-if
   end-perform
   move 0 to dep-rows-seen
   move business-date to rc-business-date
   move dep-step to rc-step
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
           or rc-step not = dep-step
           move "N" to more-rows
         else
           add 1 to dep-rows-seen
           perform judge-dependency-row
         end-if
     end-read
   end-perform
   if dep-rows-seen = 0
     move dep-step to held-by
     move "HAS NOT RUN FOR THIS BUSINESS DATE" to held-reason
   end-if
   .

judge-dependency-row.
   if held-by = spaces
     evaluate true
       when not rc-completed
         move dep-step to held-by
         move "HAS NOT COMPLETED" to held-reason
       when rc-return-code > dep-allowed-rc
         move dep-step to held-by
         move rc-return-code to held-rc
         move dep-allowed-rc to allowed-display
         move spaces to held-reason
         string "ENDED RC " held-rc " ABOVE ITS ALLOWED "
           allowed-display delimited by size into held-reason
     end-evaluate
   end-if
   .

post-finish.
   perform read-own-row
   if not row-on-file
     move 1 to rc-attempts
     move 0 to rc-skips
     move business-date to rc-start-date
     move 0 to rc-start-time
   end-if
   move "C" to rc-status
   move rq-return-code to rc-return-code
   move rq-rows to rc-rows
   accept clock-time from time
   move clock-time to rc-end-time
   move spaces to rc-held-by
   if row-on-file
     rewrite run-control-record
   else
     write run-control-record
   end-if
   .
end program runctl.
