      >>source free
identification division.
program-id. setlmant.

*> Maintenance for the indexed settlement history master: keeps the
*> last N months of business dates online (N from the SETLPRM
*> kept-months parameter, 24 when absent or zero) and moves every
*> older night to the SETLARC archive - the stream points SETLARC
*> at the year's archive dataset. Whatever the parameter says,
*> nothing from the business year in progress is archived, since the
*> period report's year-to-date is built from it. The pass is written
*> to be restartable the way HISTMANT is: each night is written to
*> the archive before it is deleted from the master, so a rerun after
*> an abend simply archives what is still online past the cutoff -
*> the worst it leaves is one record in both places, a duplicate in
*> the archive, never a hole. SETLMRPT reports what moved, per table.

environment division.
input-output section.
file-control.
   select optional settlement-history-file assign to "SETLHIST"
     organization indexed
     access dynamic
     record key th-key.
   select optional history-parameter-file assign to "SETLPRM"
     organization line sequential.
   select optional history-archive-file assign to "SETLARC"
     organization line sequential.
   select maintenance-report-file assign to "SETLMRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  settlement-history-file.
copy "setlhist.cpy".
fd  history-parameter-file.
01 history-parameter-record.
   03 hp-keep-months pic 9(4).
fd  history-archive-file.
copy "setlhist.cpy" replacing ==settlement-history-record== by
                              ==history-archive-record==
                              leading ==th== by ==ta==.
fd  maintenance-report-file.
01 maintenance-report-record pic x(90).
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 i pic 9(4) comp-5.
01 s pic 9(4) comp-5.
01 more-rows pic x value "Y".
   88 more-rows-remain value "Y".
01 keep-months pic 9(4) comp-5 value 24.
01 business-date pic 9(8).
01 business-date-parts redefines business-date.
   03 bd-year pic 9(4).
   03 bd-month pic 99.
   03 bd-day pic 99.
*> The first business date kept online: the first of the month
*> KEEP-MONTHS back from the business month, or the first of the
*> business year if that is earlier still.
01 cutoff-date pic 9(8).
01 cutoff-date-parts redefines cutoff-date.
   03 cd-year pic 9(4).
   03 cd-month pic 99.
   03 cd-day pic 99.
01 year-start-date pic 9(8).
01 month-index pic 9(6) comp-5.
01 month-quot pic 9(6) comp-5.
01 month-rem pic 99 comp-5.
*> What the pass did to each table's nights.
01 scen-count pic 9(4) comp-5 value 0.
01 scen-overflow pic x value "N".
01 scen-table.
   03 scen-entry occurs 100 times.
      05 hs-id pic x(8).
      05 hs-kept pic 9(5) comp-5.
      05 hs-archived pic 9(5) comp-5.
      05 hs-oldest-kept pic 9(8).
01 archived-rows pic 9(7) comp-5 value 0.
01 kept-rows pic 9(7) comp-5 value 0.
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 heading-line.
   03 filler pic x(35) value "SETTLEMENT HISTORY MAINTENANCE RUN ".
   03 hl-date pic 9(8).
   03 filler pic x(6) value " KEEP ".
   03 hl-keep pic 9(4).
   03 filler pic x(20) value " MONTHS - KEEP FROM ".
   03 hl-cutoff pic 9(8).
01 scenario-line.
   03 filler pic x(9) value "SCENARIO ".
   03 sl-id pic x(8).
   03 filler pic x(8) value " ONLINE ".
   03 sl-kept pic 9(5).
   03 filler pic x(10) value " ARCHIVED ".
   03 sl-archived pic 9(5).
   03 filler pic x(14) value " OLDEST KEPT ".
   03 sl-oldest pic 9(8).
01 totals-line.
   03 filler pic x(15) value "ROWS ARCHIVED: ".
   03 tl-archived pic 9(7).
   03 filler pic x(14) value " ROWS ONLINE: ".
   03 tl-kept pic 9(7).

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   move rq-business-date to business-date
   perform read-parameter
   perform set-cutoff-date
   perform write-audit-start
   open output maintenance-report-file
   move run-date to hl-date
   move keep-months to hl-keep
   move cutoff-date to hl-cutoff
   write maintenance-report-record from heading-line
   perform purge-master
   perform write-scenario-lines
   move archived-rows to tl-archived
   move kept-rows to tl-kept
   write maintenance-report-record from totals-line
   close maintenance-report-file
   display "Settlement history rows archived = "archived-rows
     " still online = "kept-rows
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .

read-parameter.
   open input history-parameter-file
   read history-parameter-file
     at end
       continue
     not at end
       if hp-keep-months is numeric and hp-keep-months > 0
         move hp-keep-months to keep-months
       end-if
   end-read
   close history-parameter-file
   .

set-cutoff-date.
   compute month-index = bd-year * 12 + bd-month - 1
   if month-index > keep-months
     subtract keep-months from month-index
   else
     move 0 to month-index
   end-if
   divide month-index by 12 giving month-quot remainder month-rem
   move month-quot to cd-year
   compute cd-month = month-rem + 1
   move 1 to cd-day
   move bd-year to year-start-date (1:4)
   move "0101" to year-start-date (5:4)
*>   the year in progress always stays online.
   if cutoff-date > year-start-date
     move year-start-date to cutoff-date
   end-if
   .

*> Each night before the cutoff is written to the archive and only
*> then deleted from the master - the order the restart guarantee
*> rests on.
purge-master.
   move "Y" to more-rows
   open i-o settlement-history-file
   open extend history-archive-file
   perform until not more-rows-remain
     read settlement-history-file next
       at end
         move "N" to more-rows
       not at end
         perform purge-one-row
     end-read
   end-perform
   close history-archive-file
   close settlement-history-file
   .

purge-one-row.
   perform find-scenario-entry
   if th-business-date < cutoff-date
     move settlement-history-record to history-archive-record
     write history-archive-record
     delete settlement-history-file
     add 1 to archived-rows
     if s > 0
       add 1 to hs-archived (s)
     end-if
   else
     add 1 to kept-rows
     if s > 0
       add 1 to hs-kept (s)
       if hs-oldest-kept (s) = 0
         move th-business-date to hs-oldest-kept (s)
       end-if
     end-if
   end-if
   .

*> The master arrives in key order - a table's nights oldest first -
*> so the first night kept is the oldest one left online.
find-scenario-entry.
   move 0 to s
   perform varying i from 1 by 1 until scen-count < i
     if hs-id (i) = th-scenario
       move i to s
     end-if
   end-perform
   if s = 0
     if scen-count = 100
       move "Y" to scen-overflow
     else
       add 1 to scen-count
       move scen-count to s
       move th-scenario to hs-id (s)
       move 0 to hs-kept (s)
       move 0 to hs-archived (s)
       move 0 to hs-oldest-kept (s)
     end-if
   end-if
   .

write-scenario-lines.
   perform varying s from 1 by 1 until scen-count < s
     move hs-id (s) to sl-id
     move hs-kept (s) to sl-kept
     move hs-archived (s) to sl-archived
     move hs-oldest-kept (s) to sl-oldest
     write maintenance-report-record from scenario-line
   end-perform
   if scen-overflow = "Y"
     display "*** More scenarios on the master than the report holds"
       " - the extras were maintained but not listed"
   end-if
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
   move archived-rows to aj-rows-written
   move " " to aj-recon-status
   move run-rc to aj-return-code
   perform write-audit-record
   .

write-audit-record.
   move run-date to aj-run-date
   move run-time to aj-run-time
   move "SETLMANT" to aj-program
   move scen-count to aj-scenario-count
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
   move "SETLMANT" to rq-step
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
end program setlmant.
