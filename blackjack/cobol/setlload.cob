      >>source free
identification division.
program-id. setlload.

*> Nightly load of the settlement history master: SETTLE rewrites
*> SETTLDET every night, so each table's total row is copied here
*> onto the indexed SETLHIST master under the business date the
*> stream ran for, before the next night overwrites it. Each record
*> carries the configuration the table was dealt under (SHOECTL, with
*> the same defaults the engines apply to blank fields) and the
*> player return HOUSEEDG printed on EDGERPT that night, so the
*> period report can set what the table did beside what it should
*> have done without tonight's files. A rerun of the same night
*> replaces that night's records. A total row for a table not on
*> SHOECTL, or one written before the session counts were carried,
*> is not loaded and ends the step with return code 4.

environment division.
input-output section.
file-control.
   select shoe-control-file assign to "SHOECTL"
     organization line sequential.
   select optional edge-report-file assign to "EDGERPT"
     organization line sequential.
   select optional settlement-detail-file assign to "SETTLDET"
     organization line sequential.
   select optional settlement-history-file assign to "SETLHIST"
     organization indexed
     access dynamic
     record key th-key.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  shoe-control-file.
copy "shoectl.cpy".
fd  edge-report-file.
01 edge-report-record pic x(130).
fd  settlement-detail-file.
copy "settldet.cpy".
fd  settlement-history-file.
copy "setlhist.cpy".
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 i pic 99 comp-5.
01 s pic 99 comp-5.
01 more-config pic x value "Y".
   88 more-configs-remain value "Y".
01 more-rows pic x value "Y".
   88 more-rows-remain value "Y".
01 scenario-count pic 99 comp-5 value 0.
*> Tonight's configuration per table, and the player return off its
*> EDGERPT line where there is one.
01 scenario-table.
   03 scenario-entry occurs 50 times.
      05 st-id pic x(8).
      05 st-deck-count pic 999.
      05 st-stand-total pic 99.
      05 st-hit-soft-17 pic x.
      05 st-natural-pay pic x.
      05 st-das pic x.
      05 st-no-peek pic x.
      05 st-edge-seen pic x.
      05 st-return pic s9v9999.
01 find-id pic x(8).
01 scenario-seq pic 9(4).
01 slot pic 99 comp-5.
01 business-date pic 9(8).
01 loaded-count pic 9(6) comp-5 value 0.
01 replaced-count pic 9(6) comp-5 value 0.
01 skipped-count pic 9(6) comp-5 value 0.
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
copy "edgerpt.cpy".

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   move rq-business-date to business-date
   perform read-shoe-config
   perform load-edge-lines
   perform write-audit-start
   move "Y" to more-rows
   open input settlement-detail-file
   open i-o settlement-history-file
   perform until not more-rows-remain
     read settlement-detail-file
       at end
         move "N" to more-rows
       not at end
         if sd-total-row
           perform load-one-table
         end-if
     end-read
   end-perform
   close settlement-history-file
   close settlement-detail-file
   if skipped-count > 0
     move 4 to run-rc
   end-if
   display "Settlement history for " business-date " loaded = "
     loaded-count" replaced = "replaced-count" not loaded = "
     skipped-count
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .

load-one-table.
   move sd-scenario to find-id
   perform find-scenario-entry
   evaluate true
     when slot = 0
       add 1 to skipped-count
       display "*** Scenario "sd-scenario" is on SETTLDET but not on "
         "SHOECTL - not loaded"
     when sd-session-hands not numeric
       add 1 to skipped-count
       display "*** Scenario "sd-scenario" total row carries no "
         "session counts - not loaded"
     when other
       perform write-history-record
   end-evaluate
   .

write-history-record.
   move sd-scenario to th-scenario
   move business-date to th-business-date
   move st-deck-count (slot) to th-deck-count
   move st-stand-total (slot) to th-stand-total
   move st-hit-soft-17 (slot) to th-hit-soft-17
   move st-natural-pay (slot) to th-natural-pay
   move st-das (slot) to th-das
   move st-no-peek (slot) to th-no-peek
   move sd-session-rounds to th-rounds
   move sd-session-hands to th-hands
   move sd-session-wins to th-wins
   move sd-session-losses to th-losses
   move sd-session-pushes to th-pushes
   move sd-session-naturals to th-naturals
   move sd-units to th-net-units
   if sd-wager is numeric
     move sd-wager to th-drop
     move sd-dollars to th-net-dollars
   else
     move 0 to th-drop
     move 0 to th-net-dollars
   end-if
   move st-edge-seen (slot) to th-edge-seen
   move st-return (slot) to th-player-return
   move run-date to th-loaded-date
   move run-time to th-loaded-time
*>   a rerun on the same night carries the same key - its record
*>   replaces that night's earlier one instead of failing the load.
   write settlement-history-record
     invalid key
       rewrite settlement-history-record
       add 1 to replaced-count
     not invalid key
       add 1 to loaded-count
   end-write
   add 1 to rows-out
   .

read-shoe-config.
   move 0 to scenario-count
   move "Y" to more-config
   open input shoe-control-file
   perform until not more-configs-remain or scenario-count = 50
     read shoe-control-file
       at end
         move "N" to more-config
       not at end
         perform load-scenario-entry
     end-read
   end-perform
   if scenario-count = 50 and more-configs-remain
     read shoe-control-file
       at end
         continue
       not at end
         display "*** SHOECTL holds more than 50 scenario records - "
           "only the first 50 are loaded this night"
     end-read
   end-if
   close shoe-control-file
   .

*> The defaults the engines give blank fields: one deck, stand on
*> 17, stand on soft 17, 3 to 2 on a natural, no DAS, peeking.
load-scenario-entry.
   add 1 to scenario-count
   if sc-scenario-id = spaces
*>     a record keyed without a scenario id gets the same positional
*>     tag the engines assign, so its SETTLDET and EDGERPT lines join.
     move scenario-count to scenario-seq
     string "SCEN" scenario-seq delimited by size
       into st-id (scenario-count)
   else
     move sc-scenario-id to st-id (scenario-count)
   end-if
   move 1 to st-deck-count (scenario-count)
   move 17 to st-stand-total (scenario-count)
   move "N" to st-hit-soft-17 (scenario-count)
   if sc-deck-count is numeric and sc-deck-count > 0
     move sc-deck-count to st-deck-count (scenario-count)
   end-if
   if sc-stand-total is numeric and sc-stand-total > 0
     move sc-stand-total to st-stand-total (scenario-count)
   end-if
   if sc-hit-soft-17 = "Y"
     move "Y" to st-hit-soft-17 (scenario-count)
   end-if
   if sc-natural-pay = "6"
     move "6" to st-natural-pay (scenario-count)
   else
     move "3" to st-natural-pay (scenario-count)
   end-if
   if sc-das = "Y"
     move "Y" to st-das (scenario-count)
   else
     move "N" to st-das (scenario-count)
   end-if
   if sc-no-peek = "Y"
     move "Y" to st-no-peek (scenario-count)
   else
     move "N" to st-no-peek (scenario-count)
   end-if
   move "N" to st-edge-seen (scenario-count)
   move 0 to st-return (scenario-count)
   .

load-edge-lines.
   move "Y" to more-rows
   open input edge-report-file
   perform until not more-rows-remain
     read edge-report-file into edge-line
       at end
         move "N" to more-rows
       not at end
         if edge-report-record (1:9) = "SCENARIO "
           move el-id to find-id
           perform find-scenario-entry
           if slot > 0
             move "Y" to st-edge-seen (slot)
             move el-return to st-return (slot)
           end-if
         end-if
     end-read
   end-perform
   close edge-report-file
   .

find-scenario-entry.
   move 0 to slot
   perform varying i from 1 by 1 until scenario-count < i
     if st-id (i) = find-id
       move i to slot
     end-if
   end-perform
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
   move "SETLLOAD" to aj-program
   move scenario-count to aj-scenario-count
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
   move "SETLLOAD" to rq-step
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
end program setlload.
