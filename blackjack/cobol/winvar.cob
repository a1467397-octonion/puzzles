      >>source free
identification division.
program-id. winvar.

*> Theoretical against actual win, per table: EDGERPT says what each
*> configuration should win per unit staked, SETTLDET's total row
*> says what the table actually won, and this step puts the two
*> side by side. For every scenario the theoretical win is the house
*> edge (the negated EDGERPT player return) times the hands SETTLE
*> settled, the actual win is the house side of the total row's net
*> units, and the variance is the one less the other - read against
*> the spread that many hands can honestly produce: the per-hand
*> standard deviation times the square root of the hands, so the
*> report says how many standard deviations the night sits from
*> expectation. Where the bet feed priced the seats the same figures
*> are printed in dollars against the drop. WINVPRM sets the
*> per-hand standard deviation and the band; a table outside the
*> band is flagged on WINVRPT and ends the step with return code 4,
*> so an abnormal table is looked at the next morning rather than
*> at month end.

environment division.
input-output section.
file-control.
   select optional edge-report-file assign to "EDGERPT"
     organization line sequential.
   select optional settlement-detail-file assign to "SETTLDET"
     organization line sequential.
   select optional variance-parameter-file assign to "WINVPRM"
     organization line sequential.
   select variance-report-file assign to "WINVRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  edge-report-file.
01 edge-report-record pic x(130).
fd  settlement-detail-file.
copy "settldet.cpy".
fd  variance-parameter-file.
01 variance-parameter-record.
   03 vp-sd-per-hand pic 9v99.
   03 vp-band-sds pic 9v9.
fd  variance-report-file.
01 variance-report-record pic x(130).
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 i pic 99 comp-5.
01 s pic 99 comp-5.
01 more-rows pic x value "Y".
   88 more-rows-remain value "Y".
*> One entry per table seen on either file - the EDGERPT line
*> supplies the configuration and the player return, SETTLDET the
*> hands, the net units and the dollars. A table on one file and not
*> the other still gets a line saying which half is missing.
01 scenario-count pic 99 comp-5 value 0.
01 scenario-overflow pic x value "N".
01 scenario-table.
   03 scenario-entry occurs 50 times.
      05 st-id pic x(8).
      05 st-edge-seen pic x.
      05 st-deck pic 999.
      05 st-stand pic 99.
      05 st-h17 pic x.
      05 st-pay pic x(3).
      05 st-return comp-2.
      05 st-total-seen pic x.
      05 st-hands pic 9(6) comp-5.
      05 st-net-units pic s9(5)v9 comp-5.
      05 st-drop pic 9(7)v99 comp-5.
      05 st-net-dollars pic s9(7)v99 comp-5.
01 find-id pic x(8).
01 slot pic 99 comp-5.
01 player-return pic s9v9999.
01 sd-per-hand comp-2 value 1.15.
01 band-sds comp-2 value 2.0.
01 theo-win comp-2.
01 actual-win comp-2.
01 variance-units comp-2.
01 hands-work comp-2.
01 expected-sd comp-2.
01 sd-distance comp-2.
01 theo-dollars comp-2.
01 actual-dollars comp-2.
01 variance-dollars comp-2.
01 flagged-count pic 99 comp-5 value 0.
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
copy "edgerpt.cpy".
01 heading-line.
   03 filler pic x(34) value "THEORETICAL VERSUS ACTUAL WIN RUN ".
   03 hl-date pic 9(8).
   03 filler pic x(13) value " SD PER HAND ".
   03 hl-sd pic 9.99.
   03 filler pic x(7) value " BAND +".
   03 hl-band pic 9.9.
   03 filler pic x(4) value " SDS".
01 scenario-line.
   03 filler pic x(9) value "SCENARIO ".
   03 vl-id pic x(8).
   03 filler pic x(8) value " CONFIG ".
   03 vl-deck pic 999.
   03 filler pic x value "/".
   03 vl-stand pic 99.
   03 filler pic x value "/".
   03 vl-h17 pic x.
   03 filler pic x(5) value " PAY ".
   03 vl-pay pic x(3).
   03 filler pic x(12) value " HOUSE EDGE ".
   03 vl-edge pic +99.99.
   03 filler pic x(7) value " HANDS ".
   03 vl-hands pic 9(6).
01 units-line.
   03 filler pic x(20) value " UNITS     THEO WIN ".
   03 ul-theo pic -(5)9.99.
   03 filler pic x(12) value " ACTUAL WIN ".
   03 ul-actual pic -(5)9.99.
   03 filler pic x(10) value " VARIANCE ".
   03 ul-variance pic -(5)9.99.
   03 filler pic x(5) value " SDS ".
   03 ul-sds pic -(3)9.99.
01 dollars-line.
   03 filler pic x(14) value " DOLLARS DROP ".
   03 dl-drop pic z(6)9.99.
   03 filler pic x(10) value " THEO WIN ".
   03 dl-theo pic -(6)9.99.
   03 filler pic x(12) value " ACTUAL WIN ".
   03 dl-actual pic -(6)9.99.
   03 filler pic x(10) value " VARIANCE ".
   03 dl-variance pic -(6)9.99.
01 flag-line.
   03 filler pic x(24) value " *** OUTSIDE THE BAND - ".
   03 fl-sds pic -(3)9.99.
   03 filler pic x(40) value
      " SDS FROM EXPECTATION - REVIEW THE TABLE".
01 no-edge-line pic x(50) value
   " NO EDGERPT LINE - NO THEORETICAL WIN TO COMPARE".
01 no-hands-line pic x(50) value
   " NO SETTLED HANDS ON SETTLDET - NOTHING TO COMPARE".
01 summary-line.
   03 filler pic x(8) value "TABLES: ".
   03 sm-tables pic 99.
   03 filler pic x(19) value " OUTSIDE THE BAND: ".
   03 sm-flagged pic 99.

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform read-parameter
   perform load-edge-lines
   perform load-settlement-rows
   perform write-audit-start
   open output variance-report-file
   move run-date to hl-date
   compute hl-sd rounded = sd-per-hand
   compute hl-band rounded = band-sds
   write variance-report-record from heading-line
   perform varying s from 1 by 1 until scenario-count < s
     perform write-scenario-variance
   end-perform
   move scenario-count to sm-tables
   move flagged-count to sm-flagged
   write variance-report-record from summary-line
   close variance-report-file
   if scenario-overflow = "Y"
     display "*** More than 50 tables on EDGERPT and SETTLDET - the "
       "extras were not compared"
   end-if
   if flagged-count > 0
     move 4 to run-rc
   end-if
   display "Tables compared = "scenario-count" outside the band = "
     flagged-count
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .

*> A zero or blank field keeps the default: 1.15 units per hand is
*> the figure the game runs at with doubles and splits in it, and two
*> standard deviations either way is the band the floor reviews.
read-parameter.
   open input variance-parameter-file
   read variance-parameter-file
     at end
       continue
     not at end
       if vp-sd-per-hand is numeric and vp-sd-per-hand > 0
         move vp-sd-per-hand to sd-per-hand
       end-if
       if vp-band-sds is numeric and vp-band-sds > 0
         move vp-band-sds to band-sds
       end-if
   end-read
   close variance-parameter-file
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
             move el-deck to st-deck (slot)
             move el-stand to st-stand (slot)
             move el-h17 to st-h17 (slot)
             move el-pay to st-pay (slot)
             move el-return to player-return
             move player-return to st-return (slot)
           end-if
         end-if
     end-read
   end-perform
   close edge-report-file
   .

*> Detail rows count the hands; the total row carries the net units
*> and, since the bet feed came in, the drop and the players' net
*> dollars.
load-settlement-rows.
   move "Y" to more-rows
   open input settlement-detail-file
   perform until not more-rows-remain
     read settlement-detail-file
       at end
         move "N" to more-rows
       not at end
         move sd-scenario to find-id
         perform find-scenario-entry
         if slot > 0
           if sd-detail-row
             add 1 to st-hands (slot)
           end-if
           if sd-total-row
             move "Y" to st-total-seen (slot)
             move sd-units to st-net-units (slot)
             if sd-wager is numeric
               move sd-wager to st-drop (slot)
               move sd-dollars to st-net-dollars (slot)
             end-if
           end-if
         end-if
     end-read
   end-perform
   close settlement-detail-file
   .

find-scenario-entry.
   move 0 to slot
   perform varying i from 1 by 1 until scenario-count < i
     if st-id (i) = find-id
       move i to slot
     end-if
   end-perform
   if slot = 0
     if scenario-count = 50
       move "Y" to scenario-overflow
     else
       add 1 to scenario-count
       move scenario-count to slot
       move find-id to st-id (slot)
       move "N" to st-edge-seen (slot)
       move 0 to st-deck (slot)
       move 0 to st-stand (slot)
       move " " to st-h17 (slot)
       move spaces to st-pay (slot)
       move 0 to st-return (slot)
       move "N" to st-total-seen (slot)
       move 0 to st-hands (slot)
       move 0 to st-net-units (slot)
       move 0 to st-drop (slot)
       move 0 to st-net-dollars (slot)
     end-if
   end-if
   .

*> Everything from the house's side: the theoretical win is the edge
*> times the hands, the actual win the negated player net, and the
*> distance in standard deviations is the variance over the spread
*> the hand count allows.
write-scenario-variance.
   move st-id (s) to vl-id
   move st-deck (s) to vl-deck
   move st-stand (s) to vl-stand
   move st-h17 (s) to vl-h17
   move st-pay (s) to vl-pay
   compute vl-edge rounded = 0 - st-return (s) * 100
   move st-hands (s) to vl-hands
   write variance-report-record from scenario-line
   add 1 to rows-out
   evaluate true
     when st-edge-seen (s) not = "Y"
       write variance-report-record from no-edge-line
       add 1 to rows-out
     when st-hands (s) = 0
       write variance-report-record from no-hands-line
       add 1 to rows-out
     when other
       perform compare-theory-to-actual
   end-evaluate
   .

compare-theory-to-actual.
   compute theo-win = 0 - st-return (s) * st-hands (s)
   compute actual-win = 0 - st-net-units (s)
   compute variance-units = actual-win - theo-win
   move st-hands (s) to hands-work
   compute expected-sd = sd-per-hand * (hands-work ** 0.5)
   if expected-sd > 0
     compute sd-distance = variance-units / expected-sd
   else
     move 0 to sd-distance
   end-if
   compute ul-theo rounded = theo-win
   compute ul-actual rounded = actual-win
   compute ul-variance rounded = variance-units
   compute ul-sds rounded = sd-distance
   write variance-report-record from units-line
   add 1 to rows-out
   if st-drop (s) > 0
     compute theo-dollars = 0 - st-return (s) * st-drop (s)
     compute actual-dollars = 0 - st-net-dollars (s)
     compute variance-dollars = actual-dollars - theo-dollars
     move st-drop (s) to dl-drop
     compute dl-theo rounded = theo-dollars
     compute dl-actual rounded = actual-dollars
     compute dl-variance rounded = variance-dollars
     write variance-report-record from dollars-line
     add 1 to rows-out
   end-if
   if sd-distance > band-sds or sd-distance < 0 - band-sds
     add 1 to flagged-count
     compute fl-sds rounded = sd-distance
     write variance-report-record from flag-line
     add 1 to rows-out
     display "*** Table "st-id (s)" ran outside the band - review"
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
   move rows-out to aj-rows-written
   move " " to aj-recon-status
   move run-rc to aj-return-code
   perform write-audit-record
   .

write-audit-record.
   move run-date to aj-run-date
   move run-time to aj-run-time
   move "WINVAR" to aj-program
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
   move "WINVAR" to rq-step
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
end program winvar.
