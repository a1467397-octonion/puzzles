      >>source free
identification division.
program-id. perfrpt.

*> Period-to-date table performance: reads the SETLHIST settlement
*> history master SETLLOAD keeps and sums what the tables actually
*> did by table configuration - deck count, stand rule, soft-17
*> rule, natural payout, DAS and peek rule, whichever tables dealt
*> it - for the business day, the week to date (weeks start on a
*> Monday), the month to date and the year to date. Each period shows
*> the nights, rounds and hands, the win/lose/push/natural counts,
*> the house net in units and as a percentage of hands, and beside
*> it the period's theoretical edge: the EDGERPT player return each
*> night was loaded with, weighted by that night's hands, so a month
*> in which the shoe or the rules moved is priced night by night.
*> Nights loaded with no EDGERPT line are left out of the
*> theoretical edge (and the edge shows N/A when no night had one).
*> The report runs as of the stream's business date; PERFPRM may
*> name another date to rerun a period as of. No history for the
*> as-of day itself ends the step with return code 4.

environment division.
input-output section.
file-control.
   select optional settlement-history-file assign to "SETLHIST"
     organization indexed
     access dynamic
     record key th-key.
   select optional period-parameter-file assign to "PERFPRM"
     organization line sequential.
   select period-report-file assign to "PERFRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  settlement-history-file.
copy "setlhist.cpy".
fd  period-parameter-file.
01 period-parameter-record.
   03 pp-as-of-date pic 9(8).
fd  period-report-file.
01 period-report-record pic x(120).
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 i pic 99 comp-5.
01 c pic 99 comp-5.
01 p pic 9 comp-5.
01 more-rows pic x value "Y".
   88 more-rows-remain value "Y".
*> The as-of date and the first date of each period: 1 the day,
*> 2 the week, 3 the month, 4 the year.
01 as-of-date pic 9(8).
01 as-of-parts redefines as-of-date.
   03 ad-year pic 9(4).
   03 ad-month pic 99.
   03 ad-day pic 99.
01 period-start pic 9(8) occurs 4 times.
01 period-names-values pic x(12) value "DAYWTDMTDYTD".
01 period-names redefines period-names-values.
   03 period-name pic x(3) occurs 4 times.
*> Day of the week by the month-offset method - 0 is a Sunday - and
*> the walk back to the Monday that starts the week.
01 month-offset-values pic x(12) value "032503514624".
01 month-offsets redefines month-offset-values.
   03 month-offset pic 9 occurs 12 times.
01 work-date pic 9(8).
01 work-parts redefines work-date.
   03 wd-year pic 9(4).
   03 wd-month pic 99.
   03 wd-day pic 99.
01 dow-year pic 9(4) comp-5.
01 dow-sum pic 9(6) comp-5.
01 dow-part pic 9(6) comp-5.
01 dow-quot pic 9(6) comp-5.
01 week-day pic 9 comp-5.
01 days-back pic 9 comp-5.
01 leap-quot pic 9(4) comp-5.
01 leap-rem pic 9(4) comp-5.
01 leap-year pic x.
   88 is-leap-year value "Y".
01 month-days-values pic x(24) value "312831303130313130313031".
01 month-days-table redefines month-days-values.
   03 month-days pic 99 occurs 12 times.
*> One entry per configuration on the master, with the tables that
*> dealt it and the four periods' sums.
01 config-count pic 99 comp-5 value 0.
01 config-overflow pic x value "N".
01 config-table.
   03 config-entry occurs 50 times.
      05 cf-deck-count pic 999.
      05 cf-stand-total pic 99.
      05 cf-hit-soft-17 pic x.
      05 cf-natural-pay pic x.
      05 cf-das pic x.
      05 cf-no-peek pic x.
      05 cf-table-count pic 99 comp-5.
      05 cf-table-id pic x(8) occurs 8 times.
      05 cf-period occurs 4 times.
         07 pd-nights pic 9(5) comp-5.
         07 pd-rounds pic 9(7) comp-5.
         07 pd-hands pic 9(8) comp-5.
         07 pd-wins pic 9(8) comp-5.
         07 pd-losses pic 9(8) comp-5.
         07 pd-pushes pic 9(8) comp-5.
         07 pd-naturals pic 9(8) comp-5.
         07 pd-house-units pic s9(8)v9 comp-5.
         07 pd-theo-hands pic 9(8) comp-5.
         07 pd-theo-units comp-2.
01 night-theo comp-2.
01 period-pct comp-2.
01 pct-hands comp-2.
01 night-return comp-2.
01 table-seen pic x.
01 rows-read pic 9(7) comp-5 value 0.
01 day-rows pic 9(5) comp-5 value 0.
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 heading-line.
   03 filler pic x(41) value
      "TABLE PERFORMANCE BY CONFIGURATION AS OF ".
   03 hl-as-of pic 9(8).
   03 filler pic x(13) value " - WEEK FROM ".
   03 hl-week pic 9(8).
   03 filler pic x(5) value " RUN ".
   03 hl-date pic 9(8).
01 config-line.
   03 filler pic x(7) value "CONFIG ".
   03 cl-deck pic 999.
   03 filler pic x value "/".
   03 cl-stand pic 99.
   03 filler pic x value "/".
   03 cl-h17 pic x.
   03 filler pic x(5) value " PAY ".
   03 cl-pay pic x(3).
   03 filler pic x(5) value " DAS ".
   03 cl-das pic x.
   03 filler pic x(9) value " NO PEEK ".
   03 cl-no-peek pic x.
01 tables-line.
   03 filler pic x(8) value " TABLES ".
   03 tl-table-id pic x(9) occurs 8 times.
   03 tl-more pic x(4).
01 column-line.
   03 filler pic x(6) value "PERIOD".
   03 filler pic x(7) value " NIGHTS".
   03 filler pic x(8) value "  ROUNDS".
   03 filler pic x(8) value "   HANDS".
   03 filler pic x(8) value "    WINS".
   03 filler pic x(8) value "  LOSSES".
   03 filler pic x(8) value "  PUSHES".
   03 filler pic x(8) value "    NATS".
   03 filler pic x(12) value "   HOUSE NET".
   03 filler pic x(9) value "  ACT PCT".
   03 filler pic x(10) value "  THEO PCT".
01 period-line.
   03 filler pic x value space.
   03 pl-period pic x(3).
   03 filler pic x(2) value spaces.
   03 pl-nights pic z(6)9.
   03 filler pic x value space.
   03 pl-rounds pic z(6)9.
   03 filler pic x value space.
   03 pl-hands pic z(6)9.
   03 filler pic x value space.
   03 pl-wins pic z(6)9.
   03 filler pic x value space.
   03 pl-losses pic z(6)9.
   03 filler pic x value space.
   03 pl-pushes pic z(6)9.
   03 filler pic x value space.
   03 pl-naturals pic z(6)9.
   03 filler pic x value space.
   03 pl-house-units pic -(8)9.9.
   03 filler pic x value space.
   03 pl-actual-pct pic x(8).
   03 filler pic x(2) value spaces.
   03 pl-theo-pct pic x(8).
01 pct-edit pic -(4)9.99.
01 no-history-line pic x(60) value
   "*** NO SETTLEMENT HISTORY LOADED FOR THE AS-OF DATE".
01 blank-line pic x value space.

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   move rq-business-date to as-of-date
   perform read-parameter
   perform set-period-starts
   perform write-audit-start
   perform read-history
   open output period-report-file
   move as-of-date to hl-as-of
   move period-start (2) to hl-week
   move run-date to hl-date
   write period-report-record from heading-line
   add 1 to rows-out
   perform varying c from 1 by 1 until config-count < c
     perform write-one-config
   end-perform
   if day-rows = 0
     write period-report-record from blank-line
     write period-report-record from no-history-line
     add 2 to rows-out
     move 4 to run-rc
   end-if
   close period-report-file
   if config-overflow = "Y"
     display "*** More than 50 configurations on SETLHIST - the "
       "extras were not reported"
   end-if
   display "Period report as of "as-of-date" configurations = "
     config-count" nights on the day = "day-rows
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .

*> A zero or blank date keeps the business date.
read-parameter.
   open input period-parameter-file
   read period-parameter-file
     at end
       continue
     not at end
       if pp-as-of-date is numeric and pp-as-of-date > 0
         move pp-as-of-date to as-of-date
       end-if
   end-read
   close period-parameter-file
   .

set-period-starts.
   move as-of-date to period-start (1)
   move as-of-date to work-date
   perform find-week-day
   if week-day = 0
     move 6 to days-back
   else
     compute days-back = week-day - 1
   end-if
   perform step-back-one-day days-back times
   move work-date to period-start (2)
   move as-of-date to work-date
   move 1 to wd-day
   move work-date to period-start (3)
   move 1 to wd-month
   move work-date to period-start (4)
   .

*> (y + y/4 - y/100 + y/400 + month offset + day) mod 7, the year
*> taken back one for January and February.
find-week-day.
   move wd-year to dow-year
   if wd-month < 3
     subtract 1 from dow-year
   end-if
   move dow-year to dow-sum
   divide dow-year by 4 giving dow-part
   add dow-part to dow-sum
   divide dow-year by 100 giving dow-part
   subtract dow-part from dow-sum
   divide dow-year by 400 giving dow-part
   add dow-part to dow-sum
   add month-offset (wd-month) to dow-sum
   add wd-day to dow-sum
   divide dow-sum by 7 giving dow-quot remainder week-day
   .

step-back-one-day.
   if wd-day > 1
     subtract 1 from wd-day
   else
     if wd-month = 1
       move 12 to wd-month
       subtract 1 from wd-year
     else
       subtract 1 from wd-month
     end-if
     move month-days (wd-month) to wd-day
     if wd-month = 2
       perform check-leap-year
       if is-leap-year
         move 29 to wd-day
       end-if
     end-if
   end-if
   .

check-leap-year.
   move "N" to leap-year
   divide wd-year by 4 giving leap-quot remainder leap-rem
   if leap-rem = 0
     move "Y" to leap-year
     divide wd-year by 100 giving leap-quot remainder leap-rem
     if leap-rem = 0
       move "N" to leap-year
       divide wd-year by 400 giving leap-quot remainder leap-rem
       if leap-rem = 0
         move "Y" to leap-year
       end-if
     end-if
   end-if
   .

read-history.
   move "Y" to more-rows
   open input settlement-history-file
   perform until not more-rows-remain
     read settlement-history-file next
       at end
         move "N" to more-rows
       not at end
         add 1 to rows-read
         if th-business-date <= as-of-date
           and (th-business-date >= period-start (4)
                or th-business-date >= period-start (2))
           perform take-one-night
         end-if
     end-read
   end-perform
   close settlement-history-file
   .

take-one-night.
   perform find-config-entry
   if c > 0
     perform note-config-table
     if th-business-date = as-of-date
       add 1 to day-rows
     end-if
     perform varying p from 1 by 1 until 4 < p
       if th-business-date >= period-start (p)
         perform add-night-to-period
       end-if
     end-perform
   end-if
   .

*> The theoretical win from the house's side is the negated player
*> return times the hands, kept apart from the hands it covers so a
*> night with no EDGERPT line does not dilute the edge.
add-night-to-period.
   add 1 to pd-nights (c, p)
   add th-rounds to pd-rounds (c, p)
   add th-hands to pd-hands (c, p)
   add th-wins to pd-wins (c, p)
   add th-losses to pd-losses (c, p)
   add th-pushes to pd-pushes (c, p)
   add th-naturals to pd-naturals (c, p)
   subtract th-net-units from pd-house-units (c, p)
   if th-edge-seen = "Y"
     move th-player-return to night-return
     compute night-theo = night-return * th-hands
     subtract night-theo from pd-theo-units (c, p)
     add th-hands to pd-theo-hands (c, p)
   end-if
   .

find-config-entry.
   move 0 to c
   perform varying i from 1 by 1 until config-count < i
     if cf-deck-count (i) = th-deck-count
       and cf-stand-total (i) = th-stand-total
       and cf-hit-soft-17 (i) = th-hit-soft-17
       and cf-natural-pay (i) = th-natural-pay
       and cf-das (i) = th-das
       and cf-no-peek (i) = th-no-peek
       move i to c
     end-if
   end-perform
   if c = 0
     if config-count = 50
       move "Y" to config-overflow
     else
       add 1 to config-count
       move config-count to c
       initialize config-entry (c)
       move th-deck-count to cf-deck-count (c)
       move th-stand-total to cf-stand-total (c)
       move th-hit-soft-17 to cf-hit-soft-17 (c)
       move th-natural-pay to cf-natural-pay (c)
       move th-das to cf-das (c)
       move th-no-peek to cf-no-peek (c)
     end-if
   end-if
   .

*> Up to eight tables are named under a configuration; the count
*> goes on past that so the line can say there were more.
note-config-table.
   move "N" to table-seen
   perform varying i from 1 by 1
       until cf-table-count (c) < i or 8 < i
     if cf-table-id (c, i) = th-scenario
       move "Y" to table-seen
     end-if
   end-perform
   if table-seen = "N"
     if cf-table-count (c) < 8
       add 1 to cf-table-count (c)
       move th-scenario to cf-table-id (c, cf-table-count (c))
     else
       if cf-table-count (c) = 8
         add 1 to cf-table-count (c)
       end-if
     end-if
   end-if
   .

write-one-config.
   move cf-deck-count (c) to cl-deck
   move cf-stand-total (c) to cl-stand
   move cf-hit-soft-17 (c) to cl-h17
   if cf-natural-pay (c) = "6"
     move "6:5" to cl-pay
   else
     move "3:2" to cl-pay
   end-if
   move cf-das (c) to cl-das
   move cf-no-peek (c) to cl-no-peek
   write period-report-record from blank-line
   write period-report-record from config-line
   move spaces to tables-line
   move " TABLES " to tables-line (1:8)
   perform varying i from 1 by 1
       until cf-table-count (c) < i or 8 < i
     move cf-table-id (c, i) to tl-table-id (i)
   end-perform
   if cf-table-count (c) > 8
     move " ..." to tl-more
   end-if
   write period-report-record from tables-line
   write period-report-record from column-line
   add 4 to rows-out
   perform varying p from 1 by 1 until 4 < p
     perform write-period-line
   end-perform
   .

write-period-line.
   move period-name (p) to pl-period
   move pd-nights (c, p) to pl-nights
   move pd-rounds (c, p) to pl-rounds
   move pd-hands (c, p) to pl-hands
   move pd-wins (c, p) to pl-wins
   move pd-losses (c, p) to pl-losses
   move pd-pushes (c, p) to pl-pushes
   move pd-naturals (c, p) to pl-naturals
   move pd-house-units (c, p) to pl-house-units
   if pd-hands (c, p) > 0
     move pd-hands (c, p) to pct-hands
     move pd-house-units (c, p) to period-pct
     compute period-pct = period-pct / pct-hands
     compute period-pct = period-pct * 100
     compute pct-edit rounded = period-pct
     move pct-edit to pl-actual-pct
   else
     move "     N/A" to pl-actual-pct
   end-if
   if pd-theo-hands (c, p) > 0
     move pd-theo-hands (c, p) to pct-hands
     compute period-pct = pd-theo-units (c, p) / pct-hands
     compute period-pct = period-pct * 100
     compute pct-edit rounded = period-pct
     move pct-edit to pl-theo-pct
   else
     move "     N/A" to pl-theo-pct
   end-if
   write period-report-record from period-line
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
   move "PERFRPT" to aj-program
   move config-count to aj-scenario-count
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
   move "PERFRPT" to rq-step
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
end program perfrpt.
