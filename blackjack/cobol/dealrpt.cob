      >>source free
identification division.
program-id. dealrpt.

*> Dealer shift report: CARDTXN and SETTLDET know the table and the
*> round but not who was dealing, so the pit's DEALASGN roster -
*> which dealer dealt which rounds at which table, on which shift -
*> is joined here to what the night's steps already wrote. Per
*> dealer and shift DEALRPT shows the rounds dealt (rounds seen on
*> the CARDTXN feed), the hands SETTLE settled and the house win in
*> units and dollars off the SETTLDET detail rows, the cards
*> SHOEFEED rejected to SHOEERR (a rejected shuffle is a keying
*> fault, not a dealt card, and is only counted on the console),
*> the corrections on the SHOECORR register (CORRRPT) that took,
*> and the rounds SETTLE flagged as the dealer stopping short of
*> the stand rule - so the floor can tell a table with a procedure
*> problem from a dealer with one.
*> Anything that falls in no dealer's rounds is totalled on a
*> line of its own. A roster record that cannot be used is listed
*> at the head of the report, and the exceptions list names every
*> run of feed rounds with no dealer assigned and every run assigned
*> to two dealers at once (counted against the first of them on the
*> roster); either ends the step with return code 4 so the roster
*> is put right before the figures are relied on.

environment division.
input-output section.
file-control.
   select optional dealer-assignment-file assign to "DEALASGN"
     organization line sequential.
   select card-transaction-file assign to "CARDTXN"
     organization line sequential.
   select optional settlement-detail-file assign to "SETTLDET"
     organization line sequential.
   select optional shoe-error-file assign to "SHOEERR"
     organization line sequential.
   select optional correction-report-file assign to "CORRRPT"
     organization line sequential.
   select dealer-report-file assign to "DEALRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  dealer-assignment-file.
copy "dealasgn.cpy".
fd  card-transaction-file.
copy "cardtxn.cpy".
fd  settlement-detail-file.
copy "settldet.cpy".
fd  shoe-error-file.
copy "shoeerr.cpy".
fd  correction-report-file.
01 correction-report-record pic x(110).
fd  dealer-report-file.
01 dealer-report-record pic x(120).
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 i pic 9(4) comp-5.
01 s pic 99 comp-5.
01 a pic 9(4) comp-5.
01 d pic 999 comp-5.
01 r pic 9(4) comp-5.
01 more-rows pic x value "Y".
   88 more-rows-remain value "Y".
*> The roster as keyed, each stretch pointing at its dealer and
*> shift line.
01 assign-count pic 9(4) comp-5 value 0.
01 assign-read pic 9(4) comp-5 value 0.
01 assign-rejects pic 9(4) comp-5 value 0.
01 assignment-table.
   03 assignment-entry occurs 500 times.
      05 as-scenario pic x(8).
      05 as-first-round pic 9(4) comp-5.
      05 as-last-round pic 9(4) comp-5.
      05 as-dealer-id pic x(8).
      05 as-shift pic x(4).
      05 as-slot pic 999 comp-5.
01 reject-reason pic x(40).
*> One line per dealer and shift, kept in dealer then shift order.
*> The last slot is never a dealer: it gathers whatever fell in no
*> dealer's rounds.
01 dealer-count pic 999 comp-5 value 0.
01 no-dealer-slot pic 999 comp-5 value 201.
01 dealer-table.
   03 dealer-entry occurs 201 times.
      05 dt-dealer-id pic x(8).
      05 dt-shift pic x(4).
      05 dt-rounds pic 9(5) comp-5.
      05 dt-hands pic 9(6) comp-5.
      05 dt-house-units pic s9(6)v9 comp-5.
      05 dt-house-dollars pic s9(8)v99 comp-5.
      05 dt-rejects pic 9(5) comp-5.
      05 dt-corrections pic 9(5) comp-5.
      05 dt-short-rounds pic 9(5) comp-5.
01 insert-slot pic 999 comp-5.
*> Each table's last round seen on the feed, so a round is counted
*> once however many cards it dealt, and every feed round in the
*> order first seen with the dealers the roster gives it - the
*> exceptions are read off this table.
01 scenario-count pic 99 comp-5 value 0.
01 scenario-overflow pic x value "N".
01 scenario-table.
   03 scenario-entry occurs 50 times.
      05 st-id pic x(8).
      05 st-last-round pic 9(4) comp-5.
01 round-count pic 9(4) comp-5 value 0.
01 round-overflow pic x value "N".
01 round-table.
   03 round-entry occurs 5000 times.
      05 rt-scenario pic x(8).
      05 rt-round pic 9(4) comp-5.
      05 rt-matches pic 9(4) comp-5.
      05 rt-first-assign pic 9(4) comp-5.
      05 rt-second-assign pic 9(4) comp-5.
*> The roster lookup: how many stretches cover the scenario and
*> round asked about, the first two that do, and the dealer line
*> the round is counted against.
01 find-scenario pic x(8).
01 find-round pic 9(4) comp-5.
01 match-count pic 9(4) comp-5.
01 first-assign pic 9(4) comp-5.
01 second-assign pic 9(4) comp-5.
01 last-short-scenario pic x(8) value spaces.
01 last-short-round pic 9(4) comp-5 value 0.
*> An exception run being built up: a stretch of one table's feed
*> rounds that share the same fault and the same dealers.
01 run-open pic x value "N".
   88 exception-run-open value "Y".
01 run-matches pic 9(4) comp-5.
01 run-first-assign pic 9(4) comp-5.
01 run-second-assign pic 9(4) comp-5.
01 run-first-round pic 9(4) comp-5.
01 run-last-round pic 9(4) comp-5.
01 unassigned-rounds pic 9(5) comp-5 value 0.
01 overlap-rounds pic 9(5) comp-5 value 0.
01 exception-lines pic 9(5) comp-5 value 0.
01 txn-count pic 9(6) comp-5 value 0.
01 shuffle-rejects pic 9(5) comp-5 value 0.
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
copy "corrrpt.cpy".
01 heading-line.
   03 filler pic x(24) value "DEALER SHIFT REPORT RUN ".
   03 hl-date pic 9(8).
01 column-line.
   03 filler pic x(9) value "DEALER".
   03 filler pic x(6) value "SHIFT".
   03 filler pic x(7) value "ROUNDS".
   03 filler pic x(7) value " HANDS".
   03 filler pic x(12) value "HOUSE UNITS".
   03 filler pic x(14) value "HOUSE DOLLARS".
   03 filler pic x(8) value "REJECTS".
   03 filler pic x(10) value "CORRECTED".
   03 filler pic x(12) value "SHORT ROUNDS".
01 dealer-line.
   03 dl-dealer-id pic x(8).
   03 filler pic x value space.
   03 dl-shift pic x(5).
   03 filler pic x value space.
   03 dl-rounds pic z(5)9.
   03 filler pic x value space.
   03 dl-hands pic z(5)9.
   03 filler pic x value space.
   03 dl-units pic -(8)9.9.
   03 filler pic x value space.
   03 dl-dollars pic -(9)9.99.
   03 filler pic x value space.
   03 dl-rejects pic z(6)9.
   03 filler pic x value space.
   03 dl-corrections pic z(8)9.
   03 filler pic x value space.
   03 dl-short pic z(11)9.
01 exceptions-heading-line pic x(10) value "EXCEPTIONS".
01 reject-line.
   03 filler pic x(22) value "*** DEALASGN RECORD   ".
   03 rj-record pic 9(4).
   03 filler pic x(12) value " REJECTED - ".
   03 rj-reason pic x(40).
01 exception-line.
   03 filler pic x(13) value "*** SCENARIO ".
   03 xl-scenario pic x(8).
   03 filler pic x(8) value " ROUNDS ".
   03 xl-first-round pic 9(4).
   03 filler pic x(6) value " THRU ".
   03 xl-last-round pic 9(4).
   03 filler pic x(3) value " - ".
   03 xl-text pic x(60).
01 overlap-text.
   03 filler pic x(17) value "ASSIGNED TO BOTH ".
   03 ot-first-dealer pic x(8).
   03 filler pic x value "/".
   03 ot-first-shift pic x(4).
   03 filler pic x(5) value " AND ".
   03 ot-second-dealer pic x(8).
   03 filler pic x value "/".
   03 ot-second-shift pic x(4).
01 no-exceptions-line pic x(20) value " NO EXCEPTIONS".
01 summary-line.
   03 filler pic x(15) value "DEALER SHIFTS: ".
   03 sm-dealers pic zz9.
   03 filler pic x(21) value " ROUNDS UNASSIGNED: ".
   03 sm-unassigned pic zzzz9.
   03 filler pic x(21) value " ROUNDS OVERLAPPED: ".
   03 sm-overlapped pic zzzz9.
   03 filler pic x(24) value " ASSIGNMENTS REJECTED: ".
   03 sm-rejects pic zzz9.
01 blank-line pic x value space.

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform write-audit-start
   open output dealer-report-file
   move run-date to hl-date
   write dealer-report-record from heading-line
   add 1 to rows-out
   perform clear-no-dealer-line
   perform read-assignments
   perform point-assignments
   perform read-card-feed
   perform read-settlement-rows
   perform read-shoe-errors
   perform read-correction-register
   perform write-dealer-lines
   perform write-exceptions
   close dealer-report-file
   if round-overflow = "Y"
     display "*** More than 5000 rounds on CARDTXN - the extras were "
       "not checked against the roster"
   end-if
   if scenario-overflow = "Y"
     display "*** More than 50 tables on CARDTXN - the extras were "
       "not checked against the roster"
   end-if
   if assign-rejects > 0 or unassigned-rounds > 0
      or overlap-rounds > 0
     move 4 to run-rc
   end-if
   display "Dealer shifts = "dealer-count" rounds unassigned = "
     unassigned-rounds" overlapped = "overlap-rounds
     " assignments rejected = "assign-rejects
   if shuffle-rejects > 0
     display "Rejected shuffles on SHOEERR = "shuffle-rejects
       " - not charged to a dealer as card rejects"
   end-if
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .

clear-no-dealer-line.
   move "(NONE)" to dt-dealer-id (no-dealer-slot)
   move spaces to dt-shift (no-dealer-slot)
   move no-dealer-slot to d
   perform clear-dealer-counts
   .

*> A roster record is taken only when every field can be used; a
*> rejected one is listed at the head of the report, and the rounds
*> it meant to cover then show up as unassigned.
read-assignments.
   move "Y" to more-rows
   open input dealer-assignment-file
   perform until not more-rows-remain
     read dealer-assignment-file
       at end
         move "N" to more-rows
       not at end
         add 1 to assign-read
         perform edit-assignment
     end-read
   end-perform
   close dealer-assignment-file
   .

edit-assignment.
   move spaces to reject-reason
   evaluate true
     when da-scenario = spaces
       move "SCENARIO ID BLANK" to reject-reason
     when da-dealer-id = spaces
       move "DEALER ID BLANK" to reject-reason
     when da-first-round not numeric or da-last-round not numeric
       move "ROUND NOT NUMERIC" to reject-reason
     when da-first-round = 0
       move "FIRST ROUND ZERO" to reject-reason
     when da-first-round > da-last-round
       move "FIRST ROUND PAST LAST ROUND" to reject-reason
     when assign-count = 500
       move "ROSTER HOLDS 500 RECORDS AT MOST" to reject-reason
   end-evaluate
   if reject-reason = spaces
     perform find-dealer-line
     if d = 0
       move "ROSTER HOLDS 200 DEALER SHIFTS AT MOST" to reject-reason
     end-if
   end-if
   if reject-reason = spaces
     add 1 to assign-count
     move da-scenario to as-scenario (assign-count)
     move da-first-round to as-first-round (assign-count)
     move da-last-round to as-last-round (assign-count)
     move da-dealer-id to as-dealer-id (assign-count)
     move da-shift to as-shift (assign-count)
     move 0 to as-slot (assign-count)
   else
     add 1 to assign-rejects
     if assign-rejects = 1
       write dealer-report-record from blank-line
       add 1 to rows-out
     end-if
     move assign-read to rj-record
     move reject-reason to rj-reason
     write dealer-report-record from reject-line
     add 1 to rows-out
   end-if
   .

*> Finds the dealer and shift line for the record just read, opening
*> one in dealer then shift order when it is new - the lines below
*> it move down one, so the roster is only pointed at its lines
*> once every record is in.
find-dealer-line.
   move 0 to d
   move 0 to insert-slot
   perform varying i from 1 by 1 until dealer-count < i
     if dt-dealer-id (i) = da-dealer-id and dt-shift (i) = da-shift
       move i to d
     end-if
     if insert-slot = 0
       and (dt-dealer-id (i) > da-dealer-id
            or (dt-dealer-id (i) = da-dealer-id
                and dt-shift (i) > da-shift))
       move i to insert-slot
     end-if
   end-perform
   if d = 0 and dealer-count < 200
     add 1 to dealer-count
     if insert-slot = 0
       move dealer-count to insert-slot
     end-if
     perform varying i from dealer-count by -1 until i <= insert-slot
       move dealer-entry (i - 1) to dealer-entry (i)
     end-perform
     move insert-slot to d
     move da-dealer-id to dt-dealer-id (d)
     move da-shift to dt-shift (d)
     perform clear-dealer-counts
   end-if
   .

clear-dealer-counts.
   move 0 to dt-rounds (d)
   move 0 to dt-hands (d)
   move 0 to dt-house-units (d)
   move 0 to dt-house-dollars (d)
   move 0 to dt-rejects (d)
   move 0 to dt-corrections (d)
   move 0 to dt-short-rounds (d)
   .

point-assignments.
   perform varying a from 1 by 1 until assign-count < a
     perform varying i from 1 by 1 until dealer-count < i
       if dt-dealer-id (i) = as-dealer-id (a)
         and dt-shift (i) = as-shift (a)
         move i to as-slot (a)
       end-if
     end-perform
   end-perform
   .

*> Every stretch covering the scenario and round; the round counts
*> against the first of them on the roster, or against the
*> no-dealer line when none does.
find-round-dealer.
   move 0 to match-count
   move 0 to first-assign
   move 0 to second-assign
   perform varying a from 1 by 1 until assign-count < a
     if as-scenario (a) = find-scenario
       and as-first-round (a) <= find-round
       and as-last-round (a) >= find-round
       add 1 to match-count
       if first-assign = 0
         move a to first-assign
       else
         if second-assign = 0
           move a to second-assign
         end-if
       end-if
     end-if
   end-perform
   if first-assign = 0
     move no-dealer-slot to d
   else
     move as-slot (first-assign) to d
   end-if
   .

*> A round is dealt once it shows a card on the feed, whether or not
*> SHOEFEED kept the card; a shuffle deals no round. Rounds already
*> passed at the table are not counted twice.
read-card-feed.
   move "Y" to more-rows
   open input card-transaction-file
   perform until not more-rows-remain
     read card-transaction-file
       at end
         move "N" to more-rows
       not at end
         add 1 to txn-count
         if tx-card-event
           perform take-feed-round
         end-if
     end-read
   end-perform
   close card-transaction-file
   .

take-feed-round.
   perform find-scenario-entry
   if s > 0
     if tx-round > st-last-round (s)
       move tx-round to st-last-round (s)
       move tx-scenario to find-scenario
       move tx-round to find-round
       perform find-round-dealer
       add 1 to dt-rounds (d)
       if round-count = 5000
         move "Y" to round-overflow
       else
         add 1 to round-count
         move tx-scenario to rt-scenario (round-count)
         move tx-round to rt-round (round-count)
         move match-count to rt-matches (round-count)
         move first-assign to rt-first-assign (round-count)
         move second-assign to rt-second-assign (round-count)
       end-if
     end-if
   end-if
   .

find-scenario-entry.
   move 0 to s
   perform varying i from 1 by 1 until scenario-count < i
     if st-id (i) = tx-scenario
       move i to s
     end-if
   end-perform
   if s = 0
     if scenario-count = 50
       move "Y" to scenario-overflow
     else
       add 1 to scenario-count
       move scenario-count to s
       move tx-scenario to st-id (s)
       move 0 to st-last-round (s)
     end-if
   end-if
   .

*> Detail rows only - the total row is the table's, not a dealer's.
*> The house win is the seat's result turned round; a round flagged
*> short carries the flag on every seat, so it is counted on its
*> first row.
read-settlement-rows.
   move "Y" to more-rows
   open input settlement-detail-file
   perform until not more-rows-remain
     read settlement-detail-file
       at end
         move "N" to more-rows
       not at end
         if sd-detail-row
           perform take-settled-hand
         end-if
     end-read
   end-perform
   close settlement-detail-file
   .

take-settled-hand.
   move sd-scenario to find-scenario
   move sd-round to find-round
   perform find-round-dealer
   add 1 to dt-hands (d)
   subtract sd-units from dt-house-units (d)
   if sd-dollars is numeric
     subtract sd-dollars from dt-house-dollars (d)
   end-if
   if sd-short-round
     if sd-scenario not = last-short-scenario
       or sd-round not = last-short-round
       add 1 to dt-short-rounds (d)
       move sd-scenario to last-short-scenario
       move sd-round to last-short-round
     end-if
   end-if
   .

read-shoe-errors.
   move "Y" to more-rows
   open input shoe-error-file
   perform until not more-rows-remain
     read shoe-error-file
       at end
         move "N" to more-rows
       not at end
         if er-shuffle-event
           add 1 to shuffle-rejects
         else
           move er-scenario to find-scenario
           move er-round to find-round
           perform find-round-dealer
           add 1 to dt-rejects (d)
         end-if
     end-read
   end-perform
   close shoe-error-file
   .

*> A correction that took is charged to the round the bad
*> transaction was dealt in - the rejected key for a void or a
*> repair, the card's own key for an add, which answers no reject.
read-correction-register.
   move "Y" to more-rows
   open input correction-report-file
   perform until not more-rows-remain
     read correction-report-file into register-line
       at end
         move "N" to more-rows
       not at end
         if correction-report-record (1:7) = "ACTION "
           and (rg-verdict (1:7) = "APPLIED"
                or rg-verdict (1:6) = "VOIDED")
           perform take-correction
         end-if
     end-read
   end-perform
   close correction-report-file
   .

take-correction.
   if rg-action = "A"
     move rg-new-scenario to find-scenario
     move rg-new-round to find-round
   else
     move rg-scenario to find-scenario
     move rg-round to find-round
   end-if
   perform find-round-dealer
   add 1 to dt-corrections (d)
   .

write-dealer-lines.
   write dealer-report-record from blank-line
   write dealer-report-record from column-line
   add 2 to rows-out
   perform varying d from 1 by 1 until dealer-count < d
     perform write-one-dealer
   end-perform
   move no-dealer-slot to d
   if dt-rounds (d) > 0 or dt-hands (d) > 0 or dt-rejects (d) > 0
      or dt-corrections (d) > 0
     perform write-one-dealer
   end-if
   .

write-one-dealer.
   move dt-dealer-id (d) to dl-dealer-id
   move dt-shift (d) to dl-shift
   move dt-rounds (d) to dl-rounds
   move dt-hands (d) to dl-hands
   move dt-house-units (d) to dl-units
   move dt-house-dollars (d) to dl-dollars
   move dt-rejects (d) to dl-rejects
   move dt-corrections (d) to dl-corrections
   move dt-short-rounds (d) to dl-short
   write dealer-report-record from dealer-line
   add 1 to rows-out
   .

*> Table by table, the feed rounds in the order dealt, a run closing
*> whenever the fault or the dealers behind it change.
write-exceptions.
   write dealer-report-record from blank-line
   write dealer-report-record from exceptions-heading-line
   add 2 to rows-out
   perform varying s from 1 by 1 until scenario-count < s
     move "N" to run-open
     perform varying r from 1 by 1 until round-count < r
       if rt-scenario (r) = st-id (s)
         perform take-exception-round
       end-if
     end-perform
     if exception-run-open
       perform write-exception-run
     end-if
   end-perform
   if exception-lines = 0 and assign-rejects = 0
     write dealer-report-record from no-exceptions-line
     add 1 to rows-out
   end-if
   move dealer-count to sm-dealers
   move unassigned-rounds to sm-unassigned
   move overlap-rounds to sm-overlapped
   move assign-rejects to sm-rejects
   write dealer-report-record from blank-line
   write dealer-report-record from summary-line
   add 2 to rows-out
   .

take-exception-round.
   if exception-run-open
     if rt-matches (r) = 1
        or (rt-matches (r) = 0 and run-matches not = 0)
        or (rt-matches (r) > 1
            and (run-matches < 2
                 or rt-first-assign (r) not = run-first-assign
                 or rt-second-assign (r) not = run-second-assign))
       perform write-exception-run
     end-if
   end-if
   evaluate true
     when rt-matches (r) = 1
       continue
     when exception-run-open
       move rt-round (r) to run-last-round
     when other
       move "Y" to run-open
       move rt-matches (r) to run-matches
       move rt-first-assign (r) to run-first-assign
       move rt-second-assign (r) to run-second-assign
       move rt-round (r) to run-first-round
       move rt-round (r) to run-last-round
   end-evaluate
   if rt-matches (r) = 0
     add 1 to unassigned-rounds
   end-if
   if rt-matches (r) > 1
     add 1 to overlap-rounds
   end-if
   .

write-exception-run.
   move st-id (s) to xl-scenario
   move run-first-round to xl-first-round
   move run-last-round to xl-last-round
   if run-matches = 0
     move "NO DEALER ASSIGNED" to xl-text
   else
     move as-dealer-id (run-first-assign) to ot-first-dealer
     move as-shift (run-first-assign) to ot-first-shift
     move as-dealer-id (run-second-assign) to ot-second-dealer
     move as-shift (run-second-assign) to ot-second-shift
     move overlap-text to xl-text
   end-if
   write dealer-report-record from exception-line
   add 1 to rows-out
   add 1 to exception-lines
   move "N" to run-open
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
   move "DEALRPT" to aj-program
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
   move "DEALRPT" to rq-step
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
end program dealrpt.
