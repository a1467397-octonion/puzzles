      >>source free
identification division.
program-id. scenmant.

*> Maintenance for the indexed scenario master. Table rules used to
*> change by hand-editing SHOECTL, which left no record of when a
*> table went from one rule set to another or who said so. SCENMAST
*> now holds every configuration keyed on scenario id and effective
*> date, and this step is the only way onto it: each SCENTXN
*> transaction adds a scenario, changes one from a date, or retires
*> one from a date. Adds and changes are put through the same field
*> edits SHOEDIT applies to SHOECTL - a record the master accepts is
*> one the nightly edit will pass - and the transaction must make
*> sense against what is on file: no add for a scenario already in
*> service on the date, no change or retirement for one that is not.
*> Every applied transaction writes a SCENHIST record with the
*> version it displaced, the version it put on file, the keyer and
*> the clock. SCENMRPT is the register: each transaction, every
*> failing field, and the verdict. A rejected transaction ends the
*> step with return code 4 - the master is untouched by it and the
*> table runs on its old rules until it is rekeyed.

environment division.
input-output section.
file-control.
   select scenario-transaction-file assign to "SCENTXN"
     organization line sequential.
   select optional scenario-master-file assign to "SCENMAST"
     organization indexed
     access dynamic
     record key sm-key.
   select optional scenario-history-file assign to "SCENHIST"
     organization line sequential.
   select register-report-file assign to "SCENMRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  scenario-transaction-file.
copy "scentxn.cpy".
fd  scenario-master-file.
copy "scenmast.cpy".
fd  scenario-history-file.
copy "scenhist.cpy".
fd  register-report-file.
01 register-report-record pic x(90).
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 i pic 99 comp-5.
01 more-txns pic x value "Y".
   88 more-txns-remain value "Y".
01 more-versions pic x.
   88 more-versions-remain value "Y".
*> The transaction's SHOECTL image, laid out so the SHOEDIT edits
*> read it field by field.
copy "shoectl.cpy".
01 txn-count pic 9(4) comp-5 value 0.
01 applied-count pic 9(4) comp-5 value 0.
01 rejected-count pic 9(4) comp-5 value 0.
01 record-status pic x.
   88 record-is-clean value "Y".
*> The version in effect on the transaction's effective date - the
*> latest one on file dated on or before it - saved as the before
*> image before the master buffer is reused.
01 version-found pic x.
   88 version-on-file value "Y".
01 prior-date pic 9(8).
01 prior-status pic x.
   88 prior-in-service value "A".
01 prior-image pic x(100).
01 date-status pic x.
   88 date-is-valid value "Y".
01 work-date pic 9(8).
01 work-date-parts redefines work-date.
   03 wd-year pic 9(4).
   03 wd-month pic 99.
   03 wd-day pic 99.
*> The length of each month, February taking its leap-year day from
*> the same rule the period report applies.
01 month-days-values pic x(24) value "312831303130313130313031".
01 month-days-table redefines month-days-values.
   03 month-days pic 99 occurs 12 times.
01 month-length pic 99 comp-5.
01 leap-quot pic 9(4) comp-5.
01 leap-rem pic 9(4) comp-5.
01 leap-year pic x.
   88 is-leap-year value "Y".
01 eff-deck-count pic 999 comp-5.
01 rank-capacity pic 999 comp-5.
01 shoe-capacity pic 9(5) comp-5.
01 total-seen pic 9(5) comp-5.
01 cards-left pic s9(5) comp-5.
*> The engines deal at worst four cards before the enumeration takes
*> over: the upcard, the hole card and the player's two-card hand.
01 min-cards-needed pic 99 comp-5 value 4.
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 run-rc pic 99 comp-5 value 0.
01 heading-line.
   03 filler pic x(34) value "SCENARIO MAINTENANCE REGISTER RUN ".
   03 hl-date pic 9(8).
01 txn-line.
   03 filler pic x(4) value "TXN ".
   03 tl-seq pic 9(4).
   03 filler pic x(8) value " ACTION ".
   03 tl-action pic x.
   03 filler pic x(10) value " SCENARIO ".
   03 tl-id pic x(8).
   03 filler pic x(11) value " EFFECTIVE ".
   03 tl-date pic x(8).
   03 filler pic x(10) value " KEYED BY ".
   03 tl-keyed-by pic x(8).
01 reason-line.
   03 filler pic x value " ".
   03 rl-reason pic x(60).
copy "editrpt.cpy".
01 verdict-line.
   03 filler pic x(9) value " VERDICT ".
   03 vl-verdict pic x(8).
   03 filler pic x(15) value " PRIOR VERSION ".
   03 vl-prior pic x(8).
01 summary-line.
   03 filler pic x(14) value "TRANSACTIONS: ".
   03 su-total pic 9(4).
   03 filler pic x(9) value " APPLIED ".
   03 su-applied pic 9(4).
   03 filler pic x(10) value " REJECTED ".
   03 su-rejected pic 9(4).

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform write-audit-start
   open output register-report-file
   move run-date to hl-date
   write register-report-record from heading-line
   open i-o scenario-master-file
   open extend scenario-history-file
   open input scenario-transaction-file
   perform until not more-txns-remain
     read scenario-transaction-file
       at end
         move "N" to more-txns
       not at end
         perform take-one-transaction
     end-read
   end-perform
   close scenario-transaction-file
   close scenario-history-file
   close scenario-master-file
   move txn-count to su-total
   move applied-count to su-applied
   move rejected-count to su-rejected
   write register-report-record from summary-line
   close register-report-file
   display "Scenario transactions read = "txn-count" applied = "
     applied-count" rejected = "rejected-count
   if rejected-count > 0
     move 4 to run-rc
   end-if
   perform write-audit-end
   move run-rc to return-code
   stop run
   .

take-one-transaction.
   add 1 to txn-count
   move "Y" to record-status
   move mt-control-image to shoe-control-record
   move txn-count to tl-seq
   move mt-action to tl-action
   move sc-scenario-id to tl-id
   move mt-effective-date to tl-date
   move mt-keyed-by to tl-keyed-by
   write register-report-record from txn-line
   move "N" to version-found
   perform check-transaction-fields
   if record-is-clean
     perform find-version-in-effect
     evaluate true
       when mt-add-action
         if version-on-file and prior-in-service
           move "N" to record-status
           move "SCENARIO ALREADY IN SERVICE ON THE EFFECTIVE DATE"
             to rl-reason
           write register-report-record from reason-line
         end-if
       when other
         if not version-on-file or not prior-in-service
           move "N" to record-status
           move "SCENARIO NOT IN SERVICE ON THE EFFECTIVE DATE"
             to rl-reason
           write register-report-record from reason-line
         end-if
     end-evaluate
   end-if
   if mt-add-action or mt-change-action
     perform edit-control-image
   end-if
   if version-on-file
     move prior-date to vl-prior
   else
     move "NONE" to vl-prior
   end-if
   if record-is-clean
     perform apply-transaction
     add 1 to applied-count
     move "APPLIED" to vl-verdict
   else
     add 1 to rejected-count
     move "REJECTED" to vl-verdict
   end-if
   write register-report-record from verdict-line
   .

*> The fields the transaction itself carries: what to do, from when,
*> on whose authority, and to which scenario.
check-transaction-fields.
   if not mt-add-action and not mt-change-action
     and not mt-retire-action
     move "N" to record-status
     move "FIELD MT-ACTION IS NEITHER A, C NOR R" to rl-reason
     write register-report-record from reason-line
   end-if
   move "N" to date-status
   if mt-effective-date is numeric
     move mt-effective-date to work-date
     if wd-year > 1900 and wd-month >= 1 and wd-month <= 12
       move month-days (wd-month) to month-length
       if wd-month = 2
         perform check-leap-year
         if is-leap-year
           move 29 to month-length
         end-if
       end-if
       if wd-day >= 1 and wd-day <= month-length
         move "Y" to date-status
       end-if
     end-if
   end-if
   if not date-is-valid
     move "N" to record-status
     move "FIELD MT-EFFECTIVE-DATE IS NOT A CALENDAR DATE"
       to rl-reason
     write register-report-record from reason-line
   end-if
   if mt-keyed-by = spaces
     move "N" to record-status
     move "FIELD MT-KEYED-BY IS BLANK - NO AUTHORIZER NAMED"
       to rl-reason
     write register-report-record from reason-line
   end-if
   if sc-scenario-id = spaces
     move "N" to record-status
     move "FIELD SC-SCENARIO-ID IS BLANK" to rl-reason
     write register-report-record from reason-line
   end-if
   .

*> Divisible by 4, except centuries not divisible by 400 - the rule
*> PERFRPT uses.
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

*> Versions of one scenario sit together on the master in effective
*> date order, so the one in effect is the last read before the
*> dates pass the transaction's.
find-version-in-effect.
   move "N" to version-found
   move spaces to prior-status
   move spaces to prior-image
   move 0 to prior-date
   move sc-scenario-id to sm-scenario-id
   move 0 to sm-effective-date
   move "Y" to more-versions
   start scenario-master-file key >= sm-key
     invalid key
       move "N" to more-versions
   end-start
   perform until not more-versions-remain
     read scenario-master-file next
       at end
         move "N" to more-versions
       not at end
         if sm-scenario-id not = sc-scenario-id
           or sm-effective-date > mt-effective-date
           move "N" to more-versions
         else
           move "Y" to version-found
           move sm-effective-date to prior-date
           move sm-status to prior-status
           move sm-control-image to prior-image
         end-if
     end-read
   end-perform
   .

*> The SHOEDIT field edits, unchanged, against the transaction image.
edit-control-image.
*>   a zero deck count or stand total is a field the engines default,
*>   not a mis-key - only a value actually keyed gets range-checked.
   if sc-deck-count = 0
     move 1 to eff-deck-count
   else
     move sc-deck-count to eff-deck-count
     if sc-deck-count > 6
       move "N" to record-status
       move sc-deck-count to fd-value
       write register-report-record from field-deck-line
     end-if
   end-if
   if eff-deck-count <= 6
     perform check-rank-capacities
     perform check-cards-left
   end-if
   if sc-stand-total not = 0
     if sc-stand-total < 15 or sc-stand-total > 21
       move "N" to record-status
       move sc-stand-total to fs-value
       write register-report-record from field-stand-line
     end-if
   end-if
   if sc-hit-soft-17 not = "Y" and sc-hit-soft-17 not = "N"
     and sc-hit-soft-17 not = " "
     move "N" to record-status
     move sc-hit-soft-17 to fh-value
     write register-report-record from field-h17-line
   end-if
   if sc-rule-compare not = "Y" and sc-rule-compare not = "N"
     and sc-rule-compare not = " "
     move "N" to record-status
     move sc-rule-compare to fc-value
     write register-report-record from field-compare-line
   end-if
   if sc-no-peek not = "Y" and sc-no-peek not = "N"
     and sc-no-peek not = " "
     move "N" to record-status
     move sc-no-peek to fn-value
     write register-report-record from field-peek-line
   end-if
   if sc-natural-pay not = "3" and sc-natural-pay not = "6"
     and sc-natural-pay not = " "
     move "N" to record-status
     move sc-natural-pay to fy-value
     write register-report-record from field-pay-line
   end-if
   if sc-das not = "Y" and sc-das not = "N" and sc-das not = " "
     move "N" to record-status
     move sc-das to fa-value
     write register-report-record from field-das-line
   end-if
   evaluate true
     when sc-resplit-limit is numeric
       if sc-resplit-limit = 1 or sc-resplit-limit > 4
         move "N" to record-status
         move sc-resplit-limit to ft-value
         write register-report-record from field-resplit-line
       end-if
     when sc-resplit-limit (1:1) = " "
       continue
     when other
       move "N" to record-status
       move sc-resplit-limit to ft-value
       write register-report-record from field-resplit-line
   end-evaluate
   if sc-double-rule not = "A" and sc-double-rule not = "9"
     and sc-double-rule not = " "
     move "N" to record-status
     move sc-double-rule to fb-value
     write register-report-record from field-double-line
   end-if
   perform check-shoe-fields
   .

check-rank-capacities.
   perform varying i from 1 by 1 until 10 < i
     if i = 10
       compute rank-capacity = 16 * eff-deck-count
     else
       compute rank-capacity = 4 * eff-deck-count
     end-if
     if sc-cards-seen (i) > rank-capacity
       move "N" to record-status
       move i to fr-rank
       move sc-cards-seen (i) to fr-seen
       move rank-capacity to fr-capacity
       write register-report-record from field-rank-line
     end-if
   end-perform
   .

check-cards-left.
   compute shoe-capacity = 52 * eff-deck-count
   move 0 to total-seen
   perform varying i from 1 by 1 until 10 < i
     add sc-cards-seen (i) to total-seen
   end-perform
   compute cards-left = shoe-capacity - total-seen
   if cards-left < min-cards-needed
     move "N" to record-status
     move total-seen to fl-seen
     move cards-left to fl-left
     move min-cards-needed to fl-needed
     write register-report-record from field-left-line
   end-if
   .

check-shoe-fields.
   if sc-shoe-number not numeric and sc-shoe-number not = spaces
     move "N" to record-status
     move sc-shoe-number to fo-value
     write register-report-record from field-shoe-line
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
         write register-report-record from field-cut-line
       end-if
     when other
       move "N" to record-status
       move sc-cut-depth to fk-value
       move shoe-capacity to fk-capacity
       write register-report-record from field-cut-line
   end-evaluate
   .

*> The history record goes out before the master is touched, so no
*> version ever reaches the master without its trail - an abend
*> between the two leaves a trail entry for a change the rerun then
*> makes again, never a change nobody can account for. A version
*> already on file under the same effective date is replaced in
*> place; a retirement carries forward the image it retires.
apply-transaction.
   move sc-scenario-id to sm-scenario-id
   move mt-effective-date to sm-effective-date
   move mt-keyed-by to sm-keyed-by
   move run-date to sm-keyed-date
   move run-time to sm-keyed-time
   if mt-retire-action
     move "R" to sm-status
     move prior-image to sm-control-image
   else
     move "A" to sm-status
     move mt-control-image to sm-control-image
   end-if
   move sc-scenario-id to hx-scenario-id
   move mt-effective-date to hx-effective-date
   move mt-action to hx-action
   move mt-keyed-by to hx-keyed-by
   move run-date to hx-change-date
   move run-time to hx-change-time
   move prior-status to hx-before-status
   move prior-image to hx-before-image
   move sm-status to hx-after-status
   move sm-control-image to hx-after-image
   write scenario-history-record
   write scenario-master-record
     invalid key
       rewrite scenario-master-record
   end-write
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
   move applied-count to aj-rows-written
   move " " to aj-recon-status
   move run-rc to aj-return-code
   perform write-audit-record
   .

write-audit-record.
   move run-date to aj-run-date
   move run-time to aj-run-time
   move "SCENMANT" to aj-program
   move txn-count to aj-scenario-count
   move 0 to aj-deck-count
   move 0 to aj-stand-total
   move " " to aj-hit-soft-17
   move spaces to aj-ckpt-scenario
   move 0 to aj-ckpt-upcard
   open extend audit-journal-file
   write audit-journal-record
   close audit-journal-file
   .
end program scenmant.
