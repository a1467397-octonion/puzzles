      >>source free
identification division.
program-id. scenhrpt.

*> Scenario change history listing: reads the SCENHIST trail SCENMANT
*> writes and prints, per change, the scenario, the date it took
*> effect, the action, who keyed it and when, and every SHOECTL field
*> whose value the change moved - the before value beside the after
*> one. This is where a moved house-edge figure gets traced to the
*> night a table went from paying 3 to 2 on a natural to 6 to 5 and
*> the id that authorized it. SCENHPRM may name one scenario and an
*> earliest effective date to list from; blank or zero lists all.

environment division.
input-output section.
file-control.
   select optional scenario-history-file assign to "SCENHIST"
     organization line sequential.
   select optional history-parameter-file assign to "SCENHPRM"
     organization line sequential.
   select history-report-file assign to "SCENHRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  scenario-history-file.
copy "scenhist.cpy".
fd  history-parameter-file.
01 history-parameter-record.
   03 hp-scenario pic x(8).
   03 hp-from-date pic 9(8).
fd  history-report-file.
01 history-report-record pic x(120).
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 i pic 99 comp-5.
01 more-rows pic x value "Y".
   88 more-rows-remain value "Y".
01 select-scenario pic x(8) value spaces.
01 select-from-date pic 9(8) value 0.
*> The two images of one change, laid out as SHOECTL records so the
*> fields can be compared one by one.
copy "shoectl.cpy" replacing ==shoe-control-record== by
                             ==before-control-record==
                             leading ==sc== by ==bc==.
copy "shoectl.cpy" replacing ==shoe-control-record== by
                             ==after-control-record==
                             leading ==sc== by ==ac==.
01 field-name pic x(16).
01 before-text pic x(40).
01 after-text pic x(40).
01 read-count pic 9(6) comp-5 value 0.
01 listed-count pic 9(6) comp-5 value 0.
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 run-rc pic 99 comp-5 value 0.
01 heading-line.
   03 filler pic x(28) value "SCENARIO CHANGE HISTORY RUN ".
   03 hl-date pic 9(8).
   03 filler pic x(10) value " SCENARIO ".
   03 hl-scenario pic x(8).
   03 filler pic x(11) value " EFFECTIVE ".
   03 hl-from pic x(8).
   03 filler pic x(8) value " ONWARD".
01 change-line.
   03 filler pic x(9) value "SCENARIO ".
   03 cl-id pic x(8).
   03 filler pic x(11) value " EFFECTIVE ".
   03 cl-date pic 9(8).
   03 filler pic x value " ".
   03 cl-action pic x(6).
   03 filler pic x(10) value " KEYED BY ".
   03 cl-keyed-by pic x(8).
   03 filler pic x(4) value " ON ".
   03 cl-change-date pic 9(8).
   03 filler pic x value " ".
   03 cl-change-time pic 9(8).
01 field-change-line.
   03 filler pic x(7) value " FIELD ".
   03 fc-name pic x(16).
   03 filler pic x(8) value " BEFORE ".
   03 fc-before pic x(40).
   03 filler pic x(7) value " AFTER ".
   03 fc-after pic x(40).
01 summary-line.
   03 filler pic x(17) value "CHANGES ON FILE: ".
   03 su-read pic 9(6).
   03 filler pic x(8) value " LISTED ".
   03 su-listed pic 9(6).

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform read-parameter
   perform write-audit-start
   open output history-report-file
   move run-date to hl-date
   if select-scenario = spaces
     move "ALL" to hl-scenario
   else
     move select-scenario to hl-scenario
   end-if
   if select-from-date = 0
     move "ALL" to hl-from
   else
     move select-from-date to hl-from
   end-if
   write history-report-record from heading-line
   open input scenario-history-file
   perform until not more-rows-remain
     read scenario-history-file
       at end
         move "N" to more-rows
       not at end
         perform take-one-change
     end-read
   end-perform
   close scenario-history-file
   move read-count to su-read
   move listed-count to su-listed
   write history-report-record from summary-line
   close history-report-file
   display "Scenario changes on file = "read-count" listed = "
     listed-count
   perform write-audit-end
   move run-rc to return-code
   stop run
   .

read-parameter.
   open input history-parameter-file
   read history-parameter-file
     at end
       continue
     not at end
       move hp-scenario to select-scenario
       if hp-from-date is numeric
         move hp-from-date to select-from-date
       end-if
   end-read
   close history-parameter-file
   .

take-one-change.
   add 1 to read-count
   if (select-scenario = spaces or select-scenario = hx-scenario-id)
     and hx-effective-date >= select-from-date
     add 1 to listed-count
     perform list-one-change
   end-if
   .

list-one-change.
   move hx-scenario-id to cl-id
   move hx-effective-date to cl-date
   evaluate hx-action
     when "A"
       move "ADD" to cl-action
     when "C"
       move "CHANGE" to cl-action
     when "R"
       move "RETIRE" to cl-action
     when other
       move hx-action to cl-action
   end-evaluate
   move hx-keyed-by to cl-keyed-by
   move hx-change-date to cl-change-date
   move hx-change-time to cl-change-time
   write history-report-record from change-line
   move hx-before-image to before-control-record
   move hx-after-image to after-control-record
   move "STATUS" to field-name
   evaluate hx-before-status
     when "A"
       move "IN SERVICE" to before-text
     when "R"
       move "RETIRED" to before-text
     when other
       move "NOT ON FILE" to before-text
   end-evaluate
   evaluate hx-after-status
     when "A"
       move "IN SERVICE" to after-text
     when "R"
       move "RETIRED" to after-text
     when other
       move "NOT ON FILE" to after-text
   end-evaluate
   perform write-field-change
   move "SC-DECK-COUNT" to field-name
   move bc-deck-count to before-text
   move ac-deck-count to after-text
   perform write-field-change
   move "SC-STAND-TOTAL" to field-name
   move bc-stand-total to before-text
   move ac-stand-total to after-text
   perform write-field-change
   move "SC-HIT-SOFT-17" to field-name
   move bc-hit-soft-17 to before-text
   move ac-hit-soft-17 to after-text
   perform write-field-change
   move "SC-CARDS-SEEN" to field-name
   move spaces to before-text
   move spaces to after-text
   perform varying i from 1 by 1 until 10 < i
     move bc-cards-seen (i) to before-text (i * 4 - 3:3)
     move ac-cards-seen (i) to after-text (i * 4 - 3:3)
   end-perform
   perform write-field-change
   move "SC-RULE-COMPARE" to field-name
   move bc-rule-compare to before-text
   move ac-rule-compare to after-text
   perform write-field-change
   move "SC-NO-PEEK" to field-name
   move bc-no-peek to before-text
   move ac-no-peek to after-text
   perform write-field-change
   move "SC-NATURAL-PAY" to field-name
   move bc-natural-pay to before-text
   move ac-natural-pay to after-text
   perform write-field-change
   move "SC-DAS" to field-name
   move bc-das to before-text
   move ac-das to after-text
   perform write-field-change
   move "SC-RESPLIT-LIMIT" to field-name
   move bc-resplit-limit to before-text
   move ac-resplit-limit to after-text
   perform write-field-change
   move "SC-DOUBLE-RULE" to field-name
   move bc-double-rule to before-text
   move ac-double-rule to after-text
   perform write-field-change
   move "SC-SHOE-NUMBER" to field-name
   move bc-shoe-number to before-text
   move ac-shoe-number to after-text
   perform write-field-change
   move "SC-CUT-DEPTH" to field-name
   move bc-cut-depth to before-text
   move ac-cut-depth to after-text
   perform write-field-change
   .

*> Only a field the change actually moved is printed - an add shows
*> every field it keyed, a rule change just the rule.
write-field-change.
   if before-text not = after-text
     move field-name to fc-name
     move before-text to fc-before
     move after-text to fc-after
     write history-report-record from field-change-line
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
   move listed-count to aj-rows-written
   move " " to aj-recon-status
   move run-rc to aj-return-code
   perform write-audit-record
   .

write-audit-record.
   move run-date to aj-run-date
   move run-time to aj-run-time
   move "SCENHRPT" to aj-program
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
end program scenhrpt.
