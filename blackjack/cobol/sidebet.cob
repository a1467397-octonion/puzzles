      >>source free
identification division.
program-id. sidebet.

*> Side-bet pricing from the live shoe. Several tables deal a pair
*> bet on the player's first two cards and a 21+3 bet on those two
*> cards and the dealer upcard read as a three-card poker hand, and
*> both are more sensitive to what has left the shoe than the main
*> game is. For every SHOECTL scenario this step works the shoe down
*> by its cards-seen counts, the way HOUSEEDG does, and prices each
*> bet offered at the table under the SIDEPAY paytable: the chance
*> of every paying outcome, what it returns per unit staked, and the
*> bet's house edge - flagged when the live shoe has turned it in
*> the player's favor. It then walks SHOELOG round by round and
*> lists every round after which either bet stood player-favorable,
*> with the edges it stood at. The shoe is held by rank only, with
*> the ten-count cards as one rank, so the tens are spread evenly
*> over ten, jack, queen and king and every rank's cards evenly over
*> the four suits - the pricing is exact for a fresh shoe and the
*> even-suit reading of a depleted one.
*> A scenario with no SIDEPAY records of its own for a bet takes the
*> house paytable (the blank-scenario records), and with no house
*> records either the standard table below (25/12/6 on the pair,
*> 100/40/30/10/5 on 21+3) is used. SIDEPAY records that do not
*> edit are listed at the head of SIDERPT and skipped, and the step
*> ends with return code 4.

environment division.
input-output section.
file-control.
   select optional shoe-control-file assign to "SHOECTL"
     organization line sequential.
   select optional side-pay-file assign to "SIDEPAY"
     organization line sequential.
   select optional shoe-log-file assign to "SHOELOG"
     organization line sequential.
   select side-bet-report-file assign to "SIDERPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  shoe-control-file.
copy "shoectl.cpy".
fd  side-pay-file.
copy "sidepay.cpy".
fd  shoe-log-file.
copy "shoelog.cpy".
fd  side-bet-report-file.
01 side-bet-report-record pic x(110).
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 i pic 99 comp-5.
01 o pic 9 comp-5.
01 p pic 9(4) comp-5.
01 q pic 99 comp-5.
01 s pic 99 comp-5.
01 bt pic 9 comp-5.
01 more-config pic x value "Y".
   88 more-configs-remain value "Y".
01 more-rows pic x value "Y".
   88 more-rows-remain value "Y".
01 scenario-count pic 99 comp-5 value 0.
01 scenario-table.
   03 scenario-entry occurs 50 times.
      05 st-id pic x(8).
      05 st-deck-count pic 999 comp-5.
      05 st-cards-seen pic 999 comp-5 occurs 10 times.
01 scenario-seq pic 9(4).
*> The paytable as read, good records only.
01 pay-count pic 9(4) comp-5 value 0.
01 pay-read pic 9(4) comp-5 value 0.
01 pay-rejects pic 9(4) comp-5 value 0.
01 pay-table.
   03 pay-entry occurs 300 times.
      05 pt-scenario-id pic x(8).
      05 pt-bet pic 9 comp-5.
      05 pt-outcome pic 9 comp-5.
      05 pt-pays pic 999 comp-5.
01 pay-bet pic 9 comp-5.
01 pay-outcome pic 9 comp-5.
01 reject-reason pic x(40).
*> Bet 1 is the pair bet, three outcomes; bet 2 is 21+3, five. The
*> outcome codes and the standard table, in paying order.
01 outcome-code-values.
   03 filler pic x(10) value "PPCPMP    ".
   03 filler pic x(10) value "TSSFTKSRFL".
01 outcome-code-table redefines outcome-code-values.
   03 outcome-codes occurs 2 times.
      05 outcome-code pic x(2) occurs 5 times.
01 outcome-name-values.
   03 filler pic x(16) value "PERFECT PAIR".
   03 filler pic x(16) value "COLORED PAIR".
   03 filler pic x(16) value "MIXED PAIR".
   03 filler pic x(16) value spaces.
   03 filler pic x(16) value spaces.
   03 filler pic x(16) value "SUITED TRIPS".
   03 filler pic x(16) value "STRAIGHT FLUSH".
   03 filler pic x(16) value "THREE OF A KIND".
   03 filler pic x(16) value "STRAIGHT".
   03 filler pic x(16) value "FLUSH".
01 outcome-name-table redefines outcome-name-values.
   03 outcome-names occurs 2 times.
      05 outcome-name pic x(16) occurs 5 times.
01 standard-pay-values.
   03 filler pic x(15) value "025012006000000".
   03 filler pic x(15) value "100040030010005".
01 standard-pay-table redefines standard-pay-values.
   03 standard-pays occurs 2 times.
      05 standard-pay pic 999 occurs 5 times.
01 outcome-limit pic 9 comp-5 occurs 2 times.
01 bet-name-values pic x(8) value "PAIR21+3".
01 bet-name-table redefines bet-name-values.
   03 bet-name pic x(4) occurs 2 times.
*> The paytable in force at the scenario being priced.
01 bet-offered pic x occurs 2 times.
01 bet-source pic x(8) occurs 2 times.
01 bet-pay-table.
   03 bet-pay-row occurs 2 times.
      05 bet-pay pic 999 comp-5 occurs 5 times.
01 own-found pic x.
   88 own-rows-found value "Y".
01 house-found pic x.
   88 house-rows-found value "Y".
*> The shoe being priced, as thirteen poker ranks (ace low in 1,
*> ten thru king in 10 thru 13) - fractional once the tens are
*> spread - and what each outcome's chance and return come to.
01 rank-left comp-2 occurs 13 times.
01 suit-left comp-2.
01 shoe-left comp-2.
01 cards-left pic 9(5) comp-5.
01 rank-count pic s9(4) comp-5.
01 pay-back pic 9(4) comp-5.
01 run-step comp-2.
01 cx comp-2.
01 cx-choose comp-2.
01 pair-ways comp-2.
01 perfect-ways comp-2.
01 other-ways comp-2.
01 hand-ways comp-2.
01 run-ways comp-2.
01 run-one comp-2.
01 run-two comp-2.
01 run-three comp-2.
01 outcome-ways comp-2 occurs 5 times.
01 outcome-prob comp-2 occurs 5 times.
01 bet-return comp-2.
01 bet-edge comp-2 occurs 2 times.
01 bet-priced pic x occurs 2 times.
01 bet-favorable pic x occurs 2 times.
*> The SHOELOG walk for the scenario.
01 log-rounds pic 9(4) comp-5.
01 favorable-rounds pic 9(4) comp-5 occurs 2 times.
01 either-favorable pic x.
01 any-favorable pic 9(4) comp-5 value 0.
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 heading-line.
   03 filler pic x(21) value "SIDE BET PRICING RUN ".
   03 hl-date pic 9(8).
   03 filler pic x(45) value
      " - SUITS SPREAD EVENLY OVER EACH RANK LEFT".
01 reject-line.
   03 filler pic x(22) value "*** SIDEPAY RECORD    ".
   03 rj-record pic 9(4).
   03 filler pic x(12) value " REJECTED - ".
   03 rj-reason pic x(40).
01 scenario-line.
   03 filler pic x(9) value "SCENARIO ".
   03 sl-id pic x(8).
   03 filler pic x(7) value " DECKS ".
   03 sl-deck pic zz9.
   03 filler pic x(23) value " LIVE SHOE CARDS LEFT ".
   03 sl-left pic zzzz9.
01 bet-line.
   03 filler pic x(5) value " BET ".
   03 bl-bet pic x(4).
   03 filler pic x(12) value " PAYTABLE - ".
   03 bl-source pic x(40).
01 outcome-line.
   03 filler pic x(3) value spaces.
   03 ol-name pic x(16).
   03 filler pic x(6) value " PAYS ".
   03 ol-pays pic zz9.
   03 filler pic x(19) value " TO 1  PROBABILITY ".
   03 ol-prob pic 9.9999999.
   03 filler pic x(8) value " RETURN ".
   03 ol-return pic +9.9999999.
01 edge-line.
   03 filler pic x(14) value "   HOUSE EDGE ".
   03 el-edge pic +(4)9.999.
   03 filler pic x(4) value " PCT".
   03 el-flag pic x(40).
01 thin-line pic x(50) value
   "   NOT PRICED - TOO FEW CARDS LEFT IN THE SHOE".
01 log-heading-line pic x(61) value
   " SHOELOG ROUNDS AFTER WHICH A SIDE BET STOOD PLAYER-FAVORABLE".
01 log-round-line.
   03 filler pic x(16) value " *** AFTER ROUND".
   03 lr-round pic 9(5).
   03 filler pic x(6) value " SHOE ".
   03 lr-shoe pic 9(4).
   03 filler pic x(6) value " LEFT ".
   03 lr-left pic zzzz9.
   03 filler pic x(11) value " PAIR EDGE ".
   03 lr-pair pic x(9).
   03 filler pic x(11) value " 21+3 EDGE ".
   03 lr-trey pic x(9).
   03 filler pic x(2) value spaces.
   03 lr-which pic x(12).
01 log-summary-line.
   03 filler pic x(15) value " ROUNDS ON LOG ".
   03 ls-rounds pic zzz9.
   03 filler pic x(24) value " PAIR PLAYER-FAVORABLE ".
   03 ls-pair pic zzz9.
   03 filler pic x(24) value " 21+3 PLAYER-FAVORABLE ".
   03 ls-trey pic zzz9.
01 edge-edit pic +(4)9.999.
01 edge-edit-text pic x(9) occurs 2 times.
01 blank-line pic x value space.

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform read-shoe-config
   perform write-audit-start
   move 3 to outcome-limit (1)
   move 5 to outcome-limit (2)
   open output side-bet-report-file
   move run-date to hl-date
   write side-bet-report-record from heading-line
   perform read-paytable
   perform varying s from 1 by 1 until scenario-count < s
     perform run-one-scenario
   end-perform
   close side-bet-report-file
   if pay-rejects > 0
     move 4 to run-rc
   end-if
   display "Scenarios priced for side bets = "scenario-count
     " SHOELOG rounds player-favorable = "any-favorable
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .

read-paytable.
   move "Y" to more-rows
   open input side-pay-file
   perform until not more-rows-remain
     read side-pay-file
       at end
         move "N" to more-rows
       not at end
         add 1 to pay-read
         perform edit-pay-record
     end-read
   end-perform
   close side-pay-file
   .

edit-pay-record.
   move spaces to reject-reason
   move 0 to pay-bet
   move 0 to pay-outcome
   evaluate true
     when sp-pair-bet
       move 1 to pay-bet
     when sp-trey-bet
       move 2 to pay-bet
     when other
       move "BET NOT PAIR OR 21+3" to reject-reason
   end-evaluate
   if reject-reason = spaces
     if sp-not-offered
       if sp-scenario-id = spaces
         move "NOT-OFFERED NEEDS A SCENARIO ID" to reject-reason
       end-if
     else
       perform varying o from 1 by 1 until outcome-limit (pay-bet) < o
         if sp-outcome = outcome-code (pay-bet, o)
           move o to pay-outcome
         end-if
       end-perform
       if pay-outcome = 0
         move "OUTCOME CODE NOT ONE OF THE BET'S" to reject-reason
       else
         if sp-pays not numeric
           move "PAYS NOT NUMERIC" to reject-reason
         end-if
       end-if
     end-if
   end-if
   if reject-reason = spaces and pay-count = 300
     move "PAYTABLE HOLDS 300 RECORDS AT MOST" to reject-reason
   end-if
   if reject-reason = spaces
     add 1 to pay-count
     move sp-scenario-id to pt-scenario-id (pay-count)
     move pay-bet to pt-bet (pay-count)
     move pay-outcome to pt-outcome (pay-count)
     if sp-not-offered
       move 0 to pt-pays (pay-count)
     else
       move sp-pays to pt-pays (pay-count)
     end-if
   else
     add 1 to pay-rejects
     move pay-read to rj-record
     move reject-reason to rj-reason
     write side-bet-report-record from reject-line
     add 1 to rows-out
   end-if
   .

run-one-scenario.
   write side-bet-report-record from blank-line
   perform build-live-shoe
   move st-id (s) to sl-id
   move st-deck-count (s) to sl-deck
   move cards-left to sl-left
   write side-bet-report-record from scenario-line
   add 1 to rows-out
   perform varying bt from 1 by 1 until 2 < bt
     perform resolve-paytable
     perform price-one-bet
     perform write-bet-pricing
   end-perform
   perform walk-shoe-log
   .

*> The scenario's own records for the bet if it has any, else the
*> house records, else the standard table.
resolve-paytable.
   move "Y" to bet-offered (bt)
   move "N" to own-found
   move "N" to house-found
   perform varying o from 1 by 1 until 5 < o
     move 0 to bet-pay (bt, o)
   end-perform
   perform varying p from 1 by 1 until pay-count < p
     if pt-bet (p) = bt and pt-scenario-id (p) = st-id (s)
       move "Y" to own-found
     end-if
   end-perform
   if own-rows-found
     move "SCENARIO" to bet-source (bt)
     perform varying p from 1 by 1 until pay-count < p
       if pt-bet (p) = bt and pt-scenario-id (p) = st-id (s)
         if pt-outcome (p) = 0
           move "N" to bet-offered (bt)
         else
           move pt-pays (p) to bet-pay (bt, pt-outcome (p))
         end-if
       end-if
     end-perform
   else
     perform varying p from 1 by 1 until pay-count < p
       if pt-bet (p) = bt and pt-scenario-id (p) = spaces
         move "Y" to house-found
         move pt-pays (p) to bet-pay (bt, pt-outcome (p))
       end-if
     end-perform
     if house-rows-found
       move "HOUSE" to bet-source (bt)
     else
       move "STANDARD" to bet-source (bt)
       perform varying o from 1 by 1 until 5 < o
         move standard-pay (bt, o) to bet-pay (bt, o)
       end-perform
     end-if
   end-if
   .

*> The cards left, in poker ranks: the ten-count cards shared out
*> four ways.
build-live-shoe.
   move 0 to cards-left
   perform varying i from 1 by 1 until 10 < i
     if i = 10
       compute rank-count = 16 * st-deck-count (s)
     else
       compute rank-count = 4 * st-deck-count (s)
     end-if
     subtract st-cards-seen (s, i) from rank-count
     if rank-count < 0
       move 0 to rank-count
     end-if
     add rank-count to cards-left
     move rank-count to rank-left (i)
   end-perform
   perform spread-tens
   .

spread-tens.
   compute cx = rank-left (10) / 4
   perform varying q from 10 by 1 until 13 < q
     move cx to rank-left (q)
   end-perform
   move cards-left to shoe-left
   .

price-one-bet.
   move "Y" to bet-priced (bt)
   move "N" to bet-favorable (bt)
   move 0 to bet-edge (bt)
   perform varying o from 1 by 1 until 5 < o
     move 0 to outcome-prob (o)
   end-perform
   if bet-offered (bt) = "Y"
     if bt = 1
       perform price-pair-bet
     else
       perform price-trey-bet
     end-if
   end-if
   if bet-offered (bt) = "Y" and bet-priced (bt) = "Y"
     move 0 to bet-return
     perform varying o from 1 by 1 until outcome-limit (bt) < o
       if bet-pay (bt, o) > 0
         compute pay-back = bet-pay (bt, o) + 1
         compute cx = outcome-prob (o) * pay-back
         add cx to bet-return
       end-if
     end-perform
     compute cx = 1 - bet-return
     compute bet-edge (bt) = cx * 100
     if bet-edge (bt) < 0
       move "Y" to bet-favorable (bt)
     end-if
   end-if
   .

*> First two cards of one rank: every ordered pair of the rank, the
*> same-suit ones perfect, and the rest colored one time in three
*> (one other suit of the color against two of the other).
price-pair-bet.
   if shoe-left < 2
     move "N" to bet-priced (bt)
   else
     move 0 to perfect-ways
     move 0 to other-ways
     perform varying q from 1 by 1 until 13 < q
       if rank-left (q) > 1
         compute cx = rank-left (q) - 1
         compute pair-ways = rank-left (q) * cx
         compute suit-left = rank-left (q) / 4
         move 0 to cx
         if suit-left > 1
           compute cx = suit-left - 1
           compute cx = rank-left (q) * cx
         end-if
         add cx to perfect-ways
         subtract cx from pair-ways
         add pair-ways to other-ways
       end-if
     end-perform
     compute cx = shoe-left - 1
     compute hand-ways = shoe-left * cx
     compute outcome-prob (1) = perfect-ways / hand-ways
     compute cx = other-ways / 3
     compute outcome-prob (2) = cx / hand-ways
     compute cx = cx * 2
     compute outcome-prob (3) = cx / hand-ways
   end-if
   .

*> Three cards as a poker hand, each outcome counted once at its
*> best reading: suited trips out of trips, straight flushes out of
*> straights, and flushes less both of those. Straights run ace low
*> thru ace high.
price-trey-bet.
   if shoe-left < 3
     move "N" to bet-priced (bt)
   else
     perform varying o from 1 by 1 until 5 < o
       move 0 to outcome-ways (o)
     end-perform
     perform varying q from 1 by 1 until 13 < q
       compute cx = rank-left (q) / 4
       perform choose-three
       compute cx-choose = cx-choose * 4
       add cx-choose to outcome-ways (1)
       move rank-left (q) to cx
       perform choose-three
       add cx-choose to outcome-ways (3)
     end-perform
     subtract outcome-ways (1) from outcome-ways (3)
     perform varying q from 1 by 1 until 12 < q
       move rank-left (q) to run-one
       if q = 12
         move rank-left (13) to run-two
         move rank-left (1) to run-three
       else
         move rank-left (q + 1) to run-two
         move rank-left (q + 2) to run-three
       end-if
       compute run-ways = run-one * run-two
       compute run-ways = run-ways * run-three
       compute cx = run-ways / 16
       add cx to outcome-ways (2)
       subtract cx from run-ways
       add run-ways to outcome-ways (4)
     end-perform
     compute cx = shoe-left / 4
     perform choose-three
     compute outcome-ways (5) = cx-choose * 4
     subtract outcome-ways (1) from outcome-ways (5)
     subtract outcome-ways (2) from outcome-ways (5)
     move shoe-left to cx
     perform choose-three
     move cx-choose to hand-ways
     perform varying o from 1 by 1 until 5 < o
       if outcome-ways (o) < 0
         move 0 to outcome-ways (o)
       end-if
       compute outcome-prob (o) = outcome-ways (o) / hand-ways
     end-perform
   end-if
   .

choose-three.
   move 0 to cx-choose
   if cx > 2
     compute cx-choose = cx - 1
     compute cx-choose = cx-choose * cx
     compute run-step = cx - 2
     compute cx-choose = cx-choose * run-step
     compute cx-choose = cx-choose / 6
   end-if
   .

write-bet-pricing.
   move bet-name (bt) to bl-bet
   if bet-offered (bt) = "N"
     move "NOT OFFERED AT THIS TABLE" to bl-source
     write side-bet-report-record from bet-line
     add 1 to rows-out
   else
     move bet-source (bt) to bl-source
     write side-bet-report-record from bet-line
     add 1 to rows-out
     if bet-priced (bt) = "N"
       write side-bet-report-record from thin-line
       add 1 to rows-out
     else
       perform varying o from 1 by 1 until outcome-limit (bt) < o
         move outcome-name (bt, o) to ol-name
         move bet-pay (bt, o) to ol-pays
         compute ol-prob rounded = outcome-prob (o)
         if bet-pay (bt, o) > 0
           compute ol-return rounded =
             outcome-prob (o) * bet-pay (bt, o)
         else
           move 0 to ol-return
         end-if
         write side-bet-report-record from outcome-line
         add 1 to rows-out
       end-perform
       compute el-edge rounded = bet-edge (bt)
       if bet-favorable (bt) = "Y"
         move " *** PLAYER-FAVORABLE ON THE LIVE SHOE" to el-flag
       else
         move spaces to el-flag
       end-if
       write side-bet-report-record from edge-line
       add 1 to rows-out
     end-if
   end-if
   .

*> One pass over the log per scenario, as SHOETRAJ makes it - each
*> row is the shoe the next round was dealt from, priced under the
*> same paytable as the live shoe.
walk-shoe-log.
   move 0 to log-rounds
   move 0 to favorable-rounds (1)
   move 0 to favorable-rounds (2)
   write side-bet-report-record from log-heading-line
   add 1 to rows-out
   move "Y" to more-rows
   open input shoe-log-file
   perform until not more-rows-remain
     read shoe-log-file
       at end
         move "N" to more-rows
       not at end
         if lg-scenario = st-id (s)
           perform price-log-row
         end-if
     end-read
   end-perform
   close shoe-log-file
   move log-rounds to ls-rounds
   move favorable-rounds (1) to ls-pair
   move favorable-rounds (2) to ls-trey
   write side-bet-report-record from log-summary-line
   add 1 to rows-out
   .

price-log-row.
   add 1 to log-rounds
   move 0 to cards-left
   perform varying i from 1 by 1 until 10 < i
     move lg-remaining (i) to rank-left (i)
     add lg-remaining (i) to cards-left
   end-perform
   perform spread-tens
   move "N" to either-favorable
   move spaces to lr-which
   perform varying bt from 1 by 1 until 2 < bt
     perform price-one-bet
     if bet-offered (bt) = "N" or bet-priced (bt) = "N"
       move "      N/A" to edge-edit-text (bt)
     else
       compute edge-edit rounded = bet-edge (bt)
       move edge-edit to edge-edit-text (bt)
     end-if
     if bet-favorable (bt) = "Y"
       move "Y" to either-favorable
       add 1 to favorable-rounds (bt)
     end-if
   end-perform
   if either-favorable = "Y"
     add 1 to any-favorable
     evaluate true
       when bet-favorable (1) = "Y" and bet-favorable (2) = "Y"
         move "PAIR AND 21+3" to lr-which
       when bet-favorable (1) = "Y"
         move "PAIR" to lr-which
       when other
         move "21+3" to lr-which
     end-evaluate
     move lg-round to lr-round
     move lg-shoe to lr-shoe
     move cards-left to lr-left
     move edge-edit-text (1) to lr-pair
     move edge-edit-text (2) to lr-trey
     write side-bet-report-record from log-round-line
     add 1 to rows-out
   end-if
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
           "only the first 50 are run this batch"
     end-read
   end-if
   close shoe-control-file
*>   an absent or empty SHOECTL still gets the one default scenario
*>   the single-record runs always fell back to.
   if scenario-count = 0
     move 1 to scenario-count
     move "DEFAULT" to st-id (1)
     move 1 to st-deck-count (1)
     perform varying i from 1 by 1 until 10 < i
       move 0 to st-cards-seen (1, i)
     end-perform
   end-if
   .

load-scenario-entry.
   add 1 to scenario-count
   if sc-scenario-id = spaces
*>     a record keyed without a scenario id still pivots cleanly -
*>     tag it by its position on the file.
     move scenario-count to scenario-seq
     string "SCEN" scenario-seq delimited by size
       into st-id (scenario-count)
   else
     move sc-scenario-id to st-id (scenario-count)
   end-if
   move 1 to st-deck-count (scenario-count)
   if sc-deck-count > 0
     move sc-deck-count to st-deck-count (scenario-count)
   end-if
   perform varying i from 1 by 1 until 10 < i
     move sc-cards-seen (i) to st-cards-seen (scenario-count, i)
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
   move "SIDEBET" to aj-program
   move scenario-count to aj-scenario-count
   move st-deck-count (1) to aj-deck-count
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
   move "SIDEBET" to rq-step
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
end program sidebet.
