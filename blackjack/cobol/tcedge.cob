      >>source free
identification division.
program-id. tcedge.

*> Player edge against the Hi-Lo true count, for every game variant
*> on the floor. HOUSEEDG values each scenario at whatever the live
*> shoe looks like tonight; this step asks the standing question
*> instead - at what count does each of our games turn in the
*> player's favor, and what is each extra point of count worth. For
*> every SHOECTL scenario's deck count and rules it builds one
*> representative shoe per true count from -5 to +10: half the shoe
*> dealt, the dealt cards in fresh-shoe proportions except that the
*> low cards (2 thru 6) and high cards (tens and aces) are shifted
*> by half the running count each way, so the half-shoe left behind
*> carries exactly that count. The scenario's own cards-seen counts
*> play no part. Each shoe is valued hand by hand with the same
*> DLRDIST/PLAYEREV weighting HOUSEEDG uses - every starting hand
*> against every upcard at its true dealing probability, best play,
*> the peek conditioning and the posted natural rate - and TCEDGRPT
*> prints the player edge per count with the change from the count
*> below, the true count the built shoe actually carries (rounding
*> to whole cards moves it a little on small shoes), the crossover
*> count where the edge turns positive, and the least-squares worth
*> of one point of count. The edge the same game would give at 3 to
*> 2 and at 6 to 5 sits beside the posted figure - only the natural
*> payout differs, so both come from the one valuation. A floor page
*> closes the report: every scenario side by side by count, the 3 to
*> 2 tables first with the no-DAS and 6 to 5 tables beside them, so
*> the cost of advantage play reads across the whole floor at once.
*> A scenario dealing the same game as one above it on SHOECTL -
*> same decks and every rule alike - carries that one's figures.

environment division.
input-output section.
file-control.
   select optional shoe-control-file assign to "SHOECTL"
     organization line sequential.
   select count-edge-report-file assign to "TCEDGRPT"
     organization line sequential.
   select optional audit-journal-file assign to "AUDITLOG"
     organization line sequential.

data division.
file section.
fd  shoe-control-file.
copy "shoectl.cpy".
fd  count-edge-report-file.
01 count-edge-report-record pic x(132).
fd  audit-journal-file.
copy "auditlog.cpy".

working-storage section.
01 i pic 99 comp-5.
01 c1 pic 99 comp-5.
01 c2 pic 99 comp-5.
01 r pic 99 comp-5.
01 k pic 99 comp-5.
01 tx pic 99 comp-5.
01 g pic 9 comp-5.
01 b pic 99 comp-5.
01 band-col pic 99 comp-5.
01 deck comp-5.
   03 deck-values pic 99 comp-5 occurs 10 times.
01 deck-count pic 999 comp-5 value 1.
01 up-total pic 99 comp-5.
01 up-is-soft pic x.
   88 up-hand-is-soft value "Y".
01 natural-pay pic x.
01 pay-rate comp-2.
01 hand-total pic 99 comp-5.
01 hand-soft pic x.
01 hole-flag pic x value "N".
01 ev-stand comp-2.
01 ev-hit comp-2.
01 ev-double comp-2.
01 ev-split comp-2.
01 best-ev comp-2.
01 sk pic 99 comp-5.
01 split-remaining pic 9(5) comp-5.
01 split-draw comp-2.
01 split-val comp-2.
01 dp pic 9 comp-5.
01 split-limit pic 9 comp-5.
01 split-hand-val comp-2 occurs 10 times.
01 split-depth-val comp-2 occurs 4 times.
01 resplit-step comp-2.
01 double-offered pic x.
   88 double-is-offered value "Y".
01 shoe-cards pic 9(5) comp-5.
01 behind-one pic 9(5) comp-5.
01 behind-two pic 9(5) comp-5.
01 behind-three pic 9(5) comp-5.
01 second-count pic 99 comp-5.
01 first-prob comp-2.
01 second-prob comp-2.
01 up-prob comp-2.
01 pair-prob comp-2.
01 cell-prob comp-2.
01 cell-value comp-2.
01 partner-rank pic 99 comp-5.
01 dealer-natural-prob comp-2.
01 natural-weight comp-2.
01 natural-share comp-2.
01 natural-miss comp-2.
01 value-term comp-2.
01 natural-cell comp-2.
01 other-rate comp-2.
01 rate-gap comp-2.
01 repriced-edge comp-2.
01 scenario-return comp-2.
01 prob-covered comp-2.
01 player-return comp-2.
*> The representative shoe for one true count: the running count the
*> half-shoe left must carry, split into low cards dealt over the
*> fresh-shoe share and high cards dealt under it.
01 true-count pic s99 comp-5.
01 target-running pic s9(4) comp-5.
01 low-shift pic s9(4) comp-5.
01 high-shift pic s9(4) comp-5.
01 low-out pic s9(4) comp-5.
01 high-out pic s9(4) comp-5.
01 neutral-out pic s9(4) comp-5.
01 share-out pic s9(4) comp-5.
01 share-left pic s9(4) comp-5.
01 rank-out pic s9(4) comp-5 occurs 10 times.
01 built-running pic s9(4) comp-5.
01 built-true-count comp-2.
01 decks-left comp-2.
*> Least-squares slope of edge on count across the sixteen counts.
01 sum-x comp-2.
01 sum-y comp-2.
01 sum-xy comp-2.
01 sum-xx comp-2.
01 point-count comp-2.
01 count-value comp-2.
01 fit-term comp-2.
01 fit-cross comp-2.
01 fit-top comp-2.
01 fit-bottom comp-2.
01 edge-rise comp-2.
01 cross-part comp-2.
01 prior-edge comp-2.
01 more-config pic x value "Y".
   88 more-configs-remain value "Y".
01 s pic 99 comp-5.
01 scenario-count pic 99 comp-5 value 0.
01 scenario-table.
   03 scenario-entry occurs 50 times.
      05 st-id pic x(8).
      05 st-deck-count pic 999 comp-5.
      05 st-stand-total pic 99 comp-5.
      05 st-hit-soft-17 pic x.
      05 st-no-peek pic x.
      05 st-das pic x.
      05 st-resplit-limit pic 9 comp-5.
      05 st-double-rule pic x.
      05 st-natural-pay pic x.
      05 st-edge comp-2 occurs 16 times.
      05 st-edge-32 comp-2 occurs 16 times.
      05 st-edge-65 comp-2 occurs 16 times.
      05 st-cross-state pic x.
         88 st-crosses value "C".
         88 st-never-crosses value "N".
         88 st-always-ahead value "A".
      05 st-crossover comp-2.
      05 st-per-point comp-2.
*> Floor page order: 3:2 with DAS, 3:2 without, 6:5 with, 6:5
*> without - each variant beside the 3:2 game it is a cut of.
01 same-rules pic 99 comp-5.
01 floor-count pic 99 comp-5 value 0.
01 floor-order pic 99 comp-5 occurs 50 times.
01 floor-group pic 9 comp-5.
01 band-first pic 99 comp-5.
01 band-last pic 99 comp-5.
01 scenario-id pic x(8).
01 scenario-seq pic 9(4).
01 run-date pic 9(8).
01 run-time pic 9(8).
01 end-time pic 9(8).
01 rows-out pic 9(7) comp-5 value 0.
01 run-rc pic 99 comp-5 value 0.
copy "runreq.cpy".
01 heading-line.
   03 filler pic x(30) value "PLAYER EDGE BY TRUE COUNT RUN ".
   03 hl-date pic 9(8).
   03 filler pic x(40) value
      " - HI-LO SHOES BUILT HALF DEALT, PCT".
01 scenario-line.
   03 filler pic x(9) value "SCENARIO ".
   03 sl-id pic x(8).
   03 filler pic x(8) value " CONFIG ".
   03 sl-deck pic 999.
   03 filler pic x value "/".
   03 sl-stand pic 99.
   03 filler pic x value "/".
   03 sl-h17 pic x.
   03 filler pic x(5) value " PAY ".
   03 sl-pay pic x(3).
   03 filler pic x(5) value " DAS ".
   03 sl-das pic x.
   03 filler pic x(9) value " RESPLIT ".
   03 sl-resplit pic 9.
   03 filler pic x(8) value " DOUBLE ".
   03 sl-double pic x.
   03 filler pic x(9) value " NO PEEK ".
   03 sl-no-peek pic x.
01 same-rules-line.
   03 filler pic x(24) value " SAME GAME AS SCENARIO ".
   03 sr-id pic x(8).
   03 filler pic x(27) value " - ITS FIGURES CARRIED HERE".
01 column-line.
   03 filler pic x(33) value " TRUE COUNT BUILT TC  CARDS LEFT ".
   03 filler pic x(38) value
      "PLAYER EDGE CHANGE    AS 3:2    AS 6:5".
01 count-line.
   03 filler pic x(5) value spaces.
   03 cl-count pic +99.
   03 filler pic x(6) value spaces.
   03 cl-built pic +99.9.
   03 filler pic x(7) value spaces.
   03 cl-left pic zzzz9.
   03 filler pic x(7) value spaces.
   03 cl-edge pic +99.99.
   03 filler pic x(2) value spaces.
   03 cl-change pic +9.99.
   03 filler pic x(4) value spaces.
   03 cl-edge-32 pic +99.99.
   03 filler pic x(4) value spaces.
   03 cl-edge-65 pic +99.99.
01 crossover-line.
   03 filler pic x(11) value " CROSSOVER ".
   03 xl-text pic x(29).
   03 filler pic x(28) value " - EACH POINT OF COUNT WORTH".
   03 filler pic x value " ".
   03 xl-per-point pic +9.99.
   03 filler pic x(18) value " PCT TO THE PLAYER".
01 cross-at-text.
   03 filler pic x(14) value "AT TRUE COUNT ".
   03 ct-count pic +99.9.
01 floor-heading-line.
   03 filler pic x(41) value
      "FLOOR COMPARISON - PLAYER EDGE PCT BY TRU".
   03 filler pic x(42) value
      "E COUNT, 3:2 TABLES BESIDE NO-DAS AND 6:5".
01 floor-id-line.
   03 filler pic x(6) value "  TC  ".
   03 fi-column occurs 10 times.
      05 fi-id pic x(9).
      05 fi-gap pic x(2).
01 floor-label-line.
   03 filler pic x(6) value spaces.
   03 fl-column occurs 10 times.
      05 fl-label pic x(10).
      05 fl-gap pic x(1).
01 floor-count-line.
   03 fc-count pic +99.
   03 filler pic x(3) value spaces.
   03 fc-column occurs 10 times.
      05 fc-edge pic +99.99.
      05 fc-gap pic x(5).
01 floor-cross-line.
   03 filler pic x(6) value "CROSS ".
   03 fx-column occurs 10 times.
      05 fx-text pic x(9).
      05 fx-gap pic x(2).
01 floor-point-line.
   03 filler pic x(6) value "POINT ".
   03 fp-column occurs 10 times.
      05 fp-worth pic +9.99.
      05 fp-gap pic x(6).
01 cross-edit pic +99.9.
01 blank-line pic x value space.
copy "dlrrules.cpy".
copy "dlrdist.cpy".
copy "plyrevs.cpy".

procedure division.
   accept run-date from date yyyymmdd
   accept run-time from time
   perform check-run-control
   perform read-shoe-config
   perform write-audit-start
   open output count-edge-report-file
   move run-date to hl-date
   write count-edge-report-record from heading-line
   perform varying s from 1 by 1 until scenario-count < s
     perform run-one-scenario
   end-perform
   perform write-floor-page
   close count-edge-report-file
   display "Scenarios valued by true count = "scenario-count
   perform write-audit-end
   perform post-run-control
   move run-rc to return-code
   stop run
   .

run-one-scenario.
   perform set-scenario-config
   write count-edge-report-record from blank-line
   move scenario-id to sl-id
   move deck-count to sl-deck
   move dr-stand-total to sl-stand
   move dr-hit-soft-17 to sl-h17
   if natural-pay = "6"
     move "6:5" to sl-pay
   else
     move "3:2" to sl-pay
   end-if
   move dr-das to sl-das
   move dr-resplit-limit to sl-resplit
   move dr-double-rule to sl-double
   move dr-no-peek to sl-no-peek
   write count-edge-report-record from scenario-line
   add 1 to rows-out
   perform find-same-rules
   if same-rules > 0
     move st-id (same-rules) to sr-id
     write count-edge-report-record from same-rules-line
     add 1 to rows-out
   end-if
   write count-edge-report-record from column-line
   add 1 to rows-out
   perform varying tx from 1 by 1 until 16 < tx
     compute true-count = tx - 6
     perform build-count-shoe
     if same-rules > 0
       move st-edge (same-rules, tx) to st-edge (s, tx)
       move st-edge-32 (same-rules, tx) to st-edge-32 (s, tx)
       move st-edge-65 (same-rules, tx) to st-edge-65 (s, tx)
     else
       perform value-count-shoe
     end-if
     perform write-count-line
   end-perform
   perform find-crossover
   perform fit-per-point
   perform write-crossover-line
   .

*> The representative shoes depend only on the deck count and the
*> valuation only on the rules, so a table dealing the same game as
*> one already valued carries its figures rather than paying for
*> sixteen more valuations.
find-same-rules.
   move 0 to same-rules
   perform varying k from 1 by 1 until s - 1 < k
     if same-rules = 0
       and st-deck-count (k) = st-deck-count (s)
       and st-stand-total (k) = st-stand-total (s)
       and st-hit-soft-17 (k) = st-hit-soft-17 (s)
       and st-no-peek (k) = st-no-peek (s)
       and st-das (k) = st-das (s)
       and st-resplit-limit (k) = st-resplit-limit (s)
       and st-double-rule (k) = st-double-rule (s)
       and st-natural-pay (k) = st-natural-pay (s)
       move k to same-rules
     end-if
   end-perform
   .

*> Half the shoe is dealt. Fresh-shoe shares of that half are 10
*> decks' worth of low cards, 6 of neutral and 10 of high per two
*> decks; the running count moves half its value out of the high
*> cards and half into the low, so low minus high dealt is exactly
*> the count the half left behind carries.
build-count-shoe.
   compute decks-left = deck-count / 2
   compute target-running rounded = true-count * decks-left
   compute low-shift = target-running / 2
   compute high-shift = target-running - low-shift
   compute low-out = 10 * deck-count + low-shift
   compute high-out = 10 * deck-count - high-shift
   compute neutral-out = 6 * deck-count
*>   low cards spread over 2 thru 6, any odd card to the lowest
*>   ranks; neutral over 7 thru 9; high one ace in five, rounded.
   compute share-out = low-out / 5
   compute share-left = low-out - 5 * share-out
   perform varying i from 2 by 1 until 6 < i
     move share-out to rank-out (i)
     if i - 1 <= share-left
       add 1 to rank-out (i)
     end-if
   end-perform
   compute share-out = neutral-out / 3
   compute share-left = neutral-out - 3 * share-out
   perform varying i from 7 by 1 until 9 < i
     move share-out to rank-out (i)
     if i - 6 <= share-left
       add 1 to rank-out (i)
     end-if
   end-perform
   compute rank-out (1) rounded = high-out / 5
   compute rank-out (10) = high-out - rank-out (1)
   perform varying i from 1 by 1 until 9 < i
     compute deck-values (i) = 4 * deck-count - rank-out (i)
   end-perform
   compute deck-values (10) = 16 * deck-count - rank-out (10)
   move 0 to shoe-cards
   perform varying i from 1 by 1 until 10 < i
     add deck-values (i) to shoe-cards
   end-perform
   compute built-running = low-out - high-out
   if shoe-cards > 0
     compute decks-left = shoe-cards / 52
     compute built-true-count = built-running / decks-left
   else
     move 0 to built-true-count
   end-if
   .

value-count-shoe.
   move 0 to scenario-return
   move 0 to prob-covered
   move 0 to natural-share
   if shoe-cards >= 3
     compute behind-one = shoe-cards - 1
     compute behind-two = shoe-cards - 2
     compute behind-three = shoe-cards - 3
     perform varying i from 1 by 1 until 10 < i
       if deck-values (i) > 0
         compute up-prob = deck-values (i) / shoe-cards
         subtract 1 from deck-values (i)
         perform weigh-upcard-hands
         add 1 to deck-values (i)
       end-if
     end-perform
   end-if
   if prob-covered > 0
     compute player-return = scenario-return / prob-covered
   else
     move 0 to player-return
   end-if
   compute st-edge (s, tx) = player-return * 100
   move 1.5 to other-rate
   perform reprice-natural
   move repriced-edge to st-edge-32 (s, tx)
   move 1.2 to other-rate
   perform reprice-natural
   move repriced-edge to st-edge-65 (s, tx)
   .

weigh-upcard-hands.
   perform varying c1 from 1 by 1 until 10 < c1
     perform varying c2 from c1 by 1 until 10 < c2
       perform weigh-one-hand
     end-perform
   end-perform
   .

*> One starting hand against the upcard in I: its chance of being
*> dealt from what is left behind the upcard (both orders of a mixed
*> pair), times what the best play of it returns. The player
*> naturals' unpushed weight is kept aside as well, so the same
*> valuation can be repriced at the other natural rate.
weigh-one-hand.
   if c1 = c2
     if deck-values (c1) >= 2
       compute first-prob = deck-values (c1) / behind-one
       compute second-count = deck-values (c1) - 1
       compute second-prob = second-count / behind-two
       compute pair-prob = first-prob * second-prob
     else
       move 0 to pair-prob
     end-if
   else
     if deck-values (c1) > 0 and deck-values (c2) > 0
       compute first-prob = deck-values (c1) / behind-one
       compute second-prob = deck-values (c2) / behind-two
       compute pair-prob = first-prob * second-prob
       compute pair-prob = pair-prob * 2
     else
       move 0 to pair-prob
     end-if
   end-if
   if pair-prob > 0
     compute cell-prob = up-prob * pair-prob
     if c1 = c2
       subtract 2 from deck-values (c1)
     else
       subtract 1 from deck-values (c1)
       subtract 1 from deck-values (c2)
     end-if
     perform value-one-hand
     if c1 = c2
       add 2 to deck-values (c1)
     else
       add 1 to deck-values (c1)
       add 1 to deck-values (c2)
     end-if
     compute value-term = cell-prob * cell-value
     add value-term to scenario-return
     add cell-prob to prob-covered
     if c1 = 1 and c2 = 10
       compute natural-cell = cell-prob * natural-weight
       add natural-cell to natural-share
     end-if
   end-if
   .

*> A natural is settled on its own terms; every other hand is worth
*> its best play against the dealer distribution, behind the dealer
*> natural on a peeking table.
value-one-hand.
   if c1 = 1 and c2 = 10
     perform value-player-natural
   else
     perform set-player-hand
     perform compute-dealer-stat
     perform value-candidate-plays
     if c1 = c2
       move c1 to r
       perform compute-split-ev
       perform recommend-best-with-split
     else
       perform recommend-best
     end-if
     if (i = 1 or i = 10) and not dr-no-peek-yes
       compute natural-miss = 1 - dd-natural-prob
       compute cell-value = natural-miss * best-ev
       subtract dd-natural-prob from cell-value
     else
       move best-ev to cell-value
     end-if
   end-if
   .

*> The player natural wins its posted rate unless the dealer turns
*> one over too - the hole card is the next card off this deck, so
*> the push chance is the partner rank's share of what is left.
value-player-natural.
   move 0 to partner-rank
   if i = 1
     move 10 to partner-rank
   end-if
   if i = 10
     move 1 to partner-rank
   end-if
   move 0 to dealer-natural-prob
   if partner-rank > 0 and shoe-cards > 3
     compute dealer-natural-prob =
       deck-values (partner-rank) / behind-three
   end-if
   compute natural-weight = 1 - dealer-natural-prob
   compute cell-value = natural-weight * pay-rate
   .

set-player-hand.
   evaluate true
     when c1 = 1 and c2 = 1
       move 12 to hand-total
       move "Y" to hand-soft
     when c1 = 1
       compute hand-total = 11 + c2
       move "Y" to hand-soft
     when other
       compute hand-total = c1 + c2
       move "N" to hand-soft
   end-evaluate
   .

*> Dealer final-hand distribution for the upcard against the deck as
*> it stands right now (upcard and the player's two cards removed) -
*> the same conditioning on the peek STRATEGY applies.
compute-dealer-stat.
   if i = 1
     move 11 to up-total
     move "Y" to up-is-soft
   else
     move i to up-total
     move "N" to up-is-soft
   end-if
   if (i = 1 or i = 10) and not dr-no-peek-yes
     move "Y" to hole-flag
   else
     move "N" to hole-flag
   end-if
   call "dlrdist" using deck, up-total, up-is-soft, dealer-rules,
        hole-flag, dealer-distribution
   perform condition-on-no-natural
   .

condition-on-no-natural.
   if hole-flag = "Y" and dd-natural-prob > 0
     and dd-natural-prob < 1
     compute natural-miss = 1 - dd-natural-prob
     perform varying k from 1 by 1 until 21 < k
       compute dd-final-prob (k) = dd-final-prob (k) / natural-miss
     end-perform
     compute dd-bust-prob = dd-bust-prob / natural-miss
   end-if
   .

value-candidate-plays.
   call "playerev" using deck, dealer-distribution, hand-total,
        hand-soft, player-evs
   move pe-stand to ev-stand
   move pe-hit to ev-hit
   move pe-double to ev-double
   perform check-double-offered
   if not double-is-offered
     move -9.9999 to ev-double
   end-if
   .

*> Whether the table offers the double on the hand in HAND-TOTAL /
*> HAND-SOFT: any two cards under rule "A", only hard 9 thru 11
*> under rule "9", the way the restricting pit posts it.
check-double-offered.
   move "Y" to double-offered
   if dr-double-nine-eleven
     if hand-soft = "Y" or hand-total < 9 or hand-total > 11
       move "N" to double-offered
     end-if
   end-if
   .

*> Same split valuation STRATEGY prints: two hands, each the pair
*> rank plus one drawn card played to its best stop, split aces one
*> card and stand.
compute-split-ev.
   move 0 to ev-split
   move 0 to split-remaining
   perform varying sk from 1 by 1 until 10 < sk
     add deck-values (sk) to split-remaining
   end-perform
   if split-remaining > 0
     perform varying sk from 1 by 1 until 10 < sk
       move 0 to split-hand-val (sk)
       if deck-values (sk) > 0
         perform value-post-split-hand
       end-if
     end-perform
     perform combine-split-hands
   end-if
   .

value-post-split-hand.
   if r = 1
     compute hand-total = 11 + sk
     move "Y" to hand-soft
   else
     if sk = 1
       compute hand-total = r + 11
       move "Y" to hand-soft
     else
       compute hand-total = r + sk
       move "N" to hand-soft
     end-if
   end-if
   subtract 1 from deck-values (sk)
   call "playerev" using deck, dealer-distribution, hand-total,
        hand-soft, player-evs
   add 1 to deck-values (sk)
   if r = 1
     move pe-stand to split-val
   else
     move pe-best to split-val
     if dr-das-yes
       perform check-double-offered
       if double-is-offered and pe-double > split-val
         move pe-double to split-val
       end-if
     end-if
   end-if
   move split-val to split-hand-val (sk)
   .

*> SPLIT-DEPTH-VAL (H) is one post-split hand's worth when H hands
*> are already fielded: drawing the pair rank under the limit makes
*> two hands a level deeper, any other draw is the hand's own value.
*> Worked from the limit down, so every level it leans on is already
*> settled. Split aces take their one card and are done - no resplit
*> and no DAS double, which the hand values above already reflect.
combine-split-hands.
   move dr-resplit-limit to split-limit
   if split-limit < 2
     move 2 to split-limit
   end-if
   if split-limit > 4
     move 4 to split-limit
   end-if
   if r = 1
     move 2 to split-limit
   end-if
   perform varying dp from split-limit by -1 until dp < 2
     move 0 to split-depth-val (dp)
     perform varying sk from 1 by 1 until 10 < sk
       if deck-values (sk) > 0
         compute split-draw = deck-values (sk) / split-remaining
         if sk = r and dp < split-limit
           compute resplit-step = 2 * split-depth-val (dp + 1)
         else
           move split-hand-val (sk) to resplit-step
         end-if
         compute value-term = split-draw * resplit-step
         add value-term to split-depth-val (dp)
       end-if
     end-perform
   end-perform
   compute ev-split = 2 * split-depth-val (2)
   .

recommend-best.
   move ev-stand to best-ev
   if ev-hit > best-ev
     move ev-hit to best-ev
   end-if
   if ev-double > best-ev
     move ev-double to best-ev
   end-if
   .

recommend-best-with-split.
   perform recommend-best
   if ev-split > best-ev
     move ev-split to best-ev
   end-if
   .

*> The posted edge, its change from the count below, and the same
*> valuation repriced at each natural rate.
write-count-line.
   move true-count to cl-count
   compute cl-built rounded = built-true-count
   move shoe-cards to cl-left
   compute cl-edge rounded = st-edge (s, tx)
   if tx = 1
     move 0 to cl-change
   else
     compute cl-change rounded = st-edge (s, tx) - prior-edge
   end-if
   move st-edge (s, tx) to prior-edge
   compute cl-edge-32 rounded = st-edge-32 (s, tx)
   compute cl-edge-65 rounded = st-edge-65 (s, tx)
   write count-edge-report-record from count-line
   add 1 to rows-out
   .

*> Each natural is worth the rate gap more or less at the other
*> payout, on the unpushed share of naturals dealt.
reprice-natural.
   move st-edge (s, tx) to repriced-edge
   if prob-covered > 0
     compute rate-gap = other-rate - pay-rate
     compute rate-gap = rate-gap * natural-share
     compute rate-gap = rate-gap / prob-covered
     compute rate-gap = rate-gap * 100
     add rate-gap to repriced-edge
   end-if
   .

*> The crossover is read off the straight line between the last
*> count the house is ahead at and the first one the player is.
find-crossover.
   move "N" to st-cross-state (s)
   move 0 to st-crossover (s)
   if st-edge (s, 1) >= 0
     move "A" to st-cross-state (s)
   else
     perform varying tx from 2 by 1 until 16 < tx
       if not st-crosses (s) and st-edge (s, tx) >= 0
         move "C" to st-cross-state (s)
         compute edge-rise = st-edge (s, tx) - st-edge (s, tx - 1)
         compute cross-part = 0 - st-edge (s, tx - 1)
         compute cross-part = cross-part / edge-rise
         compute true-count = tx - 7
         move true-count to count-value
         compute st-crossover (s) = count-value + cross-part
       end-if
     end-perform
   end-if
   .

fit-per-point.
   move 0 to sum-x
   move 0 to sum-y
   move 0 to sum-xy
   move 0 to sum-xx
   move 16 to point-count
   perform varying tx from 1 by 1 until 16 < tx
     compute true-count = tx - 6
     move true-count to count-value
     add count-value to sum-x
     add st-edge (s, tx) to sum-y
     compute fit-term = count-value * st-edge (s, tx)
     add fit-term to sum-xy
     compute fit-term = count-value * count-value
     add fit-term to sum-xx
   end-perform
   compute fit-term = point-count * sum-xy
   compute fit-cross = sum-x * sum-y
   compute fit-top = fit-term - fit-cross
   compute fit-term = point-count * sum-xx
   compute fit-cross = sum-x * sum-x
   compute fit-bottom = fit-term - fit-cross
   compute st-per-point (s) = fit-top / fit-bottom
   .

write-crossover-line.
   evaluate true
     when st-crosses (s)
       compute ct-count rounded = st-crossover (s)
       move cross-at-text to xl-text
     when st-always-ahead (s)
       move "PLAYER AHEAD AT TRUE COUNT -5" to xl-text
     when other
       move "NOT REACHED BY TRUE COUNT +10" to xl-text
   end-evaluate
   compute xl-per-point rounded = st-per-point (s)
   write count-edge-report-record from crossover-line
   add 1 to rows-out
   .

*> Every scenario side by side, ten to a band, in floor order.
write-floor-page.
   move 0 to floor-count
   perform varying floor-group from 1 by 1 until 4 < floor-group
     perform varying s from 1 by 1 until scenario-count < s
       move 4 to g
       if st-natural-pay (s) = "3"
         if st-das (s) = "Y"
           move 1 to g
         else
           move 2 to g
         end-if
       else
         if st-das (s) = "Y"
           move 3 to g
         end-if
       end-if
       if g = floor-group
         add 1 to floor-count
         move s to floor-order (floor-count)
       end-if
     end-perform
   end-perform
   write count-edge-report-record from blank-line
   write count-edge-report-record from floor-heading-line
   add 1 to rows-out
   perform varying band-first from 1 by 10
     until floor-count < band-first
     compute band-last = band-first + 9
     if band-last > floor-count
       move floor-count to band-last
     end-if
     perform write-floor-band
   end-perform
   .

write-floor-band.
   move spaces to floor-id-line (7:)
   move spaces to floor-label-line (7:)
   move spaces to floor-cross-line (7:)
   move spaces to floor-point-line (7:)
   perform varying b from band-first by 1 until band-last < b
     compute band-col = b - band-first + 1
     move floor-order (b) to s
     move st-id (s) to fi-id (band-col)
     if st-natural-pay (s) = "6"
       move "6:5" to fl-label (band-col)
     else
       move "3:2" to fl-label (band-col)
     end-if
     if st-das (s) = "Y"
       move "DAS" to fl-label (band-col) (5:5)
     else
       move "NO-DAS" to fl-label (band-col) (5:6)
     end-if
     evaluate true
       when st-crosses (s)
         compute cross-edit rounded = st-crossover (s)
         move cross-edit to fx-text (band-col)
       when st-always-ahead (s)
         move "BELOW -5" to fx-text (band-col)
       when other
         move "NONE" to fx-text (band-col)
     end-evaluate
     compute fp-worth (band-col) rounded = st-per-point (s)
   end-perform
   write count-edge-report-record from blank-line
   write count-edge-report-record from floor-id-line
   write count-edge-report-record from floor-label-line
   add 2 to rows-out
   perform varying tx from 1 by 1 until 16 < tx
     move spaces to floor-count-line
     compute fc-count = tx - 6
     perform varying b from band-first by 1 until band-last < b
       compute band-col = b - band-first + 1
       move floor-order (b) to s
       compute fc-edge (band-col) rounded = st-edge (s, tx)
     end-perform
     write count-edge-report-record from floor-count-line
     add 1 to rows-out
   end-perform
   write count-edge-report-record from floor-cross-line
   write count-edge-report-record from floor-point-line
   add 2 to rows-out
   .

set-scenario-config.
   move st-id (s) to scenario-id
   move st-deck-count (s) to deck-count
   move st-stand-total (s) to dr-stand-total
   move st-hit-soft-17 (s) to dr-hit-soft-17
   move st-no-peek (s) to dr-no-peek
   move st-das (s) to dr-das
   move st-resplit-limit (s) to dr-resplit-limit
   move st-double-rule (s) to dr-double-rule
   move st-natural-pay (s) to natural-pay
   if natural-pay = "6"
     move 1.2 to pay-rate
   else
     move 1.5 to pay-rate
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
     move 17 to st-stand-total (1)
     move "N" to st-hit-soft-17 (1)
     move "N" to st-no-peek (1)
     move "N" to st-das (1)
     move 2 to st-resplit-limit (1)
     move "A" to st-double-rule (1)
     move "3" to st-natural-pay (1)
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
   move 17 to st-stand-total (scenario-count)
   move "N" to st-hit-soft-17 (scenario-count)
   if sc-deck-count > 0
     move sc-deck-count to st-deck-count (scenario-count)
   end-if
   if sc-stand-total > 0
     move sc-stand-total to st-stand-total (scenario-count)
   end-if
   if sc-hit-soft-17 = "Y" or sc-hit-soft-17 = "N"
     move sc-hit-soft-17 to st-hit-soft-17 (scenario-count)
   end-if
   if sc-no-peek = "Y"
     move "Y" to st-no-peek (scenario-count)
   else
     move "N" to st-no-peek (scenario-count)
   end-if
   if sc-das = "Y"
     move "Y" to st-das (scenario-count)
   else
     move "N" to st-das (scenario-count)
   end-if
   if sc-resplit-limit is numeric and sc-resplit-limit > 1
     and sc-resplit-limit <= 4
     move sc-resplit-limit to st-resplit-limit (scenario-count)
   else
     move 2 to st-resplit-limit (scenario-count)
   end-if
   if sc-double-rule = "9"
     move "9" to st-double-rule (scenario-count)
   else
     move "A" to st-double-rule (scenario-count)
   end-if
   if sc-natural-pay = "6"
     move "6" to st-natural-pay (scenario-count)
   else
     move "3" to st-natural-pay (scenario-count)
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
   move "TCEDGE" to aj-program
   move scenario-count to aj-scenario-count
   move st-deck-count (1) to aj-deck-count
   move st-stand-total (1) to aj-stand-total
   move st-hit-soft-17 (1) to aj-hit-soft-17
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
   move "TCEDGE" to rq-step
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
end program tcedge.
