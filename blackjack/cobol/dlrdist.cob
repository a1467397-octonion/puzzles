   88 next-hand-is-soft value "Y".
01 remaining pic 9(5) comp-5.
01 draw-prob comp-2.
01 draw-term comp-2.
01 deeper-hole pic x value "N".
01 hash-raw pic 9(9) comp-5.
01 hash-quot pic 9(9) comp-5.
                call "dlrdist" using cards, total, next-is-soft,
                     dealer-rules, deeper-hole, inner-dist
                perform varying k from 1 by 1 until 21 < k
                  compute draw-term = draw-prob * id-final-prob (k)
                  add draw-term to dd-final-prob (k)
                end-perform
                compute draw-term = draw-prob * id-bust-prob
                add draw-term to dd-bust-prob
                add 1 to cards-values (i)
              when total <= 21
                add draw-prob to dd-final-prob (total)
