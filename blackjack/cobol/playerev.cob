   88 next-hand-is-soft value "Y".
01 hit-ev comp-2.
01 step-val comp-2.
01 step-term comp-2.

linkage section.
01 cards comp-5.
            move hard-best (next-total) to step-val
          end-if
        end-if
        compute step-term = draw-prob (i) * step-val
        add step-term to hit-ev
      end-if
    end-perform
    .
        else
          compute step-val = 2 * stand-ev (next-total)
        end-if
        compute step-term = draw-prob (i) * step-val
        add step-term to pe-double
      end-if
    end-perform
    .
