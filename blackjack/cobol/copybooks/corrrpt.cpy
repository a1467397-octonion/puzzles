      *> CORRRPT register line - one per correction SHOECORR took off
      *> CORRCTL: the action, the rejected key it answered, the card
      *> as applied, the supervisor who keyed it and the verdict.
      *> Held in its own copybook because the register is read back as
      *> well as printed - the dealer report counts the corrections
      *> that took against the dealer on the round, so writer and
      *> reader must never disagree about where the fields sit.
      *> Register lines are the ones opening "ACTION "; the heading
      *> and the unresolved and summary lines never do. A verdict
      *> opening "APPLIED" or "VOIDED" is a correction that took.
       01 register-line.
          03 filler pic x(7) value "ACTION ".
          03 rg-action pic x.
          03 filler pic x(5) value " KEY ".
          03 rg-scenario pic x(8).
          03 filler pic x value "/".
          03 rg-round pic 9(4).
          03 filler pic x value "/".
          03 rg-seat pic 99.
          03 filler pic x value "/".
          03 rg-rank pic 99.
          03 filler pic x(9) value " APPLIED ".
          03 rg-new-scenario pic x(8).
          03 filler pic x value "/".
          03 rg-new-round pic 9(4).
          03 filler pic x value "/".
          03 rg-new-seat pic 99.
          03 filler pic x value "/".
          03 rg-new-rank pic 99.
          03 filler pic x(10) value " FIXED BY ".
          03 rg-fixed-by pic x(8).
          03 filler pic x value " ".
          03 rg-verdict pic x(22).
