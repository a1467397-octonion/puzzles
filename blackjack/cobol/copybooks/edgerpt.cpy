      *> EDGERPT edge line - the one line per scenario HOUSEEDG
      *> prints: configuration, payout rule, the player return per
      *> unit staked, the house edge in percent and the probability
      *> the live shoe could deal. Held in its own copybook because
      *> the report is read back as well as printed - the
      *> theoretical-versus-actual step takes the player return off
      *> this line, so writer and reader must never disagree about
      *> where it sits. Edge lines are the ones opening "SCENARIO ";
      *> the heading and the OUTRPT join lines under each never do.
       01 edge-line.
          03 filler pic x(9) value "SCENARIO ".
          03 el-id pic x(8).
          03 filler pic x(8) value " CONFIG ".
          03 el-deck pic 999.
          03 filler pic x value "/".
          03 el-stand pic 99.
          03 filler pic x value "/".
          03 el-h17 pic x.
          03 filler pic x(5) value " PAY ".
          03 el-pay pic x(3).
          03 filler pic x(15) value " PLAYER RETURN ".
          03 el-return pic +9.9999.
          03 filler pic x(12) value " HOUSE EDGE ".
          03 el-edge pic +99.99.
          03 filler pic x(10) value " PCT COVER".
          03 filler pic x value " ".
          03 el-cover pic 9.9999.
