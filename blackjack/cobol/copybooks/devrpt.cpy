      *> DEVRPT print lines - the scenario heading DEVIATE opens each
      *> table with (the Hi-Lo running and true count the live shoe
      *> stood at) and the one flip line per hand/upcard cell whose
      *> recommended play changed. Held in its own copybook because
      *> the report is read back as well as printed - the decision
      *> compliance step matches seat plays against these cells - so
      *> writer and reader must never disagree about where a field
      *> sits. Heading lines open "DEVIATION SCENARIO ", flip lines
      *> open " UPCARD "; the no-flips line opens neither.
       01 heading-line.
          03 filler pic x(19) value "DEVIATION SCENARIO ".
          03 hd-id pic x(8).
          03 filler pic x(8) value " CONFIG ".
          03 hd-deck pic 999.
          03 filler pic x value "/".
          03 hd-stand pic 99.
          03 filler pic x value "/".
          03 hd-h17 pic x.
          03 filler pic x(15) value " RUNNING COUNT ".
          03 hd-running pic +9(4).
          03 filler pic x(12) value " TRUE COUNT ".
          03 hd-true pic +9(3).9.
       01 flip-line.
          03 filler pic x(8) value " UPCARD ".
          03 fl-upcard pic 99.
          03 filler pic x(6) value " HAND ".
          03 fl-type pic x.
          03 fl-value pic 99.
          03 filler pic x(8) value " POSTED ".
          03 fl-fresh-action pic x(6).
          03 filler pic x value " ".
          03 fl-fresh-ev pic +9.9999.
          03 filler pic x(6) value " LIVE ".
          03 fl-live-action pic x(6).
          03 filler pic x value " ".
          03 fl-live-ev pic +9.9999.
          03 filler pic x(8) value " MARGIN ".
          03 fl-margin pic +9.9999.
          03 filler pic x(4) value " TC ".
          03 fl-tc pic +9(3).9.
