      *> The nightly stream as run control knows it, in running
      *> order: each step's name, the highest return code it may end
      *> with and still count as finished cleanly - for the steps
      *> that depend on it and for skipping it on a rerun - and up
      *> to four steps that must have finished cleanly before it may
      *> start. A step split across SCENRNG slots counts as finished
      *> only when every slot on file has. Adding a step to the
      *> stream means adding its entry here and raising the count;
      *> a program whose step is not listed runs with no dependency.
       01 stream-step-values.
          03 filler pic x(9) value "SCENEXT 4".
          03 filler pic x(32) value spaces.
          03 filler pic x(9) value "SHOEDIT 4".
          03 filler pic x(32) value "SCENEXT".
          03 filler pic x(9) value "SHOEFEED4".
          03 filler pic x(32) value "SHOEDIT".
          03 filler pic x(9) value "SHOECORR4".
          03 filler pic x(32) value "SHOEFEED".
          03 filler pic x(9) value "OUTCOMES4".
          03 filler pic x(32) value "SHOECORR".
          03 filler pic x(9) value "STRATEGY4".
          03 filler pic x(32) value "SHOECORR".
          03 filler pic x(9) value "RPTMERGE4".
          03 filler pic x(32) value "OUTCOMESSTRATEGY".
          03 filler pic x(9) value "DRIFT   4".
          03 filler pic x(32) value "RPTMERGE".
          03 filler pic x(9) value "HOUSEEDG4".
          03 filler pic x(32) value "RPTMERGE".
          03 filler pic x(9) value "TCEDGE  4".
          03 filler pic x(32) value "SHOEDIT".
          03 filler pic x(9) value "DEVIATE 4".
          03 filler pic x(32) value "SHOECORR".
          03 filler pic x(9) value "SHOETRAJ4".
          03 filler pic x(32) value "SHOECORR".
          03 filler pic x(9) value "SIDEBET 4".
          03 filler pic x(32) value "SHOECORR".
          03 filler pic x(9) value "SETTLE  4".
          03 filler pic x(32) value "SHOEFEED".
          03 filler pic x(9) value "WINVAR  4".
          03 filler pic x(32) value "HOUSEEDGSETTLE".
          03 filler pic x(9) value "DEALRPT 4".
          03 filler pic x(32) value "SETTLE  SHOECORR".
          03 filler pic x(9) value "COMPLY  4".
          03 filler pic x(32) value "RPTMERGEDEVIATE SHOEFEED".
          03 filler pic x(9) value "PITCHART4".
          03 filler pic x(32) value "RPTMERGE".
          03 filler pic x(9) value "EXTRACT 4".
          03 filler pic x(32) value "RPTMERGE".
          03 filler pic x(9) value "AUDITRPT4".
          03 filler pic x(32) value spaces.
          03 filler pic x(9) value "HISTMANT4".
          03 filler pic x(32) value "DRIFT".
          03 filler pic x(9) value "SETLLOAD4".
          03 filler pic x(32) value "SETTLE  HOUSEEDG".
          03 filler pic x(9) value "PERFRPT 4".
          03 filler pic x(32) value "SETLLOAD".
          03 filler pic x(9) value "SETLMANT4".
          03 filler pic x(32) value "PERFRPT".
       01 stream-step-table redefines stream-step-values.
          03 stream-step occurs 24 times.
             05 ss-step pic x(8).
             05 ss-allowed-rc pic 9.
             05 ss-depends-on pic x(8) occurs 4 times.
       01 stream-step-count pic 99 comp-5 value 24.
