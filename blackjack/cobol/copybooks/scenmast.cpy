      *> Scenario master record - the keyed home of every table
      *> configuration we deal, one record per scenario per effective
      *> date. The version in effect on a business date is the one
      *> with the latest effective date on or before it; a scenario
      *> taken off the floor keeps its history and gains a retired
      *> version from the retirement date on. SM-CONTROL-IMAGE is the
      *> SHOECTL record exactly as the stream should be run from it -
      *> the nightly extract copies it out unchanged - and is sized
      *> with room for fields appended to SHOECTL later. SM-KEYED-BY
      *> and the keyed date and time name the transaction that put
      *> the version on file; SCENHIST carries the full trail.
       01 scenario-master-record.
          03 sm-key.
             05 sm-scenario-id pic x(8).
             05 sm-effective-date pic 9(8).
          03 sm-status pic x.
             88 sm-in-service value "A".
             88 sm-retired value "R".
          03 sm-keyed-by pic x(8).
          03 sm-keyed-date pic 9(8).
          03 sm-keyed-time pic 9(8).
          03 sm-control-image pic x(100).
