      *> Scenario maintenance transaction - one keyed change to the
      *> scenario master, applied by SCENMANT. MT-ACTION "A" adds a
      *> scenario that is not in service on the effective date, "C"
      *> changes one that is (the image replaces the version in
      *> effect from that date on), and "R" retires one from that
      *> date - a retirement needs only the scenario id in the image.
      *> Adds and changes are put through the same field edits SHOEDIT
      *> applies before the master is touched. MT-KEYED-BY is the
      *> id of whoever authorized the change - it goes on the master
      *> and the history trail and is required.
       01 scenario-transaction-record.
          03 mt-action pic x.
             88 mt-add-action value "A".
             88 mt-change-action value "C".
             88 mt-retire-action value "R".
          03 mt-effective-date pic 9(8).
          03 mt-keyed-by pic x(8).
      *> The SHOECTL record as the table is to be dealt - the same
      *> layout, scenario id first.
          03 mt-control-image pic x(100).
