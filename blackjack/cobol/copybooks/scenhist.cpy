      *> Scenario history record - written by SCENMANT for every
      *> transaction it applies to the scenario master and never
      *> rewritten, so the file is the evidence of when a table's
      *> rules changed and who authorized it. The before image is
      *> the version that was in effect on the effective date (status
      *> blank when the scenario had no version yet), the after image
      *> the version the transaction put in its place. Each image is
      *> a status byte and the SHOECTL record as SCENMAST carries it.
       01 scenario-history-record.
          03 hx-scenario-id pic x(8).
          03 hx-effective-date pic 9(8).
          03 hx-action pic x.
          03 hx-keyed-by pic x(8).
          03 hx-change-date pic 9(8).
          03 hx-change-time pic 9(8).
          03 hx-before-status pic x.
          03 hx-before-image pic x(100).
          03 hx-after-status pic x.
          03 hx-after-image pic x(100).
