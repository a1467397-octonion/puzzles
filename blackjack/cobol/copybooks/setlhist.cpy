      *> Settlement history master record - one per table per
      *> business date, loaded nightly by SETLLOAD from the SETTLDET
      *> total row, so what the tables actually did outlives the
      *> nightly rewrite of SETTLDET. Keyed on scenario id and
      *> business date; a rerun of the same night replaces that
      *> night's record. Beyond the key it carries the configuration
      *> the table was dealt under that night (from SHOECTL), the
      *> session counts and nets, and the player return per unit
      *> staked HOUSEEDG printed on EDGERPT for the night - TH-EDGE-SEEN
      *> "N" where EDGERPT had no line for the table, so the period
      *> report leaves those hands out of the theoretical edge rather
      *> than pricing them at zero. SETLMANT archives what falls out
      *> of the retention window.
       01 settlement-history-record.
          03 th-key.
             05 th-scenario pic x(8).
             05 th-business-date pic 9(8).
          03 th-deck-count pic 999.
          03 th-stand-total pic 99.
          03 th-hit-soft-17 pic x.
          03 th-natural-pay pic x.
          03 th-das pic x.
          03 th-no-peek pic x.
          03 th-rounds pic 9(5).
          03 th-hands pic 9(6).
          03 th-wins pic 9(6).
          03 th-losses pic 9(6).
          03 th-pushes pic 9(6).
          03 th-naturals pic 9(6).
          03 th-net-units pic s9(5)v9 sign leading separate.
          03 th-drop pic 9(7)v99.
          03 th-net-dollars pic s9(7)v99 sign leading separate.
          03 th-edge-seen pic x.
          03 th-player-return pic s9v9999 sign leading separate.
          03 th-loaded-date pic 9(8).
          03 th-loaded-time pic 9(8).
