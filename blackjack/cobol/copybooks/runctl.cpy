      *> Run-control record - one per stream step per business date
      *> (per partial slot for the engine steps a SCENRNG splits),
      *> kept by the RUNCTL subprogram every stream step calls on
      *> entry and on the way out. RC-STATUS is "S" from the moment a
      *> step is let in until it posts its finish, so a step still
      *> "S" the morning after never finished - an abend, a cancel,
      *> or a step that ended without posting; "C" is a step that
      *> ran to its end with RC-RETURN-CODE and RC-ROWS (the rows its
      *> AUDITLOG END record counts) posted; "X" is a step refused
      *> entry, RC-HELD-BY naming the step it was waiting on. A rerun
      *> of the night reads these rows to skip what already finished
      *> cleanly.
       01 run-control-record.
          03 rc-key.
             05 rc-business-date pic 9(8).
             05 rc-step pic x(8).
             05 rc-slot pic 9.
          03 rc-status pic x.
             88 rc-started value "S".
             88 rc-completed value "C".
             88 rc-refused value "X".
          03 rc-return-code pic 99.
          03 rc-rows pic 9(7).
          03 rc-start-date pic 9(8).
          03 rc-start-time pic 9(8).
          03 rc-end-time pic 9(8).
          03 rc-attempts pic 999.
          03 rc-skips pic 999.
          03 rc-held-by pic x(8).
