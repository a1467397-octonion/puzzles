      *> Run-control request - what a stream step passes the RUNCTL
      *> subprogram. On entry the step sets RQ-FUNCTION "C" with its
      *> step name and partial slot (zero for the unsplit steps) and
      *> acts on RQ-VERDICT: "R" run, "S" skip - this business date's
      *> run already completed cleanly - or "X" refused, a step it
      *> depends on has not completed or ended above its allowed
      *> return code. On the way out it sets "P" with its return code
      *> and row count to post the finish. RQ-BUSINESS-DATE comes back
      *> on every call.
       01 run-control-request.
          03 rq-function pic x.
             88 rq-check-entry value "C".
             88 rq-post-finish value "P".
          03 rq-step pic x(8).
          03 rq-slot pic 9.
          03 rq-return-code pic 99.
          03 rq-rows pic 9(7).
          03 rq-verdict pic x.
             88 rq-run-step value "R".
             88 rq-skip-step value "S".
             88 rq-refuse-step value "X".
          03 rq-business-date pic 9(8).
