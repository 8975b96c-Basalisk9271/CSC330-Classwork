      *> RCT-RECORD-COUNT is the step's own headline count (reads
      *> applied, pieces printed - whatever its report totals lead
      *> with) and RCT-CONDITION is the return code it ended with.
      *> The syslock subprogram writes one here too every time the
      *> system-status flag changes (step LOCKON, LOCKOFF, or the
      *> OVERRIDE job's name), carrying the flag it set and the
      *> userid that set it; step records leave those two blank.
       01 run-control-record.
           05 rct-run-date            picture 9(8).
           05 rct-step-name           picture x(8).
           05 rct-end-time            picture 9(8).
           05 rct-record-count        picture 9(9).
           05 rct-condition           picture 9(4).
           05 rct-lock-flag           picture x.
           05 rct-changed-by          picture x(8).
           05 filler                  picture x(10).
