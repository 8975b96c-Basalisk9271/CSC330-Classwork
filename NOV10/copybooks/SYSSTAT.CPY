      *> SYSSTAT.CPY - the system-status control record, one record
      *> on a one-record KSDS keyed by a constant, the same pattern
      *> as the id control. SST-BATCH-FLAG says who owns the master:
      *> 'B' while the nightly stream has it (set by the LOCKON step
      *> ahead of PENDAPL, released by VERIFY at end of job), 'O'
      *> when it is open to online maintenance. ADDRMAINT reads it
      *> at sign-on and before every update and drops to inquiry
      *> while it says 'B'. Every change goes through the syslock
      *> subprogram, which stamps who made it, from which step or
      *> job, when and why, keeps the flag it replaced, and writes
      *> the change to the run-control ledger.
       01 system-status-record.
           05 sst-key                 picture x(6).
           05 sst-batch-flag          picture x.
               88 sst-batch-owns-master   value 'B'.
               88 sst-online-open         value 'O'.
           05 sst-prior-flag          picture x.
           05 sst-changed-by          picture x(8).
           05 sst-changed-source      picture x(8).
           05 sst-changed-date        picture 9(8).
           05 sst-changed-time        picture 9(8).
           05 sst-reason              picture x(30).
           05 filler                  picture x(10).
