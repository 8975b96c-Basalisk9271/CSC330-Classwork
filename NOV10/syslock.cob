       identification division.
       program-id.
       syslock.
       author.
           Chris P. Bacon.
       date-written.
           October 15, 2026.

      *> Shared access to the system-status control record
      *> (SYSSTAT.CPY) that keeps online maintenance off the master
      *> while the nightly stream holds it DISP=OLD. Three functions:
      *>   'Q' - read the record and hand it back (ADDRMAINT at
      *>         sign-on and before every update)
      *>   'B' - batch owns the master: set by the LOCKON step, or
      *>         forced closed by the override job
      *>   'O' - open to online maintenance: set by VERIFY at the
      *>         end of a clean run, or forced open by the override
      *>         job after an abend has been recovered
      *> A 'B' or 'O' stamps the record with the caller's userid,
      *> source (the step name or override job name), date, time
      *> and reason, keeps the flag it replaced, and appends one
      *> RUNCTL.CPY record to the run-control ledger under the
      *> source name - so the verify report and anyone reading the
      *> ledger later can see who moved the flag and when.
      *>
      *> The status file is opened and closed inside each call, so
      *> an online session never holds it between screens and the
      *> batch step that owns the master can always get at it. The
      *> ok flag comes back 'N' when the file won't open or the
      *> record is missing (a freshly defined cluster - the override
      *> job seeds it); callers treat that as "not open".

       environment division.
       input-output section.
       file-control.
           select system-status-file assign to s-sysstat
               organization is indexed
               access mode is dynamic
               record key is sst-key
               file status is ws-sysstat-status.
           select run-control-file assign to s-runctl
               organization is sequential
               file status is ws-runctl-status.

       data division.
       file section.
       fd system-status-file
           label records are standard.
           copy sysstat.cpy.

       fd run-control-file
           label records are omitted.
           copy runctl.cpy.

       working-storage section.
       01 ws-sysstat-status           picture x(2).
       01 ws-runctl-status            picture x(2).
       01 ws-status-key               picture x(6) value 'SYSTAT'.
       01 ws-record-found-switch      picture x.
           88 ws-record-was-found value 'Y'.

       linkage section.
       01 lk-function                 picture x.
           88 lk-query-status value 'Q'.
           88 lk-set-batch-owns value 'B'.
           88 lk-set-online-open value 'O'.
       01 lk-user-id                  picture x(8).
       01 lk-source                   picture x(8).
       01 lk-reason                   picture x(30).
       01 lk-status-area              picture x(80).
       01 lk-ok-flag                  picture x.
           88 lk-status-ok value 'Y'.

       procedure division using lk-function lk-user-id lk-source
               lk-reason lk-status-area lk-ok-flag.
       0000-main.
           move 'N' to lk-ok-flag.
           move spaces to lk-status-area.
           evaluate true
               when lk-query-status
                   perform 1000-read-status
               when lk-set-batch-owns
               when lk-set-online-open
                   perform 2000-change-status
           end-evaluate.
           goback.

       1000-read-status.
           open input system-status-file.
           if ws-sysstat-status = '00'
               move ws-status-key to sst-key
               read system-status-file
                   invalid key
                       continue
                   not invalid key
                       move system-status-record to lk-status-area
                       set lk-status-ok to true
               end-read
               close system-status-file
           end-if.

      *> A missing record is written rather than rewritten, which
      *> is how the first override seeds a newly defined cluster.
       2000-change-status.
           open i-o system-status-file.
           if ws-sysstat-status not = '00'
               continue
           else
               move ws-status-key to sst-key
               read system-status-file
                   invalid key
                       move 'N' to ws-record-found-switch
                       move spaces to system-status-record
                       move ws-status-key to sst-key
                   not invalid key
                       set ws-record-was-found to true
               end-read
               move sst-batch-flag to sst-prior-flag
               move lk-function to sst-batch-flag
               move lk-user-id to sst-changed-by
               move lk-source to sst-changed-source
               accept sst-changed-date from date yyyymmdd
               accept sst-changed-time from time
               move lk-reason to sst-reason
               if ws-record-was-found
                   rewrite system-status-record
                       invalid key
                           continue
                       not invalid key
                           set lk-status-ok to true
                   end-rewrite
               else
                   write system-status-record
                       invalid key
                           continue
                       not invalid key
                           set lk-status-ok to true
                   end-write
               end-if
               if lk-status-ok
                   move system-status-record to lk-status-area
                   perform 3000-log-status-change
               end-if
               close system-status-file
           end-if.

      *> Same open-extend-write-close as stplog, and the same
      *> silence when the ledger isn't allocated.
       3000-log-status-change.
           open extend run-control-file.
           if ws-runctl-status not = '00'
               continue
           else
               move spaces to run-control-record
               move sst-changed-date to rct-run-date
               move lk-source to rct-step-name
               move sst-changed-date to rct-start-date
               move sst-changed-time to rct-start-time
               move sst-changed-date to rct-end-date
               move sst-changed-time to rct-end-time
               move zeros to rct-record-count
               move zeros to rct-condition
               move sst-batch-flag to rct-lock-flag
               move lk-user-id to rct-changed-by
               write run-control-record
               close run-control-file
           end-if.
