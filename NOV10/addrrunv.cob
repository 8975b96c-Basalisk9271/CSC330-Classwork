      *> record via stplog as they end; this program reads the
      *> night's records back, prints the one-page run ledger, and
      *> proves the required sequence executed completely and in
      *> order. A skipped SUPPRS or NIXIE - or the five tail reports
      *> a first-run flush drops - surfaces tonight as RC 8, not
      *> weeks later when compliance asks.
      *>
      *> the extras still show on the ledger. A required step whose
      *> own condition code came back above 4 fails verification
      *> too: the step ran, but the night isn't clean.
      *>
      *> A clean verification also hands the master back to online
      *> maintenance: the system-status flag LOCKON set at the top of
      *> the stream goes back to 'O' through syslock, logged as step
      *> LOCKOFF. An incomplete run leaves the flag closed - whatever
      *> stopped the night may have left the master half-updated -
      *> and the report says so; operations open it with the
      *> ADDRLOCK override job once the recovery is done. Flag
      *> changes show on the ledger with the flag set and who set
      *> it.
      *>
      *> INTEGRTY is the one required step whose RC 8 isn't a
      *> failed run: it means the cross-file check found drift
      *> between files, which is for the data owners to clear. It
      *> still ends this step RC 8 so the night shows it, but it
      *> doesn't hold the master closed. FEED is treated the same
      *> way: its RC 8 is a billing feed that didn't prove out
      *> against its own trailer, so tonight's load carried only the
      *> hand-keyed transactions - billing's to resend, not a broken
      *> night.

       environment division.
       input-output section.
               10 wnt-end-time        picture 9(8).
               10 wnt-record-count    picture 9(9).
               10 wnt-condition       picture 9(4).
               10 wnt-lock-flag       picture x.
               10 wnt-changed-by      picture x(8).
       01 ws-night-idx            picture 9(2).

      *> The required nightly sequence, in execution order. Keep in
      *> step with the ADDRJOB stream when a step is added.
       01 ws-required-names.
           05 filler                  picture x(8) value 'LOCKON'.
           05 filler                  picture x(8) value 'PENDAPL'.
           05 filler                  picture x(8) value 'FEED'.
           05 filler                  picture x(8) value 'LOAD'.
           05 filler                  picture x(8) value 'SUPPRS'.
           05 filler                  picture x(8) value 'NIXIE'.
           05 filler                  picture x(8) value 'UNLOAD'.
           05 filler                  picture x(8) value 'RUN'.
           05 filler                  picture x(8) value 'LABELS'.
           05 filler                  picture x(8) value 'CONFIRM'.
           05 filler                  picture x(8) value 'LETTERS'.
           05 filler                  picture x(8) value 'RECON'.
           05 filler                  picture x(8) value 'AUDRPT'.
           05 filler                  picture x(8) value 'BALANCE'.
           05 filler                  picture x(8) value 'STATS'.
           05 filler                  picture x(8) value 'INTEGRTY'.
       01 ws-required-table redefines ws-required-names.
           05 ws-required-step occurs 19 times
                                      picture x(8).
       01 ws-required-max         picture 9(2) value 19.
       01 ws-required-idx         picture 9(2).

       01 ws-found-seq            picture 9(2).
       01 ws-scan-idx             picture 9(2).
       01 ws-verify-switch        picture x value 'N'.
           88 ws-verification-failed value 'Y'.
       01 ws-integrity-switch     picture x value 'N'.
           88 ws-integrity-exceptions value 'Y'.
       01 ws-feed-switch          picture x value 'N'.
           88 ws-feed-rejected        value 'Y'.

       copy sysstat.cpy.
       01 ws-lock-function        picture x.
       01 ws-lock-user-id         picture x(8) value 'BATCH'.
       01 ws-lock-source          picture x(8) value 'LOCKOFF'.
       01 ws-lock-reason          picture x(30)
                                  value 'RUN VERIFIED COMPLETE'.
       01 ws-lock-ok-flag         picture x.
           88 ws-lock-status-ok value 'Y'.

       procedure division.
       0000-main.
           perform 2000-load-night-records.
           perform 3000-write-run-ledger.
           perform 4000-check-required-sequence.
           perform 5000-release-master.
           perform 9000-write-verdict.
           close parm-card-file.
           close verify-report-file.
           if ws-verification-failed or ws-integrity-exceptions
                   or ws-feed-rejected
               move 8 to return-code
           end-if.
           stop run.
                       to wnt-record-count (ws-night-count)
                   move rct-condition
                       to wnt-condition (ws-night-count)
                   move rct-lock-flag
                       to wnt-lock-flag (ws-night-count)
                   move rct-changed-by
                       to wnt-changed-by (ws-night-count)
               end-if
               read run-control-file
                   at end
                       set ws-end-of-run-control to true
               end-read
           end-perform.
      *> Closed here rather than at the end: the LOCKOFF record
      *> syslock appends goes to this same dataset.
           close run-control-file.

       3000-write-run-ledger.
           move 'NIGHTLY RUN LEDGER' to verify-report-line.
           write verify-report-line.
           move spaces to verify-report-line.
           write verify-report-line.
           move
               'STEP     START    END DATE END TIME COUNT     COND F BY'
               to verify-report-line.
           write verify-report-line.
           perform varying ws-night-idx from 1 by 1
                   wnt-record-count (ws-night-idx) delimited by size
                   ' ' delimited by size
                   wnt-condition (ws-night-idx) delimited by size
                   ' ' delimited by size
                   wnt-lock-flag (ws-night-idx) delimited by size
                   ' ' delimited by size
                   wnt-changed-by (ws-night-idx) delimited by size
                   into verify-report-line
               write verify-report-line
           end-perform.
                       into verify-report-line
                   write verify-report-line
                   move ws-found-seq to ws-prev-found-seq
               when ws-required-step (ws-required-idx) = 'INTEGRTY'
                       and wnt-condition (ws-found-seq) > 4
                       and wnt-condition (ws-found-seq) not > 8
                   set ws-integrity-exceptions to true
                   move 'INTEGRITY EXCEPTIONS - SEE INTEGRTY REPORT'
                       to verify-report-line
                   write verify-report-line
                   move ws-found-seq to ws-prev-found-seq
               when ws-required-step (ws-required-idx) = 'FEED'
                       and wnt-condition (ws-found-seq) > 4
                       and wnt-condition (ws-found-seq) not > 8
                   set ws-feed-rejected to true
                   move 'BILLING FEED REJECTED - SEE FEED REPORT'
                       to verify-report-line
                   write verify-report-line
                   move ws-found-seq to ws-prev-found-seq
               when other
                   if wnt-condition (ws-found-seq) > 4
                       set ws-verification-failed to true
                   move ws-found-seq to ws-prev-found-seq
           end-evaluate.

       5000-release-master.
           move spaces to verify-report-line.
           write verify-report-line.
           if ws-verification-failed
               move 'Q' to ws-lock-function
           else
               move 'O' to ws-lock-function
           end-if.
           call 'syslock' using ws-lock-function ws-lock-user-id
                   ws-lock-source ws-lock-reason
                   system-status-record ws-lock-ok-flag.
           move spaces to verify-report-line.
           evaluate true
               when not ws-lock-status-ok
                   set ws-verification-failed to true
                   move 'SYSTEM STATUS FILE UNAVAILABLE - CHECK FLAG'
                       to verify-report-line
               when ws-lock-function = 'O'
                   move 'MASTER RELEASED TO ONLINE MAINTENANCE'
                       to verify-report-line
               when sst-batch-owns-master
                   move 'MASTER LEFT CLOSED - OVERRIDE AFTER RECOVERY'
                       to verify-report-line
               when other
                   string 'SYSTEM STATUS FLAG IS ' delimited by size
                       sst-batch-flag delimited by size
                       ' - SET BY ' delimited by size
                       sst-changed-by delimited by size
                       ' FROM ' delimited by size
                       sst-changed-source delimited by size
                       into verify-report-line
           end-evaluate.
           write verify-report-line.

       9000-write-verdict.
           move spaces to verify-report-line.
           write verify-report-line.
                   to verify-report-line
           end-if.
           write verify-report-line.
           if ws-integrity-exceptions
               move 'CROSS-FILE INTEGRITY EXCEPTIONS OUTSTANDING'
                   to verify-report-line
               write verify-report-line
           end-if.
           if ws-feed-rejected
               move 'BILLING FEED NOT LOADED - RESEND REQUIRED'
                   to verify-report-line
               write verify-report-line
           end-if.
