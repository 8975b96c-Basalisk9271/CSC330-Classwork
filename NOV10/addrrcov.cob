      *> stamped at or after the recovery point: ADD and RELOAD
      *> write the after image, CHANGE/CASS/SUPPRS/NIXIE/MOVE/MERGE
      *> rewrite it, and DELETE and PURGE delete by the before-image
      *> id. DENIED records are refused online attempts - security
      *> events that never touched the master - and are counted,
      *> not replayed. ALTADD/ALTCHG/ALTDEL records are changes to
      *> the seasonal address file (ALTADDR.CPY), not the master;
      *> their images would overwrite a real master record, so they
      *> are counted and left alone too. Replay is idempotent at the
      *> boundary second - an ADD already present, a DELETE already
      *> gone, or a rewrite of a missing record is reported SKIPPED,
      *> not fatal. The replay report shows every applied and
      *> skipped record with its reason.
      *>
      *> An id on the privacy erasure register (ERASURE.CPY) never
      *> comes back: a snapshot taken before the erasure doesn't
      *> load it, and no ADD, RELOAD or rewrite replays onto it.
      *> ERASE records replay as deletes. The register must be
      *> readable or the recovery doesn't start.

       environment division.
       input-output section.
               access mode is dynamic
               record key is addr-id
               file status is ws-addrmas-status.
           select erasure-file assign to s-erasure
               organization is indexed
               access mode is random
               record key is ers-addr-id
               file status is ws-erasure-status.
           select replay-report-file assign to s-rpyrpt
               organization is sequential
               file status is ws-rpyrpt-status.
           label records are standard.
           copy addrmas.cpy.

       fd erasure-file
           label records are standard.
           copy erasure.cpy.

       fd replay-report-file
           label records are omitted.
       01 replay-report-line          picture x(80).
       01 ws-auditlg-status       picture x(2).
       01 ws-addrmas-status       picture x(2).
       01 ws-rpyrpt-status        picture x(2).
       01 ws-erasure-status       picture x(2).

       01 ws-snap-eof-switch      picture x value 'N'.
           88 ws-snap-at-eof value 'Y'.
       01 ws-applied-count        picture 9(6) value 0.
       01 ws-skipped-count        picture 9(6) value 0.
       01 ws-before-point-count   picture 9(6) value 0.
       01 ws-security-count       picture 9(6) value 0.
       01 ws-alternate-count      picture 9(6) value 0.
       01 ws-erased-not-loaded    picture 9(9) value 0.
       01 ws-erased-switch        picture x.
           88 ws-id-was-erased value 'Y'.
       01 ws-entry-note           picture x(30).

       procedure division.
           close snapshot-file.
           close audit-log-file.
           close address-master.
           close erasure-file.
           close replay-report-file.
           stop run.

               move 16 to return-code
               stop run
           end-if.
           open input erasure-file.
           if ws-erasure-status not = '00'
               display 'ERROR OPENING ERASURE REGISTER, STATUS='
               display ws-erasure-status
               move 16 to return-code
               stop run
           end-if.
           open output replay-report-file.
           if ws-rpyrpt-status not = '00'
               display 'ERROR OPENING REPLAY REPORT, STATUS='
                       move snapshot-record (1:24)
                           to ws-snap-trailer-work
                   when other
                       perform 2100-load-one-snapshot-record
               end-evaluate
               read snapshot-file
                   at end
               stop run
           end-if.
           if not ws-trailer-seen
                   or ws-trl-count
                       not = ws-loaded-count + ws-erased-not-loaded
               display 'SNAPSHOT TRAILER MISSING OR COUNT MISMATCH'
               move 16 to return-code
               stop run
               stop run
           end-if.

       2100-load-one-snapshot-record.
           move snapshot-record to address-master-record.
           perform 8300-check-erasure-register.
           if ws-id-was-erased
               add 1 to ws-erased-not-loaded
           else
               write address-master-record
                   invalid key
                       display 'SNAPSHOT LOAD FAILED ON KEY'
                       display addr-id
                       move 16 to return-code
                       stop run
               end-write
               add 1 to ws-loaded-count
           end-if.

       3000-replay-audit-log.
           read audit-log-file
               at end
      *> the record leaves by its before-image id).
       4000-replay-one-record.
           evaluate aud-action
               when 'DENIED'
                   add 1 to ws-security-count
               when 'ALTADD'
               when 'ALTCHG'
               when 'ALTDEL'
                   add 1 to ws-alternate-count
               when 'ADD'
               when 'RELOAD'
                   perform 5000-replay-add
               when 'DELETE'
               when 'PURGE'
               when 'ERASE'
                   perform 6000-replay-delete
               when other
                   perform 7000-replay-rewrite

       5000-replay-add.
           perform 8200-move-after-image-to-master.
           perform 8300-check-erasure-register.
           if ws-id-was-erased
               move 'SKIPPED - ERASED' to ws-entry-note
               add 1 to ws-skipped-count
           else
               perform 5100-write-added-record
           end-if.
           perform 8100-write-entry-line.

       5100-write-added-record.
           write address-master-record
               invalid key
                   move 'SKIPPED - ALREADY PRESENT' to ws-entry-note
                   move 'APPLIED' to ws-entry-note
                   add 1 to ws-applied-count
           end-write.

       6000-replay-delete.
           move aud-before-id to addr-id.

       7000-replay-rewrite.
           move aud-after-id to addr-id.
           perform 8300-check-erasure-register.
           if ws-id-was-erased
               move 'SKIPPED - ERASED' to ws-entry-note
               add 1 to ws-skipped-count
           else
               perform 7100-rewrite-logged-record
           end-if.
           perform 8100-write-entry-line.

       7100-rewrite-logged-record.
           read address-master
               invalid key
                   move 'SKIPPED - NOT FOUND' to ws-entry-note
                           add 1 to ws-applied-count
                   end-rewrite
           end-read.

       8200-move-after-image-to-master.
           move aud-after-id to addr-id.
           move aud-after-fail-count to addr-fail-count.
           move aud-after-fail-date to addr-last-fail-date.

       8300-check-erasure-register.
           move 'N' to ws-erased-switch.
           move addr-id to ers-addr-id.
           read erasure-file
               invalid key
                   continue
               not invalid key
                   set ws-id-was-erased to true
           end-read.

       8100-write-entry-line.
           move spaces to replay-report-line.
           string aud-log-date delimited by size
               ws-entry-note delimited by size
               into replay-report-line.
           if aud-action = 'DELETE' or aud-action = 'PURGE'
                   or aud-action = 'ERASE'
               move aud-before-id to replay-report-line (26:6)
           end-if.
           write replay-report-line.
               ws-before-point-count delimited by size
               into replay-report-line.
           write replay-report-line.
           move spaces to replay-report-line.
           string 'SECURITY EVENTS NOT REPLAYED=' delimited by size
               ws-security-count delimited by size
               into replay-report-line.
           write replay-report-line.
           move spaces to replay-report-line.
           string 'ALTERNATE ADDRESS EVENTS NOT REPLAYED='
                   delimited by size
               ws-alternate-count delimited by size
               into replay-report-line.
           write replay-report-line.
           move spaces to replay-report-line.
           string 'ERASED IDS NOT LOADED FROM SNAPSHOT='
                   delimited by size
               ws-erased-not-loaded delimited by size
               into replay-report-line.
           write replay-report-line.
