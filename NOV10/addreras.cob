       identification division.
       program-id.
       addreras.
       author.
           Chris P. Bacon.
       date-written.
           October 15, 2026.

      *> Privacy erasure for the customer who asks us to forget
      *> them. A delete in addrmaint only takes the master record;
      *> the name and street live on in the audit log images, the
      *> pending queue, the purge archive generations, the extract
      *> snapshots and the mail-house transmissions. This program
      *> takes them out of all of those, keeps the bare ADDR-ID,
      *> status and dates (so do-not-mail evidence and the mail
      *> history counts still stand), records the id on the
      *> erasure register (ERASURE.CPY) so nothing can bring it
      *> back, and prints a certificate of erasure for legal.
      *>
      *> The request deck (S-ERASREQ) carries one ADDR-ID per card,
      *> cols 1-6, with legal's reference for the request in cols
      *> 8-27. Erased images keep everything but the name, which
      *> becomes the *ERASED* marker, and the street, which goes to
      *> spaces. The same deck drives three modes, one per step of
      *> the ADDRERAS job, chosen by col 1 of the parameter card:
      *>
      *>   E  erase: removes the master record (audit action ERASE,
      *>      spaces after image, like a delete - forward recovery
      *>      replays it as one) and every alternate address for the
      *>      id, scrubs every pending item and live audit log
      *>      record that carries it (a still-pending or approved
      *>      item is rejected so it never posts), and writes the
      *>      register record. Cols 2-9 carry the userid doing it.
      *>   S  scrub: rewrites one sequential dataset in place, the
      *>      one on S-SCRUBIO. Col 10 says what it holds - M master
      *>      images (a purge archive or extract generation, HDR/TRL
      *>      wrapped), A audit log records (an audit archive
      *>      generation), X mail-house transmission records - and
      *>      cols 11-54 name it for the certificate. A scrub keeps
      *>      every record, so trailer counts and hash totals still
      *>      balance. DENIED audit records carry no customer data
      *>      and are left alone.
      *>   C  certificate: prints, per request, the register entry
      *>      and every file the id was found in with its record
      *>      count, then every file examined with its totals. Every
      *>      C card may name a GDG base in cols 11-54 with the
      *>      generations it has cataloged in cols 55-57; the
      *>      certificate counts the distinct generations of that
      *>      base the scrub steps examined, and any base short of
      *>      its count - or a run naming no base at all - is
      *>      ERASURE INCOMPLETE, RC 8, so a generation the job
      *>      didn't reach can never be certified as scrubbed.
      *>
      *> Every E and S step appends its counts to the certificate
      *> work file (S-ERASCERT) the C step reads back. Counts are
      *> of records found carrying the id, whether this run changed
      *> them or an earlier run already had, so a rerun still
      *> certifies the whole erasure.

       environment division.
       input-output section.
       file-control.
           select parm-card-file assign to s-parms
               organization is sequential
               file status is ws-parms-status.
           select erase-request-file assign to s-erasreq
               organization is sequential
               file status is ws-erasreq-status.
           select address-master assign to s-addrmas
               organization is indexed
               access mode is dynamic
               record key is addr-id
               file status is ws-addrmas-status.
           select alt-address-file assign to s-altaddr
               organization is indexed
               access mode is dynamic
               record key is alt-key
               file status is ws-altaddr-status.
           select pending-trans-file assign to s-pendtrn
               organization is indexed
               access mode is sequential
               record key is pnd-key
               file status is ws-pendtrn-status.
           select audit-log-file assign to s-auditlg
               organization is sequential
               file status is ws-auditlg-status.
           select erasure-file assign to s-erasure
               organization is indexed
               access mode is random
               record key is ers-addr-id
               file status is ws-erasure-status.
           select scrub-master-file assign to s-scrubio
               organization is sequential
               file status is ws-scrubio-status.
           select scrub-audit-file assign to s-scrubio
               organization is sequential
               file status is ws-scrubio-status.
           select scrub-xmit-file assign to s-scrubio
               organization is sequential
               file status is ws-scrubio-status.
           select erase-cert-file assign to s-erascert
               organization is sequential
               file status is ws-erascert-status.
           select erase-report-file assign to s-erasrpt
               organization is sequential
               file status is ws-erasrpt-status.
           select cert-sort-file assign to s-sortwk.

       data division.
       file section.
       fd parm-card-file
           label records are omitted.
       01 parm-card.
           05 prm-mode                picture x.
           05 prm-user-id             picture x(8).
           05 prm-scrub-kind          picture x.
           05 prm-file-label          picture x(44).
           05 prm-generations         picture x(3).
           05 filler                  picture x(23).

       fd erase-request-file
           label records are omitted.
       01 erase-request-card.
           05 req-addr-id             picture x(6).
           05 filler                  picture x.
           05 req-reference           picture x(20).
           05 filler                  picture x(53).

       fd address-master
           label records are standard.
           copy addrmas.cpy.

       fd alt-address-file
           label records are standard.
           copy altaddr.cpy.

       fd pending-trans-file
           label records are standard.
           copy pendtrn.cpy.

       fd audit-log-file
           label records are omitted.
           copy auditlog.cpy.

       fd erasure-file
           label records are standard.
           copy erasure.cpy.

       fd scrub-master-file
           label records are omitted.
       01 scrub-master-record         picture x(133).

       fd scrub-audit-file
           label records are omitted.
       01 scrub-audit-record.
           05 sca-stamp               picture x(32).
           05 sca-action              picture x(6).
           05 sca-before-image        picture x(133).
           05 sca-after-image         picture x(133).

       fd scrub-xmit-file
           label records are omitted.
       01 scrub-xmit-record.
           05 scx-addr-id             picture x(6).
           05 scx-name                picture x(26).
           05 scx-street              picture x(26).
           05 filler                  picture x(92).

      *> One record per file per id it was found in, and one per
      *> file (id spaces) with that file's totals.
       fd erase-cert-file
           label records are omitted.
       01 erase-cert-record.
           05 ecr-addr-id             picture x(6).
           05 ecr-file-label          picture x(44).
           05 ecr-action              picture x(8).
           05 ecr-count               picture 9(9).
           05 ecr-changed-count       picture 9(9).
           05 filler                  picture x(4).

       fd erase-report-file
           label records are omitted.
       01 erase-report-line           picture x(80).

       sd cert-sort-file.
       01 cert-sort-record.
           05 cs-addr-id              picture x(6).
           05 cs-seq                  picture 9(9).
           05 cs-data                 picture x(80).

       working-storage section.
       01 ws-parms-status         picture x(2).
       01 ws-erasreq-status       picture x(2).
       01 ws-addrmas-status       picture x(2).
       01 ws-altaddr-status       picture x(2).
       01 ws-pendtrn-status       picture x(2).
       01 ws-auditlg-status       picture x(2).
       01 ws-erasure-status       picture x(2).
       01 ws-scrubio-status       picture x(2).
       01 ws-erascert-status      picture x(2).
       01 ws-erasrpt-status       picture x(2).

       01 ws-request-eof-switch   picture x value 'N'.
           88 ws-end-of-requests value 'Y'.
       01 ws-file-eof-switch      picture x value 'N'.
           88 ws-end-of-file value 'Y'.
       01 ws-alt-done-switch      picture x value 'N'.
           88 ws-alt-scan-done value 'Y'.
       01 ws-sort-eof-switch      picture x value 'N'.
           88 ws-end-of-sorted-records value 'Y'.

       01 ws-mode-switch          picture x.
           88 ws-erase-mode value 'E'.
           88 ws-scrub-mode value 'S'.
           88 ws-certificate-mode value 'C'.
       01 ws-scrub-kind           picture x.
           88 ws-scrub-master-images value 'M'.
           88 ws-scrub-audit-records value 'A'.
           88 ws-scrub-xmit-records value 'X'.
       01 ws-user-id              picture x(8).
       01 ws-file-label           picture x(44).
       01 ws-run-date             picture 9(8).
       01 ws-run-time             picture 9(8).

       01 ws-erased-name          picture x(26) value '*ERASED*'.

       01 ws-request-count        picture 9(3) value 0.
       01 ws-request-max          picture 9(3) value 500.
       01 ws-request-table.
           05 ws-request-entry occurs 500 times.
               10 wrq-id              picture x(6).
               10 wrq-reference       picture x(20).
               10 wrq-master-count    picture 9(9).
               10 wrq-alt-count       picture 9(9).
               10 wrq-pending-count   picture 9(9).
               10 wrq-audit-count     picture 9(9).
               10 wrq-scrub-count     picture 9(9).
               10 wrq-state           picture x.
                   88 wrq-was-registered  value 'R'.
                   88 wrq-already-on-file value 'A'.
                   88 wrq-not-registered  value 'N'.
               10 wrq-printed         picture x.
                   88 wrq-was-printed     value 'Y'.
       01 ws-request-idx          picture 9(3).
       01 ws-match-idx            picture 9(3).
       01 ws-image-idx            picture 9(3).
       01 ws-first-image-idx      picture 9(3).

      *> One 133-byte image (master, archive, extract or either
      *> audit/pending image) under scrutiny.
       01 ws-scrub-image.
           05 wsi-id                  picture x(6).
           05 wsi-name                picture x(26).
           05 wsi-street              picture x(26).
           05 wsi-city                picture x(20).
           05 wsi-state               picture x(2).
           05 wsi-zip                 picture x(10).
           05 wsi-country             picture x(20).
           05 wsi-route               picture x(4).
           05 wsi-status              picture x.
           05 wsi-status-date         picture 9(8).
           05 wsi-fail-count          picture 9(2).
           05 wsi-fail-date           picture 9(8).
       01 ws-image-switch         picture x.
           88 ws-image-is-requested value 'Y'.
       01 ws-record-changed-switch picture x.
           88 ws-record-changed value 'Y'.
       01 ws-record-matched-switch picture x.
           88 ws-record-matched value 'Y'.

       01 ws-read-count           picture 9(9) value 0.
       01 ws-matched-count        picture 9(9) value 0.
       01 ws-changed-count        picture 9(9) value 0.
       01 ws-rejected-count       picture 9(9) value 0.
       01 ws-erased-count         picture 9(9) value 0.
       01 ws-not-on-master-count  picture 9(9) value 0.
       01 ws-alt-removed-count    picture 9(9) value 0.
       01 ws-registered-count     picture 9(9) value 0.
       01 ws-already-count        picture 9(9) value 0.
       01 ws-missing-count        picture 9(9) value 0.
       01 ws-release-seq          picture 9(9) value 0.

      *> Per-file totals the certificate closes with.
       01 ws-file-count           picture 9(3) value 0.
       01 ws-file-max             picture 9(3) value 150.
       01 ws-file-table.
           05 ws-file-entry occurs 150 times.
               10 wft-label           picture x(44).
               10 wft-action          picture x(8).
               10 wft-read-count      picture 9(9).
               10 wft-changed-count   picture 9(9).
       01 ws-file-idx             picture 9(3).
       01 ws-found-file-idx       picture 9(3).

      *> GDG bases the C cards say must be covered, with the
      *> generations expected and the generations examined.
       01 ws-parm-eof-switch      picture x value 'N'.
           88 ws-end-of-parms value 'Y'.
       01 ws-base-count           picture 9(2) value 0.
       01 ws-base-max             picture 9(2) value 20.
       01 ws-base-table.
           05 ws-base-entry occurs 20 times.
               10 wbt-base            picture x(44).
               10 wbt-base-length     picture 9(2).
               10 wbt-expected        picture 9(3).
               10 wbt-examined        picture 9(3).
       01 ws-base-idx             picture 9(2).
       01 ws-short-count          picture 9(2) value 0.

       01 ws-cert-id              picture x(6) value low-values.
       01 ws-cert-line-count      picture 9(9).

       procedure division.
       0000-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.
           perform 1000-open-and-read-parms.
           perform 1500-load-request-table.
           evaluate true
               when ws-erase-mode
                   perform 2000-erase-requests
               when ws-scrub-mode
                   perform 3000-scrub-one-file
               when ws-certificate-mode
                   perform 4000-write-certificate
           end-evaluate.
           close parm-card-file.
           close erase-request-file.
           close erase-report-file.
           stop run.

       1000-open-and-read-parms.
           open input parm-card-file.
           if ws-parms-status not = '00'
               display 'ERROR OPENING PARAMETER FILE, STATUS='
               display ws-parms-status
               move 16 to return-code
               stop run
           end-if.
           move spaces to parm-card.
           read parm-card-file
               at end
                   continue
           end-read.
           move prm-mode to ws-mode-switch.
           move prm-user-id to ws-user-id.
           move prm-scrub-kind to ws-scrub-kind.
           move prm-file-label to ws-file-label.
           evaluate true
               when not ws-erase-mode and not ws-scrub-mode
                       and not ws-certificate-mode
                   display 'ERASURE MODE MUST BE E, S OR C IN COL 1'
                   move 16 to return-code
                   stop run
               when ws-erase-mode and ws-user-id = spaces
                   display 'ERASURE NEEDS A USERID IN COLS 2-9'
                   move 16 to return-code
                   stop run
               when ws-scrub-mode and not ws-scrub-master-images
                       and not ws-scrub-audit-records
                       and not ws-scrub-xmit-records
                   display 'SCRUB KIND MUST BE M, A OR X IN COL 10'
                   move 16 to return-code
                   stop run
               when ws-scrub-mode and ws-file-label = spaces
                   display 'SCRUB NEEDS THE DATASET NAME IN COLS 11-54'
                   move 16 to return-code
                   stop run
               when other
                   continue
           end-evaluate.
           open output erase-report-file.
           if ws-erasrpt-status not = '00'
               display 'ERROR OPENING ERASURE REPORT, STATUS='
               display ws-erasrpt-status
               move 16 to return-code
               stop run
           end-if.

       1500-load-request-table.
           open input erase-request-file.
           if ws-erasreq-status not = '00'
               display 'ERROR OPENING ERASURE REQUEST FILE, STATUS='
               display ws-erasreq-status
               move 16 to return-code
               stop run
           end-if.
           read erase-request-file
               at end
                   set ws-end-of-requests to true
           end-read.
           perform until ws-end-of-requests
               if req-addr-id not = spaces
                   perform 1510-add-one-request
               end-if
               read erase-request-file
                   at end
                       set ws-end-of-requests to true
               end-read
           end-perform.
           if ws-request-count = 0
               display 'NO ERASURE REQUESTS ON FILE'
               move 16 to return-code
               stop run
           end-if.

      *> A repeated id is one request; the first card's reference
      *> stands.
       1510-add-one-request.
           move spaces to wsi-id.
           move req-addr-id to wsi-id.
           perform 8100-find-requested-id.
           if not ws-image-is-requested
               if ws-request-count >= ws-request-max
                   display 'TOO MANY ERASURE REQUESTS - SPLIT RUN'
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-request-count
               move req-addr-id to wrq-id (ws-request-count)
               move req-reference to wrq-reference (ws-request-count)
               move 0 to wrq-master-count (ws-request-count)
               move 0 to wrq-alt-count (ws-request-count)
               move 0 to wrq-pending-count (ws-request-count)
               move 0 to wrq-audit-count (ws-request-count)
               move 0 to wrq-scrub-count (ws-request-count)
               move 'N' to wrq-state (ws-request-count)
               move 'N' to wrq-printed (ws-request-count)
           end-if.

      *>--------------------------------------------------------------
      *> Mode E. The live audit log is scrubbed before this run's
      *> ERASE records are appended to it, so the two opens never
      *> overlap.
      *>--------------------------------------------------------------
       2000-erase-requests.
           open output erase-cert-file.
           if ws-erascert-status not = '00'
               display 'ERROR OPENING ERASURE CERTIFICATE FILE, STATUS='
               display ws-erascert-status
               move 16 to return-code
               stop run
           end-if.
           move 'PRIVACY ERASURE' to erase-report-line.
           write erase-report-line.
           move spaces to erase-report-line.
           string 'ERASED BY ' delimited by size
               ws-user-id delimited by size
               ' ON ' delimited by size
               ws-run-date delimited by size
               ' ' delimited by size
               ws-run-time delimited by size
               into erase-report-line.
           write erase-report-line.
           move spaces to erase-report-line.
           write erase-report-line.
           perform 2100-scrub-pending-queue.
           perform 2200-scrub-live-audit-log.
           perform 2300-open-master-files.
           perform varying ws-request-idx from 1 by 1
                   until ws-request-idx > ws-request-count
               perform 2400-erase-one-id
           end-perform.
           close address-master.
           close alt-address-file.
           close audit-log-file.
           close erasure-file.
           perform 2900-write-erase-cert-records.
           close erase-cert-file.
           perform 2950-write-erase-totals.

      *> Both images of an item are scrubbed; a live item is
      *> rejected under the ERASURE reviewer so PENDAPL never posts
      *> a change to a customer who is no longer there.
       2100-scrub-pending-queue.
           open i-o pending-trans-file.
           if ws-pendtrn-status not = '00'
               display 'ERROR OPENING PENDING FILE, STATUS='
               display ws-pendtrn-status
               move 16 to return-code
               stop run
           end-if.
           move 0 to ws-read-count.
           move 0 to ws-changed-count.
           move 'N' to ws-file-eof-switch.
           read pending-trans-file next record
               at end
                   set ws-end-of-file to true
           end-read.
           perform until ws-end-of-file
               add 1 to ws-read-count
               move 'N' to ws-record-changed-switch
               move 'N' to ws-record-matched-switch
               move 0 to ws-first-image-idx
               move pnd-before-image to ws-scrub-image
               perform 8000-scrub-one-image
               move ws-scrub-image to pnd-before-image
               move pnd-after-image to ws-scrub-image
               perform 8000-scrub-one-image
               move ws-scrub-image to pnd-after-image
               if ws-record-matched
                       and (pnd-is-pending or pnd-is-approved)
                   move 'R' to pnd-status
                   move 'ERASURE' to pnd-reviewer-id
                   move ws-run-date to pnd-review-date
                   add 1 to ws-rejected-count
                   set ws-record-changed to true
               end-if
               if ws-record-changed
                   rewrite pending-trans-record
                       invalid key
                           display 'PENDING REWRITE FAILED ON KEY'
                           display pnd-key
                           move 16 to return-code
                           stop run
                   end-rewrite
                   add 1 to ws-changed-count
               end-if
               read pending-trans-file next record
                   at end
                       set ws-end-of-file to true
               end-read
           end-perform.
           close pending-trans-file.
           move 'PENDING QUEUE' to ws-file-label.
           perform 8400-write-file-total.
           move spaces to erase-report-line.
           string 'PENDING QUEUE   READ=' delimited by size
               ws-read-count delimited by size
               ' REWRITTEN=' delimited by size
               ws-changed-count delimited by size
               ' REJECTED=' delimited by size
               ws-rejected-count delimited by size
               into erase-report-line.
           write erase-report-line.
           perform varying ws-request-idx from 1 by 1
                   until ws-request-idx > ws-request-count
               move wrq-scrub-count (ws-request-idx)
                   to wrq-pending-count (ws-request-idx)
               move 0 to wrq-scrub-count (ws-request-idx)
           end-perform.

       2200-scrub-live-audit-log.
           open i-o audit-log-file.
           if ws-auditlg-status not = '00'
               display 'ERROR OPENING AUDIT LOG FILE, STATUS='
               display ws-auditlg-status
               move 16 to return-code
               stop run
           end-if.
           move 0 to ws-read-count.
           move 0 to ws-changed-count.
           move 'N' to ws-file-eof-switch.
           read audit-log-file
               at end
                   set ws-end-of-file to true
           end-read.
           perform until ws-end-of-file
               add 1 to ws-read-count
               if aud-action not = 'DENIED'
                   move 'N' to ws-record-changed-switch
                   move 0 to ws-first-image-idx
                   move aud-before-image to ws-scrub-image
                   perform 8000-scrub-one-image
                   move ws-scrub-image to aud-before-image
                   move aud-after-image to ws-scrub-image
                   perform 8000-scrub-one-image
                   move ws-scrub-image to aud-after-image
                   if ws-record-changed
                       rewrite audit-log-record
                       add 1 to ws-changed-count
                   end-if
               end-if
               read audit-log-file
                   at end
                       set ws-end-of-file to true
               end-read
           end-perform.
           close audit-log-file.
           move 'AUDIT LOG' to ws-file-label.
           perform 8400-write-file-total.
           move spaces to erase-report-line.
           string 'AUDIT LOG       READ=' delimited by size
               ws-read-count delimited by size
               ' REWRITTEN=' delimited by size
               ws-changed-count delimited by size
               into erase-report-line.
           write erase-report-line.
           perform varying ws-request-idx from 1 by 1
                   until ws-request-idx > ws-request-count
               move wrq-scrub-count (ws-request-idx)
                   to wrq-audit-count (ws-request-idx)
               move 0 to wrq-scrub-count (ws-request-idx)
           end-perform.
           move spaces to erase-report-line.
           write erase-report-line.

       2300-open-master-files.
           open i-o address-master.
           if ws-addrmas-status not = '00'
               display 'ERROR OPENING ADDRESS MASTER, STATUS='
               display ws-addrmas-status
               move 16 to return-code
               stop run
           end-if.
           open i-o alt-address-file.
           if ws-altaddr-status not = '00'
               display 'ERROR OPENING ALTERNATE ADDRESS FILE, STATUS='
               display ws-altaddr-status
               move 16 to return-code
               stop run
           end-if.
           open extend audit-log-file.
           if ws-auditlg-status not = '00'
               display 'ERROR OPENING AUDIT LOG FILE, STATUS='
               display ws-auditlg-status
               move 16 to return-code
               stop run
           end-if.
           open i-o erasure-file.
           if ws-erasure-status not = '00'
               display 'ERROR OPENING ERASURE REGISTER, STATUS='
               display ws-erasure-status
               move 16 to return-code
               stop run
           end-if.

       2400-erase-one-id.
           move spaces to erasure-record.
           move wrq-id (ws-request-idx) to ers-addr-id.
           move 0 to ers-status-date.
           perform 2410-remove-master-record.
           perform 2420-remove-alternates.
           perform 2430-register-erasure.

      *> The ERASE record's before image is the master as it left,
      *> already scrubbed - the id, status and dates are the
      *> evidence that stays.
       2410-remove-master-record.
           move wrq-id (ws-request-idx) to addr-id.
           read address-master
               invalid key
                   perform 2412-report-not-on-master
               not invalid key
                   move address-master-record to ws-scrub-image
                   move ws-erased-name to wsi-name
                   move spaces to wsi-street
                   move wsi-status to ers-status
                   move wsi-status-date to ers-status-date
                   delete address-master
                       invalid key
                           display 'ERASURE DELETE FAILED ON KEY'
                           display addr-id
                           move 16 to return-code
                           stop run
                   end-delete
                   add 1 to ws-erased-count
                   move 1 to wrq-master-count (ws-request-idx)
                   move ws-run-date to aud-log-date
                   move ws-run-time to aud-log-time
                   move ws-user-id to aud-user-id
                   move 'ADDRERAS' to aud-terminal-id
                   move 'ERASE' to aud-action
                   move ws-scrub-image to aud-before-image
                   move spaces to aud-after-image
                   write audit-log-record
                   move spaces to erase-report-line
                   string 'ERASED        ' delimited by size
                       wrq-id (ws-request-idx) delimited by size
                       ' STATUS ' delimited by size
                       ers-status delimited by size
                       ' SINCE ' delimited by size
                       ers-status-date delimited by size
                       into erase-report-line
                   write erase-report-line
           end-read.

       2412-report-not-on-master.
           add 1 to ws-not-on-master-count.
           move spaces to erase-report-line.
           string 'NOT ON MASTER ' delimited by size
               wrq-id (ws-request-idx) delimited by size
               ' - ARCHIVE AND HISTORY ONLY' delimited by size
               into erase-report-line.
           write erase-report-line.

       2420-remove-alternates.
           move wrq-id (ws-request-idx) to alt-addr-id.
           move 0 to alt-seq.
           move 'N' to ws-alt-done-switch.
           start alt-address-file key is not less than alt-key
               invalid key
                   set ws-alt-scan-done to true
           end-start.
           perform until ws-alt-scan-done
               read alt-address-file next record
                   at end
                       set ws-alt-scan-done to true
                   not at end
                       if alt-addr-id not = wrq-id (ws-request-idx)
                           set ws-alt-scan-done to true
                       else
                           delete alt-address-file
                               invalid key
                                   display 'ALTERNATE DELETE FAILED'
                                   display alt-key
                                   move 16 to return-code
                                   stop run
                           end-delete
                           add 1 to wrq-alt-count (ws-request-idx)
                           add 1 to ws-alt-removed-count
                       end-if
               end-read
           end-perform.

      *> A rerun finds the id already registered and leaves the
      *> first record - the date legal's clock runs from - alone.
       2430-register-erasure.
           move ws-run-date to ers-erase-date.
           move ws-run-time to ers-erase-time.
           move ws-user-id to ers-user-id.
           move wrq-reference (ws-request-idx) to ers-reference.
           write erasure-record
               invalid key
                   move 'A' to wrq-state (ws-request-idx)
                   add 1 to ws-already-count
               not invalid key
                   move 'R' to wrq-state (ws-request-idx)
                   add 1 to ws-registered-count
           end-write.

       2900-write-erase-cert-records.
           move 'ADDRESS MASTER' to ws-file-label.
           move ws-request-count to ws-read-count.
           move ws-erased-count to ws-changed-count.
           perform 8400-write-file-total.
           move 'ALTERNATE ADDRESSES' to ws-file-label.
           move ws-alt-removed-count to ws-read-count.
           move ws-alt-removed-count to ws-changed-count.
           perform 8400-write-file-total.
           move 'ERASURE REGISTER' to ws-file-label.
           move ws-request-count to ws-read-count.
           move ws-registered-count to ws-changed-count.
           perform 8400-write-file-total.
           perform varying ws-request-idx from 1 by 1
                   until ws-request-idx > ws-request-count
               perform 2910-write-one-id-cert-records
           end-perform.

       2910-write-one-id-cert-records.
           move spaces to erase-cert-record.
           move wrq-id (ws-request-idx) to ecr-addr-id.
           move 0 to ecr-changed-count.
           if wrq-master-count (ws-request-idx) > 0
               move 'ADDRESS MASTER' to ecr-file-label
               move 'REMOVED' to ecr-action
               move wrq-master-count (ws-request-idx) to ecr-count
               write erase-cert-record
           end-if.
           if wrq-alt-count (ws-request-idx) > 0
               move 'ALTERNATE ADDRESSES' to ecr-file-label
               move 'REMOVED' to ecr-action
               move wrq-alt-count (ws-request-idx) to ecr-count
               write erase-cert-record
           end-if.
           if wrq-pending-count (ws-request-idx) > 0
               move 'PENDING QUEUE' to ecr-file-label
               move 'SCRUBBED' to ecr-action
               move wrq-pending-count (ws-request-idx) to ecr-count
               write erase-cert-record
           end-if.
           if wrq-audit-count (ws-request-idx) > 0
               move 'AUDIT LOG' to ecr-file-label
               move 'SCRUBBED' to ecr-action
               move wrq-audit-count (ws-request-idx) to ecr-count
               write erase-cert-record
           end-if.
           move 'ERASURE REGISTER' to ecr-file-label.
           move 'RECORDED' to ecr-action.
           move 1 to ecr-count.
           write erase-cert-record.

       2950-write-erase-totals.
           move spaces to erase-report-line.
           write erase-report-line.
           move spaces to erase-report-line.
           string 'REQUESTED=' delimited by size
               ws-request-count delimited by size
               ' ERASED=' delimited by size
               ws-erased-count delimited by size
               ' NOT ON MASTER=' delimited by size
               ws-not-on-master-count delimited by size
               into erase-report-line.
           write erase-report-line.
           move spaces to erase-report-line.
           string 'ALTERNATES REMOVED=' delimited by size
               ws-alt-removed-count delimited by size
               ' REGISTERED=' delimited by size
               ws-registered-count delimited by size
               ' ALREADY REGISTERED=' delimited by size
               ws-already-count delimited by size
               into erase-report-line.
           write erase-report-line.

      *>--------------------------------------------------------------
      *> Mode S. Control records are recognized the guarded way
      *> addrrelo does it and never rewritten.
      *>--------------------------------------------------------------
       3000-scrub-one-file.
           open extend erase-cert-file.
           if ws-erascert-status not = '00'
               display 'ERROR OPENING ERASURE CERTIFICATE FILE, STATUS='
               display ws-erascert-status
               move 16 to return-code
               stop run
           end-if.
           move 'PRIVACY ERASURE SCRUB' to erase-report-line.
           write erase-report-line.
           move spaces to erase-report-line.
           string 'DATASET ' delimited by size
               prm-file-label delimited by size
               into erase-report-line.
           write erase-report-line.
           move 0 to ws-read-count.
           move 0 to ws-changed-count.
           evaluate true
               when ws-scrub-master-images
                   perform 3100-scrub-master-images
               when ws-scrub-audit-records
                   perform 3200-scrub-audit-records
               when ws-scrub-xmit-records
                   perform 3300-scrub-xmit-records
           end-evaluate.
           move prm-file-label to ws-file-label.
           perform 8400-write-file-total.
           perform varying ws-request-idx from 1 by 1
                   until ws-request-idx > ws-request-count
               if wrq-scrub-count (ws-request-idx) > 0
                   move spaces to erase-cert-record
                   move wrq-id (ws-request-idx) to ecr-addr-id
                   move ws-file-label to ecr-file-label
                   move 'SCRUBBED' to ecr-action
                   move wrq-scrub-count (ws-request-idx) to ecr-count
                   move 0 to ecr-changed-count
                   write erase-cert-record
               end-if
           end-perform.
           close erase-cert-file.
           move spaces to erase-report-line.
           string 'READ=' delimited by size
               ws-read-count delimited by size
               ' REWRITTEN=' delimited by size
               ws-changed-count delimited by size
               into erase-report-line.
           write erase-report-line.

       3100-scrub-master-images.
           open i-o scrub-master-file.
           if ws-scrubio-status not = '00'
               display 'ERROR OPENING SCRUB DATASET, STATUS='
               display ws-scrubio-status
               move 16 to return-code
               stop run
           end-if.
           read scrub-master-file
               at end
                   set ws-end-of-file to true
           end-read.
           perform until ws-end-of-file
               add 1 to ws-read-count
               evaluate true
                   when scrub-master-record (1:3) = 'HDR'
                           and scrub-master-record (4:8) is numeric
                       continue
                   when scrub-master-record (1:3) = 'TRL'
                           and scrub-master-record (4:9) is numeric
                           and scrub-master-record (25:109) = spaces
                       continue
                   when other
                       move 'N' to ws-record-changed-switch
                       move 0 to ws-first-image-idx
                       move scrub-master-record to ws-scrub-image
                       perform 8000-scrub-one-image
                       if ws-record-changed
                           rewrite scrub-master-record
                               from ws-scrub-image
                           add 1 to ws-changed-count
                       end-if
               end-evaluate
               read scrub-master-file
                   at end
                       set ws-end-of-file to true
               end-read
           end-perform.
           close scrub-master-file.

       3200-scrub-audit-records.
           open i-o scrub-audit-file.
           if ws-scrubio-status not = '00'
               display 'ERROR OPENING SCRUB DATASET, STATUS='
               display ws-scrubio-status
               move 16 to return-code
               stop run
           end-if.
           read scrub-audit-file
               at end
                   set ws-end-of-file to true
           end-read.
           perform until ws-end-of-file
               add 1 to ws-read-count
               if sca-action not = 'DENIED'
                   move 'N' to ws-record-changed-switch
                   move 0 to ws-first-image-idx
                   move sca-before-image to ws-scrub-image
                   perform 8000-scrub-one-image
                   move ws-scrub-image to sca-before-image
                   move sca-after-image to ws-scrub-image
                   perform 8000-scrub-one-image
                   move ws-scrub-image to sca-after-image
                   if ws-record-changed
                       rewrite scrub-audit-record
                       add 1 to ws-changed-count
                   end-if
               end-if
               read scrub-audit-file
                   at end
                       set ws-end-of-file to true
               end-read
           end-perform.
           close scrub-audit-file.

      *> The transmission header carries a numeric run stamp and the
      *> trailer numeric counts where a detail has its name.
       3300-scrub-xmit-records.
           open i-o scrub-xmit-file.
           if ws-scrubio-status not = '00'
               display 'ERROR OPENING SCRUB DATASET, STATUS='
               display ws-scrubio-status
               move 16 to return-code
               stop run
           end-if.
           read scrub-xmit-file
               at end
                   set ws-end-of-file to true
           end-read.
           perform until ws-end-of-file
               add 1 to ws-read-count
               evaluate true
                   when scrub-xmit-record (1:3) = 'HDR'
                           and scrub-xmit-record (4:16) is numeric
                       continue
                   when scrub-xmit-record (1:3) = 'TRL'
                           and scrub-xmit-record (4:21) is numeric
                       continue
                   when other
                       move 'N' to ws-record-changed-switch
                       move 0 to ws-first-image-idx
                       move spaces to ws-scrub-image
                       move scx-addr-id to wsi-id
                       move scx-name to wsi-name
                       move scx-street to wsi-street
                       perform 8000-scrub-one-image
                       if ws-record-changed
                           move wsi-name to scx-name
                           move wsi-street to scx-street
                           rewrite scrub-xmit-record
                           add 1 to ws-changed-count
                       end-if
               end-evaluate
               read scrub-xmit-file
                   at end
                       set ws-end-of-file to true
               end-read
           end-perform.
           close scrub-xmit-file.

      *>--------------------------------------------------------------
      *> Mode C.
      *>--------------------------------------------------------------
       4000-write-certificate.
           perform 4050-load-expected-bases.
           open input erasure-file.
           if ws-erasure-status not = '00'
               display 'ERROR OPENING ERASURE REGISTER, STATUS='
               display ws-erasure-status
               move 16 to return-code
               stop run
           end-if.
           open input erase-cert-file.
           if ws-erascert-status not = '00'
               display 'ERROR OPENING ERASURE CERTIFICATE FILE, STATUS='
               display ws-erascert-status
               move 16 to return-code
               stop run
           end-if.
           move 'CERTIFICATE OF ERASURE' to erase-report-line.
           write erase-report-line.
           move spaces to erase-report-line.
           string 'PRINTED ' delimited by size
               ws-run-date delimited by size
               into erase-report-line.
           write erase-report-line.
           move spaces to erase-report-line.
           write erase-report-line.
           sort cert-sort-file
               ascending key cs-addr-id cs-seq
               input procedure is 4100-release-cert-records
               output procedure is 4200-print-requests.
           close erase-cert-file.
           close erasure-file.
           perform 4500-print-files-examined.

      *> The first card is already in; every card from it on that
      *> names a base is one the certificate must prove covered.
       4050-load-expected-bases.
           perform until ws-end-of-parms
               if prm-file-label not = spaces
                   perform 4060-add-expected-base
               end-if
               move spaces to parm-card
               read parm-card-file
                   at end
                       set ws-end-of-parms to true
               end-read
           end-perform.

       4060-add-expected-base.
           if ws-base-count >= ws-base-max
               display 'TOO MANY GDG BASE CARDS - LIMIT 20'
               move 16 to return-code
               stop run
           end-if.
           if prm-generations is not numeric
               display 'GENERATIONS MUST BE 3 DIGITS IN COLS 55-57: '
                   prm-file-label
               move 16 to return-code
               stop run
           end-if.
           add 1 to ws-base-count.
           move prm-file-label to wbt-base (ws-base-count).
           move prm-generations to wbt-expected (ws-base-count).
           move 0 to wbt-examined (ws-base-count).
           move 44 to wbt-base-length (ws-base-count).
           perform until wbt-base-length (ws-base-count) = 1
                   or prm-file-label
                       (wbt-base-length (ws-base-count):1) not = space
               subtract 1 from wbt-base-length (ws-base-count)
           end-perform.

      *> File totals go to the table; the per-id records sort.
       4100-release-cert-records.
           read erase-cert-file
               at end
                   set ws-end-of-file to true
           end-read.
           perform until ws-end-of-file
               if ecr-addr-id = spaces
                   perform 4110-keep-file-total
               else
                   add 1 to ws-release-seq
                   move ecr-addr-id to cs-addr-id
                   move ws-release-seq to cs-seq
                   move erase-cert-record to cs-data
                   release cert-sort-record
               end-if
               read erase-cert-file
                   at end
                       set ws-end-of-file to true
               end-read
           end-perform.

      *> A rerun step examines its file again; the later totals
      *> replace the earlier ones so each file is listed once.
       4110-keep-file-total.
           move 0 to ws-found-file-idx.
           perform varying ws-file-idx from 1 by 1
                   until ws-file-idx > ws-file-count
               if wft-label (ws-file-idx) = ecr-file-label
                   move ws-file-idx to ws-found-file-idx
               end-if
           end-perform.
           if ws-found-file-idx = 0
               if ws-file-count < ws-file-max
                   add 1 to ws-file-count
                   move ws-file-count to ws-found-file-idx
               else
                   display 'TOO MANY FILES EXAMINED - LIMIT 150'
                   move 16 to return-code
                   stop run
               end-if
           end-if.
           move ecr-file-label to wft-label (ws-found-file-idx).
           move ecr-action to wft-action (ws-found-file-idx).
           move ecr-count to wft-read-count (ws-found-file-idx).
           move ecr-changed-count
               to wft-changed-count (ws-found-file-idx).

      *> Requests print in id order as their records come off the
      *> sort. Every erased id has at least its register record;
      *> an id on the deck with nothing at all was never erased,
      *> and prints last saying so.
       4200-print-requests.
           return cert-sort-file
               at end
                   set ws-end-of-sorted-records to true
           end-return.
           perform until ws-end-of-sorted-records
               if cs-addr-id not = ws-cert-id
                   perform 4290-finish-request
                   perform 4210-start-request
               end-if
               move cs-data to erase-cert-record
               move spaces to erase-report-line
               string '   ' delimited by size
                   ecr-file-label delimited by size
                   ' ' delimited by size
                   ecr-action delimited by size
                   ' ' delimited by size
                   ecr-count delimited by size
                   into erase-report-line
               write erase-report-line
               return cert-sort-file
                   at end
                       set ws-end-of-sorted-records to true
               end-return
           end-perform.
           perform 4290-finish-request.
           perform varying ws-request-idx from 1 by 1
                   until ws-request-idx > ws-request-count
               if not wrq-was-printed (ws-request-idx)
                   move wrq-id (ws-request-idx) to ws-cert-id
                   set ws-image-is-requested to true
                   perform 4220-print-request-heading
                   perform 4290-finish-request
               end-if
           end-perform.

       4210-start-request.
           move cs-addr-id to ws-cert-id.
           move spaces to ws-scrub-image.
           move cs-addr-id to wsi-id.
           perform 8100-find-requested-id.
           if ws-image-is-requested
               move ws-match-idx to ws-request-idx
               perform 4220-print-request-heading
           else
               move spaces to erase-report-line
               string 'ADDR-ID ' delimited by size
                   cs-addr-id delimited by size
                   '  NOT ON THIS REQUEST DECK' delimited by size
                   into erase-report-line
               write erase-report-line
           end-if.

       4220-print-request-heading.
           move 'Y' to wrq-printed (ws-request-idx).
           move wrq-id (ws-request-idx) to ers-addr-id.
           read erasure-file
               invalid key
                   move 'N' to wrq-state (ws-request-idx)
               not invalid key
                   move 'R' to wrq-state (ws-request-idx)
           end-read.
           move spaces to erase-report-line.
           string 'ADDR-ID ' delimited by size
               wrq-id (ws-request-idx) delimited by size
               '  REFERENCE ' delimited by size
               wrq-reference (ws-request-idx) delimited by size
               into erase-report-line.
           write erase-report-line.
           move spaces to erase-report-line.
           if wrq-not-registered (ws-request-idx)
               add 1 to ws-missing-count
               move '   NOT ON ERASURE REGISTER - NOT ERASED'
                   to erase-report-line
           else
               string '   ERASED ' delimited by size
                   ers-erase-date delimited by size
                   ' ' delimited by size
                   ers-erase-time delimited by size
                   ' BY ' delimited by size
                   ers-user-id delimited by size
                   ' STATUS ' delimited by size
                   ers-status delimited by size
                   ' SINCE ' delimited by size
                   ers-status-date delimited by size
                   into erase-report-line
           end-if.
           write erase-report-line.

       4290-finish-request.
           if ws-cert-id not = low-values
               if ws-image-is-requested
                       and wrq-was-registered (ws-request-idx)
                   move spaces to erase-report-line
                   move 'NAME/STREET REMOVED - ID STATUS DATES KEPT'
                       to erase-report-line (4:43)
                   write erase-report-line
               end-if
               move spaces to erase-report-line
               write erase-report-line
           end-if.

       4500-print-files-examined.
           move 'FILES EXAMINED' to erase-report-line.
           write erase-report-line.
           move '   FILE' to erase-report-line.
           move 'READ' to erase-report-line (54:4).
           move 'REWRITTEN' to erase-report-line (62:9).
           write erase-report-line.
           perform varying ws-file-idx from 1 by 1
                   until ws-file-idx > ws-file-count
               move spaces to erase-report-line
               move wft-label (ws-file-idx)
                   to erase-report-line (4:44)
               move wft-read-count (ws-file-idx)
                   to erase-report-line (49:9)
               move wft-changed-count (ws-file-idx)
                   to erase-report-line (62:9)
               write erase-report-line
           end-perform.
           move spaces to erase-report-line.
           write erase-report-line.
           perform 4600-check-generations.
           if ws-missing-count > 0 or ws-short-count > 0
               move 'ERASURE INCOMPLETE - SEE ABOVE'
                   to erase-report-line
               move 8 to return-code
           else
               move spaces to erase-report-line
               string 'ERASURE COMPLETE FOR ' delimited by size
                   ws-request-count delimited by size
                   ' REQUEST(S)' delimited by size
                   into erase-report-line
           end-if.
           write erase-report-line.

      *> A generation counts toward its base when the label is the
      *> base name followed by its relative number in parentheses.
       4600-check-generations.
           move 'GENERATIONS EXAMINED' to erase-report-line.
           write erase-report-line.
           if ws-base-count = 0
               add 1 to ws-short-count
               move '   NO GDG BASE CARDS - ARCHIVE COVERAGE NOT PROVEN'
                   to erase-report-line
               write erase-report-line
           end-if.
           perform varying ws-base-idx from 1 by 1
                   until ws-base-idx > ws-base-count
               perform varying ws-file-idx from 1 by 1
                       until ws-file-idx > ws-file-count
                   if wft-label (ws-file-idx)
                           (1:wbt-base-length (ws-base-idx))
                           = wbt-base (ws-base-idx)
                               (1:wbt-base-length (ws-base-idx))
                       and wft-label (ws-file-idx)
                           (wbt-base-length (ws-base-idx) + 1:1)
                           = '('
                       add 1 to wbt-examined (ws-base-idx)
                   end-if
               end-perform
               move spaces to erase-report-line
               move wbt-base (ws-base-idx) to erase-report-line (4:44)
               move wbt-examined (ws-base-idx)
                   to erase-report-line (49:3)
               move 'OF' to erase-report-line (53:2)
               move wbt-expected (ws-base-idx)
                   to erase-report-line (56:3)
               if wbt-examined (ws-base-idx)
                       < wbt-expected (ws-base-idx)
                   add 1 to ws-short-count
                   move 'NOT ALL SCRUBBED' to erase-report-line (60:16)
               end-if
               write erase-report-line
           end-perform.
           move spaces to erase-report-line.
           write erase-report-line.

      *>--------------------------------------------------------------
      *> Shared scrub of one 133-byte image in ws-scrub-image. The
      *> record is counted once against each requested id it
      *> carries, however many of its images carry it.
      *>--------------------------------------------------------------
       8000-scrub-one-image.
           perform 8100-find-requested-id.
           if ws-image-is-requested
               set ws-record-matched to true
               if ws-match-idx not = ws-first-image-idx
                   add 1 to wrq-scrub-count (ws-match-idx)
                   if ws-first-image-idx = 0
                       move ws-match-idx to ws-first-image-idx
                   end-if
               end-if
               if wsi-name not = ws-erased-name
                       or wsi-street not = spaces
                   move ws-erased-name to wsi-name
                   move spaces to wsi-street
                   set ws-record-changed to true
               end-if
           end-if.

       8100-find-requested-id.
           move 'N' to ws-image-switch.
           if wsi-id not = spaces
               perform varying ws-image-idx from 1 by 1
                       until ws-image-idx > ws-request-count
                   if wsi-id = wrq-id (ws-image-idx)
                       set ws-image-is-requested to true
                       move ws-image-idx to ws-match-idx
                       move ws-request-count to ws-image-idx
                   end-if
               end-perform
           end-if.

       8400-write-file-total.
           move spaces to erase-cert-record.
           move ws-file-label to ecr-file-label.
           move 'EXAMINED' to ecr-action.
           move ws-read-count to ecr-count.
           move ws-changed-count to ecr-changed-count.
           write erase-cert-record.
