       identification division.
       program-id.
       addrfeed.
       author.
           Chris P. Bacon.
       date-written.
           October 15, 2026.

      *> Billing feed delta, nightly step FEED. The billing system
      *> owns the customer addresses and sends its whole customer
      *> base every night (BILLFEED.CPY); this step compares it with
      *> ADDRESS-MASTER through the customer cross reference
      *> (CUSTXRF.CPY) and writes the ADDRLOAD transactions
      *> (LOADTRN.CPY) that bring the master into line, for the LOAD
      *> step to apply with its usual edits and audit logging:
      *>
      *>   - an add for a customer the cross reference doesn't know
      *>     (it goes on as add pending until ADDRLOAD writes the
      *>     assigned id back), or whose add has had no id back yet,
      *>     or who was dropped and has come back
      *>   - a change where the name, street, city, state, ZIP or
      *>     country differs from the master. A five-digit feed ZIP
      *>     is compared on its five digits only, so CASSSTD's ZIP+4
      *>     doesn't read as a difference every night
      *>   - a delete for a linked customer who is not on tonight's
      *>     feed
      *>
      *> Some records are ours, not billing's, and are left alone and
      *> reported instead: a do-not-mail record (the suppression is
      *> compliance evidence), and one whose address our side set
      *> last - changed by hand, online or through the four-eyes
      *> queue, or moved by the NCOA change-of-address apply
      *> (ADDRMOVE) - since the last feed to touch it. Such an address
      *> stays ours until a feed agrees with it (the cross reference
      *> keeps the stamp of that feed), so a billing system that is
      *> still sending the old address doesn't undo the change the
      *> night after, and the report lists it every night until
      *> billing catches up. A linked id no longer on the master
      *> (deleted, purged or erased on our side) is reported too and
      *> never put back. Who set an address last comes off the audit
      *> log (AUDITLOG.CPY): ADD, MOVE and ADDRLOAD CHANGE records,
      *> and CHANGE records from anywhere else that touched a field
      *> billing sends. Records archived off the log by AUDARCH are
      *> no longer seen.
      *>
      *> The feed is proved against its own trailer first - header
      *> present, customer numbers numeric and ascending, DTL count
      *> and customer-number hash equal to the trailer's - and a feed
      *> that fails, or has no customers on it, generates nothing:
      *> the step ends RC 8 with an empty transaction file and the
      *> cross reference untouched, and the night carries on. The
      *> run's own dispositions are then footed back to the records
      *> read; a run that doesn't foot ends RC 12, which the LOAD
      *> step is coded to be bypassed on.
      *>
      *> One sort by ADDR-ID brings each id's audit history (type 1)
      *> ahead of the feed customer linked to it (type 2), so each
      *> customer is judged with everything the log knows about the
      *> id.

       environment division.
       input-output section.
       file-control.
           select billing-feed-file assign to s-billfd
               organization is sequential
               file status is ws-billfd-status.
           select cust-xref-file assign to s-custxrf
               organization is indexed
               access mode is dynamic
               record key is cxr-cust-no
               file status is ws-custxrf-status.
           select address-master assign to s-addrmas
               organization is indexed
               access mode is random
               record key is addr-id
               file status is ws-addrmas-status.
           select audit-log-file assign to s-auditlg
               organization is sequential
               file status is ws-auditlg-status.
           select feed-trans-file assign to s-feedtrn
               organization is sequential
               file status is ws-feedtrn-status.
           select feed-report-file assign to s-feedrpt
               organization is sequential
               file status is ws-feedrpt-status.
           select feed-sort-file assign to s-sortwk.

       data division.
       file section.
       fd billing-feed-file
           label records are omitted.
           copy billfeed.cpy.

       fd cust-xref-file
           label records are standard.
           copy custxrf.cpy.

       fd address-master
           label records are standard.
           copy addrmas.cpy.

       fd audit-log-file
           label records are omitted.
           copy auditlog.cpy.

       fd feed-trans-file
           label records are omitted.
           copy loadtrn.cpy.

       fd feed-report-file
           label records are omitted.
       01 feed-report-line            picture x(80).

      *> Within an id: the audit records that set its address,
      *> oldest first (1), then the feed customer linked to it (2)
      *> with the stamp of the last feed to agree with us.
       sd feed-sort-file.
       01 feed-sort-record.
           05 fs-addr-id              picture x(6).
           05 fs-type                 picture x.
           05 fs-date                 picture 9(8).
           05 fs-time                 picture 9(8).
           05 fs-seq                  picture 9(9).
           05 fs-data                 picture x(140).
           05 fs-audit-view redefines fs-data.
               10 fsa-action          picture x(6).
               10 fsa-user-id         picture x(8).
               10 fsa-terminal-id     picture x(8).
               10 fsa-hand-switch     picture x.
                   88 fsa-hand-change     value 'Y'.
               10 filler              picture x(117).
           05 fs-feed-view redefines fs-data.
               10 fsf-cust-no         picture x(10).
               10 fsf-disposition     picture x.
                   88 fsf-on-feed         value 'P'.
                   88 fsf-gone-from-feed  value 'G'.
               10 fsf-name            picture x(26).
               10 fsf-street          picture x(26).
               10 fsf-city            picture x(20).
               10 fsf-state           picture x(2).
               10 fsf-zip             picture x(10).
               10 fsf-country         picture x(20).
               10 fsf-last-agreed.
                   15 fsf-agreed-date picture 9(8).
                   15 fsf-agreed-time picture 9(8).
               10 filler              picture x(9).

       working-storage section.
       01 ws-billfd-status        picture x(2).
       01 ws-custxrf-status       picture x(2).
       01 ws-addrmas-status       picture x(2).
       01 ws-auditlg-status       picture x(2).
       01 ws-feedtrn-status       picture x(2).
       01 ws-feedrpt-status       picture x(2).

       01 ws-feed-eof-switch      picture x value 'N'.
           88 ws-end-of-feed value 'Y'.
       01 ws-audit-eof-switch     picture x value 'N'.
           88 ws-end-of-audit-log value 'Y'.
       01 ws-xref-eof-switch      picture x value 'N'.
           88 ws-end-of-xref value 'Y'.
       01 ws-sort-eof-switch      picture x value 'N'.
           88 ws-end-of-sorted-records value 'Y'.

       01 ws-run-date             picture 9(8).

      *> Tonight's feed, as proved against its trailer.
       01 ws-feed-stamp.
           05 wfs-date                picture 9(8) value 0.
           05 wfs-time                picture 9(8) value 0.
       01 ws-feed-source          picture x(8) value spaces.
       01 ws-feed-switch          picture x value 'Y'.
           88 ws-feed-balanced value 'Y'.
           88 ws-feed-rejected value 'N'.
       01 ws-feed-problem         picture x(60) value spaces.
       01 ws-trailer-switch       picture x value 'N'.
           88 ws-trailer-seen value 'Y'.
       01 ws-prev-cust-no         picture 9(10) value 0.
       01 ws-counted-details      picture 9(9) value 0.
       01 ws-counted-hash         picture 9(15) value 0.
       01 ws-trailer-count        picture 9(9) value 0.
       01 ws-trailer-hash         picture 9(15) value 0.

       01 ws-release-seq          picture 9(9) value 0.
       01 ws-hand-change-switch   picture x.
           88 ws-is-hand-change value 'Y'.

      *> What the log says about the id being judged: the latest
      *> record that set its address, and whether our side made it.
       01 ws-group-id             picture x(6) value low-values.
       01 ws-last-set.
           05 wls-stamp.
               10 wls-date            picture 9(8).
               10 wls-time            picture 9(8).
           05 wls-action              picture x(6).
           05 wls-user                picture x(8).
           05 wls-terminal            picture x(8).
           05 wls-owner               picture x.
               88 wls-set-by-billing      value 'B'.
               88 wls-set-by-hand         value 'H'.
               88 wls-set-by-ncoa         value 'N'.
       01 ws-ours-switch          picture x.
           88 ws-address-is-ours value 'Y'.
       01 ws-judged-switch        picture x value 'N'.
           88 ws-customer-judged value 'Y'.
       01 ws-first-cust-no        picture x(10).

       01 ws-delta-action         picture x.
           88 ws-delta-none value ' '.
           88 ws-delta-change value 'C'.
           88 ws-delta-delete value 'D'.
       01 ws-exclude-reason       picture x(40).
       01 ws-report-note          picture x(40).
       01 ws-report-id            picture x(6).
       01 ws-report-cust-no       picture x(10).

       01 ws-audit-read-count     picture 9(9) value 0.
       01 ws-xref-read-count      picture 9(9) value 0.
       01 ws-detail-count         picture 9(9) value 0.
       01 ws-new-add-count        picture 9(7) value 0.
       01 ws-resend-add-count     picture 9(7) value 0.
       01 ws-return-add-count     picture 9(7) value 0.
       01 ws-change-count         picture 9(7) value 0.
       01 ws-unchanged-count      picture 9(7) value 0.
       01 ws-gone-count           picture 9(7) value 0.
       01 ws-delete-count         picture 9(7) value 0.
       01 ws-already-gone-count   picture 9(7) value 0.
       01 ws-excl-on-feed-count   picture 9(7) value 0.
       01 ws-excl-gone-count      picture 9(7) value 0.
       01 ws-excl-dnm-count       picture 9(7) value 0.
       01 ws-excl-hand-count      picture 9(7) value 0.
       01 ws-excl-ncoa-count      picture 9(7) value 0.
       01 ws-excl-no-master-count picture 9(7) value 0.
       01 ws-excl-shared-count    picture 9(7) value 0.
       01 ws-trans-count          picture 9(7) value 0.
       01 ws-agreed-count         picture 9(7) value 0.
       01 ws-foot-on-feed         picture 9(9).
       01 ws-foot-gone            picture 9(9).
       01 ws-foot-trans           picture 9(9).
       01 ws-run-switch           picture x value 'Y'.
           88 ws-run-balanced value 'Y'.
       01 ws-total-label          picture x(40).
       01 ws-total-value          picture 9(9).

       01 ws-stplog-function      picture x.
       01 ws-step-name            picture x(8) value 'FEED'.
       01 ws-step-count           picture 9(9) value 0.
       01 ws-step-condition       picture 9(4) value 0.

       procedure division.
       0000-main.
           move 'S' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
                   ws-step-count ws-step-condition.
           accept ws-run-date from date yyyymmdd.
           perform 1000-open-files.
           perform 1400-prove-feed.
           perform 1300-write-headings.
           if ws-feed-balanced
               perform 1500-open-update-files
               sort feed-sort-file
                   ascending key fs-addr-id fs-type fs-date fs-time
                       fs-seq
                   input procedure is 2000-release-records
                   output procedure is 3000-judge-records
               close cust-xref-file
               close address-master
           end-if.
           perform 9000-write-totals.
           close feed-trans-file.
           close feed-report-file.
           evaluate true
               when not ws-run-balanced
                   move 12 to return-code
                   move 12 to ws-step-condition
               when ws-feed-rejected
                   move 8 to return-code
                   move 8 to ws-step-condition
           end-evaluate.
           move ws-detail-count to ws-step-count.
           move 'E' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
                   ws-step-count ws-step-condition.
           stop run.

      *> The transaction file is opened whatever happens, so a
      *> rejected feed still leaves LOAD an empty file to read.
       1000-open-files.
           open output feed-trans-file.
           if ws-feedtrn-status not = '00'
               display 'ERROR OPENING FEED TRANSACTION FILE, STATUS='
               display ws-feedtrn-status
               move 16 to return-code
               stop run
           end-if.
           open output feed-report-file.
           if ws-feedrpt-status not = '00'
               display 'ERROR OPENING FEED REPORT, STATUS='
               display ws-feedrpt-status
               move 16 to return-code
               stop run
           end-if.

       1300-write-headings.
           move spaces to feed-report-line.
           string 'BILLING FEED DELTA  RUN ' delimited by size
               ws-run-date delimited by size
               into feed-report-line.
           write feed-report-line.
           move spaces to feed-report-line.
           string 'FEED EXTRACT ' delimited by size
               wfs-date delimited by size
               ' ' delimited by size
               wfs-time delimited by size
               '  SOURCE ' delimited by size
               ws-feed-source delimited by size
               into feed-report-line.
           write feed-report-line.
           move spaces to feed-report-line.
           write feed-report-line.

      *> First pass: nothing is generated from a feed that doesn't
      *> prove out against its own trailer. The first problem found
      *> ends the pass.
       1400-prove-feed.
           open input billing-feed-file.
           if ws-billfd-status not = '00'
               display 'ERROR OPENING BILLING FEED FILE, STATUS='
               display ws-billfd-status
               move 16 to return-code
               stop run
           end-if.
           read billing-feed-file
               at end
                   set ws-end-of-feed to true
           end-read.
           if ws-end-of-feed or not bfd-is-header
               move 'FEED HAS NO HEADER RECORD' to ws-feed-problem
               set ws-feed-rejected to true
               set ws-end-of-feed to true
           else
               move bfh-extract-date to wfs-date
               move bfh-extract-time to wfs-time
               move bfh-source to ws-feed-source
               read billing-feed-file
                   at end
                       set ws-end-of-feed to true
               end-read
           end-if.
           perform until ws-end-of-feed
               perform 1410-prove-one-record
               if ws-feed-rejected
                   set ws-end-of-feed to true
               else
                   read billing-feed-file
                       at end
                           set ws-end-of-feed to true
                   end-read
               end-if
           end-perform.
           close billing-feed-file.
           if ws-feed-balanced
               evaluate true
                   when not ws-trailer-seen
                       move 'FEED HAS NO TRAILER RECORD'
                           to ws-feed-problem
                       set ws-feed-rejected to true
                   when ws-counted-details not = ws-trailer-count
                       move 'DETAIL COUNT DOES NOT AGREE WITH TRAILER'
                           to ws-feed-problem
                       set ws-feed-rejected to true
                   when ws-counted-hash not = ws-trailer-hash
                       move 'CUSTOMER HASH DOES NOT AGREE WITH TRAILER'
                           to ws-feed-problem
                       set ws-feed-rejected to true
                   when ws-counted-details = 0
                       move 'FEED HAS NO CUSTOMERS' to ws-feed-problem
                       set ws-feed-rejected to true
               end-evaluate
           end-if.

       1410-prove-one-record.
           evaluate true
               when ws-trailer-seen
                   move 'RECORDS FOLLOW THE TRAILER' to ws-feed-problem
                   set ws-feed-rejected to true
               when bfd-is-trailer
                   set ws-trailer-seen to true
                   move bft-count to ws-trailer-count
                   move bft-hash to ws-trailer-hash
               when not bfd-is-detail
                   move 'UNKNOWN RECORD TYPE ON FEED' to ws-feed-problem
                   set ws-feed-rejected to true
               when bfd-cust-no not numeric
                   move spaces to ws-feed-problem
                   string 'NON-NUMERIC CUSTOMER NUMBER AFTER '
                           delimited by size
                       ws-prev-cust-no delimited by size
                       into ws-feed-problem
                   set ws-feed-rejected to true
               when bfd-cust-no not > ws-prev-cust-no
                   move spaces to ws-feed-problem
                   string 'OUT OF SEQUENCE OR DUPLICATE AT '
                           delimited by size
                       bfd-cust-no delimited by size
                       into ws-feed-problem
                   set ws-feed-rejected to true
               when other
                   add 1 to ws-counted-details
                   add bfd-cust-no to ws-counted-hash
                   move bfd-cust-no to ws-prev-cust-no
           end-evaluate.

       1500-open-update-files.
           open i-o cust-xref-file.
           if ws-custxrf-status not = '00'
               display 'ERROR OPENING CUSTOMER XREF FILE, STATUS='
               display ws-custxrf-status
               move 16 to return-code
               stop run
           end-if.
           open input address-master.
           if ws-addrmas-status not = '00'
               display 'ERROR OPENING ADDRESS MASTER, STATUS='
               display ws-addrmas-status
               move 16 to return-code
               stop run
           end-if.

       2000-release-records.
           perform 2100-release-audit-log.
           perform 2200-release-feed.
           perform 2300-release-gone-customers.

       2100-release-audit-log.
           open input audit-log-file.
           if ws-auditlg-status not = '00'
               display 'ERROR OPENING AUDIT LOG FILE, STATUS='
               display ws-auditlg-status
               move 16 to return-code
               stop run
           end-if.
           read audit-log-file
               at end
                   set ws-end-of-audit-log to true
           end-read.
           perform until ws-end-of-audit-log
               add 1 to ws-audit-read-count
               perform 2150-release-one-audit
               read audit-log-file
                   at end
                       set ws-end-of-audit-log to true
               end-read
           end-perform.
           close audit-log-file.

      *> Only the records that set an address matter: ADD, MOVE,
      *> and CHANGE. A CHANGE from anywhere but ADDRLOAD is a hand
      *> change - the online transaction's terminal, or PENDAPL
      *> posting an approved one - and sets the address only if it
      *> touched a field billing sends; one that changed the status
      *> alone is left out.
       2150-release-one-audit.
           move 'N' to ws-hand-change-switch.
           if aud-action = 'CHANGE'
                   and aud-terminal-id not = 'ADDRLOAD'
               if aud-before-name not = aud-after-name
                       or aud-before-street not = aud-after-street
                       or aud-before-city not = aud-after-city
                       or aud-before-state not = aud-after-state
                       or aud-before-zip not = aud-after-zip
                       or aud-before-country not = aud-after-country
                   set ws-is-hand-change to true
               end-if
           end-if.
           if (aud-action = 'ADD' or aud-action = 'MOVE'
                   or ws-is-hand-change
                   or (aud-action = 'CHANGE'
                       and aud-terminal-id = 'ADDRLOAD'))
                   and aud-after-id not = spaces
               move spaces to fs-data
               move ws-hand-change-switch to fsa-hand-switch
               move aud-after-id to fs-addr-id
               move '1' to fs-type
               move aud-log-date to fs-date
               move aud-log-time to fs-time
               move aud-action to fsa-action
               move aud-user-id to fsa-user-id
               move aud-terminal-id to fsa-terminal-id
               perform 2900-release-one-record
           end-if.

      *> Second pass over the proved feed. A customer with no id yet
      *> gets its add here; a linked one goes into the sort to be
      *> judged against the master and the log.
       2200-release-feed.
           open input billing-feed-file.
           if ws-billfd-status not = '00'
               display 'ERROR OPENING BILLING FEED FILE, STATUS='
               display ws-billfd-status
               move 16 to return-code
               stop run
           end-if.
           move 'N' to ws-feed-eof-switch.
           read billing-feed-file
               at end
                   set ws-end-of-feed to true
           end-read.
           perform until ws-end-of-feed
               if bfd-is-detail
                   add 1 to ws-detail-count
                   perform 2250-take-feed-customer
               end-if
               read billing-feed-file
                   at end
                       set ws-end-of-feed to true
               end-read
           end-perform.
           close billing-feed-file.

       2250-take-feed-customer.
           move bfd-cust-no to cxr-cust-no.
           read cust-xref-file
               invalid key
                   perform 2260-add-new-customer
               not invalid key
                   move ws-feed-stamp to cxr-last-feed
                   evaluate true
                       when cxr-is-linked
                           perform 2280-rewrite-xref
                           perform 2270-release-linked-customer
                       when cxr-is-dropped
                           move 'P' to cxr-status
                           move ws-run-date to cxr-status-date
                           move spaces to cxr-addr-id
                           perform 2280-rewrite-xref
                           add 1 to ws-return-add-count
                           move 'RETURNING CUSTOMER' to ws-report-note
                           perform 2400-write-add
                       when other
                           perform 2280-rewrite-xref
                           add 1 to ws-resend-add-count
                           move 'RE-SENT - NO ID BACK YET'
                               to ws-report-note
                           perform 2400-write-add
                   end-evaluate
           end-read.

       2260-add-new-customer.
           move spaces to cust-xref-record.
           move bfd-cust-no to cxr-cust-no.
           move 'P' to cxr-status.
           move ws-run-date to cxr-status-date.
           move ws-feed-stamp to cxr-last-feed.
           move ws-run-date to cxr-added-date.
           move zeros to cxr-last-agreed.
           write cust-xref-record
               invalid key
                   display 'ERROR WRITING CUSTOMER XREF, STATUS='
                   display ws-custxrf-status
                   move 16 to return-code
                   stop run
           end-write.
           add 1 to ws-new-add-count.
           move 'NEW CUSTOMER' to ws-report-note.
           perform 2400-write-add.

       2270-release-linked-customer.
           move spaces to fs-data.
           move cxr-addr-id to fs-addr-id.
           move '2' to fs-type.
           move 0 to fs-date.
           move 0 to fs-time.
           move cxr-cust-no to fsf-cust-no.
           move 'P' to fsf-disposition.
           move bfd-name to fsf-name.
           move bfd-street to fsf-street.
           move bfd-city to fsf-city.
           move bfd-state to fsf-state.
           move bfd-zip to fsf-zip.
           move bfd-country to fsf-country.
           move cxr-last-agreed to fsf-last-agreed.
           perform 2900-release-one-record.

       2280-rewrite-xref.
           rewrite cust-xref-record
               invalid key
                   display 'ERROR REWRITING CUSTOMER XREF, STATUS='
                   display ws-custxrf-status
                   move 16 to return-code
                   stop run
           end-rewrite.

      *> Every linked customer the feed pass didn't stamp with
      *> tonight's extract has gone from the feed.
       2300-release-gone-customers.
           move low-values to cxr-cust-no.
           start cust-xref-file key is not < cxr-cust-no
               invalid key
                   set ws-end-of-xref to true
           end-start.
           if not ws-end-of-xref
               read cust-xref-file next record
                   at end
                       set ws-end-of-xref to true
               end-read
           end-if.
           perform until ws-end-of-xref
               add 1 to ws-xref-read-count
               if cxr-is-linked and cxr-last-feed not = ws-feed-stamp
                   add 1 to ws-gone-count
                   move spaces to fs-data
                   move cxr-addr-id to fs-addr-id
                   move '2' to fs-type
                   move 0 to fs-date
                   move 0 to fs-time
                   move cxr-cust-no to fsf-cust-no
                   move 'G' to fsf-disposition
                   move cxr-last-agreed to fsf-last-agreed
                   perform 2900-release-one-record
               end-if
               read cust-xref-file next record
                   at end
                       set ws-end-of-xref to true
               end-read
           end-perform.

       2400-write-add.
           move spaces to load-transaction-record.
           move 'A' to trn-action.
           move bfd-name to trn-name.
           move bfd-street to trn-street.
           move bfd-city to trn-city.
           move bfd-state to trn-state.
           move bfd-zip to trn-zip.
           move bfd-country to trn-country.
           move bfd-cust-no to trn-cust-no.
           perform 8100-write-transaction.

       2900-release-one-record.
           add 1 to ws-release-seq.
           move ws-release-seq to fs-seq.
           release feed-sort-record.

       3000-judge-records.
           return feed-sort-file
               at end
                   set ws-end-of-sorted-records to true
           end-return.
           perform until ws-end-of-sorted-records
               if fs-addr-id not = ws-group-id
                   perform 3050-start-id
               end-if
               evaluate fs-type
                   when '1'
                       perform 3200-take-audit-record
                   when '2'
                       perform 3300-judge-customer
               end-evaluate
               return feed-sort-file
                   at end
                       set ws-end-of-sorted-records to true
               end-return
           end-perform.

       3050-start-id.
           move fs-addr-id to ws-group-id.
           move 'N' to ws-judged-switch.
           move spaces to ws-last-set.
           move 0 to wls-date.
           move 0 to wls-time.
           set wls-set-by-billing to true.

      *> Oldest first, so the one kept is the latest.
       3200-take-audit-record.
           move fs-date to wls-date.
           move fs-time to wls-time.
           move fsa-action to wls-action.
           move fsa-user-id to wls-user.
           move fsa-terminal-id to wls-terminal.
           evaluate true
               when fsa-hand-change
                   set wls-set-by-hand to true
               when fsa-action = 'MOVE'
                   set wls-set-by-ncoa to true
               when other
                   set wls-set-by-billing to true
           end-evaluate.

       3300-judge-customer.
           move fsf-cust-no to ws-report-cust-no.
           move fs-addr-id to ws-report-id.
           if ws-customer-judged
               move spaces to ws-exclude-reason
               string 'ID ALSO LINKED TO CUSTOMER ' delimited by size
                   ws-first-cust-no delimited by size
                   into ws-exclude-reason
               add 1 to ws-excl-shared-count
               perform 3800-exclude-customer
           else
               set ws-customer-judged to true
               move fsf-cust-no to ws-first-cust-no
               move fs-addr-id to addr-id
               read address-master
                   invalid key
                       perform 3350-judge-missing-id
                   not invalid key
                       perform 3400-judge-against-master
               end-read
           end-if.

      *> A customer who has left the feed and whose id has already
      *> left the master needs nothing but the cross reference
      *> closing. One still on the feed is never put back - the id
      *> went on our side.
       3350-judge-missing-id.
           if fsf-gone-from-feed
               move fsf-cust-no to cxr-cust-no
               read cust-xref-file
                   invalid key
                       continue
                   not invalid key
                       move 'D' to cxr-status
                       move ws-run-date to cxr-status-date
                       perform 2280-rewrite-xref
               end-read
               add 1 to ws-already-gone-count
               move 'GONE    ' to feed-report-line
               move 'ID ALREADY OFF MASTER' to ws-report-note
               perform 8200-write-detail-line
           else
               move 'ID NOT ON MASTER' to ws-exclude-reason
               add 1 to ws-excl-no-master-count
               perform 3800-exclude-customer
           end-if.

      *> An address our side set stays ours until a feed agrees
      *> with it; the first one that does is stamped on the cross
      *> reference, and from then on billing's changes apply again.
       3400-judge-against-master.
           move spaces to ws-delta-action.
           if fsf-gone-from-feed
               set ws-delta-delete to true
           else
               perform 3450-compare-with-master
           end-if.
           move 'N' to ws-ours-switch.
           if not wls-set-by-billing
                   and wls-stamp > fsf-last-agreed
               set ws-address-is-ours to true
           end-if.
           evaluate true
               when ws-delta-none
                   add 1 to ws-unchanged-count
                   if ws-address-is-ours
                       perform 3700-record-agreement
                   end-if
               when addr-is-do-not-mail
                   move 'DO-NOT-MAIL' to ws-exclude-reason
                   add 1 to ws-excl-dnm-count
                   perform 3800-exclude-customer
               when ws-address-is-ours and wls-set-by-hand
                   move spaces to ws-exclude-reason
                   string 'HAND CHANGE ' delimited by size
                       wls-date delimited by size
                       ' ' delimited by size
                       wls-user delimited by size
                       ' ' delimited by size
                       wls-terminal delimited by size
                       into ws-exclude-reason
                   add 1 to ws-excl-hand-count
                   perform 3800-exclude-customer
               when ws-address-is-ours
                   move spaces to ws-exclude-reason
                   string 'NCOA MOVE ' delimited by size
                       wls-date delimited by size
                       into ws-exclude-reason
                   add 1 to ws-excl-ncoa-count
                   perform 3800-exclude-customer
               when ws-delta-change
                   perform 3500-write-change
               when other
                   perform 3600-write-delete
           end-evaluate.

      *> CASSSTD owns the ZIP+4, so a feed ZIP without one is held
      *> to the master's first five digits only.
       3450-compare-with-master.
           if fsf-name not = addr-name
                   or fsf-street not = addr-street
                   or fsf-city not = addr-city
                   or fsf-state not = addr-state
                   or fsf-country not = addr-country
                   or fsf-zip (1:5) not = addr-zip (1:5)
               set ws-delta-change to true
           end-if.
           if fsf-zip (6:5) not = spaces
                   and fsf-zip (6:5) not = addr-zip (6:5)
               set ws-delta-change to true
           end-if.

       3500-write-change.
           move spaces to load-transaction-record.
           move 'C' to trn-action.
           move fs-addr-id to trn-id.
           move fsf-name to trn-name.
           move fsf-street to trn-street.
           move fsf-city to trn-city.
           move fsf-state to trn-state.
           move fsf-zip to trn-zip.
           move fsf-country to trn-country.
           move fsf-cust-no to trn-cust-no.
           perform 8100-write-transaction.
           add 1 to ws-change-count.
           move 'CHANGE  ' to feed-report-line.
           move fsf-name to ws-report-note.
           perform 8200-write-detail-line.

      *> The delete carries the master's own fields so the recycle
      *> file shows what it was for if ADDRLOAD turns it away.
       3600-write-delete.
           move spaces to load-transaction-record.
           move 'D' to trn-action.
           move addr-id to trn-id.
           move addr-name to trn-name.
           move addr-street to trn-street.
           move addr-city to trn-city.
           move addr-state to trn-state.
           move addr-zip to trn-zip.
           move addr-country to trn-country.
           move fsf-cust-no to trn-cust-no.
           perform 8100-write-transaction.
           add 1 to ws-delete-count.
           move 'DELETE  ' to feed-report-line.
           move addr-name to ws-report-note.
           perform 8200-write-detail-line.

       3700-record-agreement.
           move fsf-cust-no to cxr-cust-no.
           read cust-xref-file
               invalid key
                   continue
               not invalid key
                   move ws-feed-stamp to cxr-last-agreed
                   perform 2280-rewrite-xref
           end-read.
           add 1 to ws-agreed-count.

       3800-exclude-customer.
           if fsf-gone-from-feed
               add 1 to ws-excl-gone-count
               move 'KEEP-GN ' to feed-report-line
           else
               add 1 to ws-excl-on-feed-count
               move 'KEEP    ' to feed-report-line
           end-if.
           move ws-exclude-reason to ws-report-note.
           perform 8200-write-detail-line.

       8100-write-transaction.
           write load-transaction-record.
           add 1 to ws-trans-count.
           if trn-action = 'A'
               move 'ADD     ' to feed-report-line
               move trn-cust-no to ws-report-cust-no
               move spaces to ws-report-id
               perform 8200-write-detail-line
           end-if.

      *> The caller puts the disposition in cols 1-8.
       8200-write-detail-line.
           move ws-report-cust-no to feed-report-line (9:10).
           move ws-report-id to feed-report-line (20:6).
           move ws-report-note to feed-report-line (27:40).
           write feed-report-line.

       9000-write-totals.
           move spaces to feed-report-line.
           write feed-report-line.
           move 'FEED CONTROL TOTALS' to feed-report-line.
           write feed-report-line.
           move 'DETAIL RECORDS COUNTED' to ws-total-label.
           move ws-counted-details to ws-total-value.
           perform 9100-write-one-total.
           move 'DETAIL COUNT ON TRAILER' to ws-total-label.
           move ws-trailer-count to ws-total-value.
           perform 9100-write-one-total.
           move spaces to feed-report-line.
           string 'CUSTOMER NUMBER HASH COUNTED           '
                   delimited by size
               ws-counted-hash delimited by size
               into feed-report-line.
           write feed-report-line.
           move spaces to feed-report-line.
           string 'CUSTOMER NUMBER HASH ON TRAILER        '
                   delimited by size
               ws-trailer-hash delimited by size
               into feed-report-line.
           write feed-report-line.
           if ws-feed-rejected
               move spaces to feed-report-line
               string 'FEED REJECTED - ' delimited by size
                   ws-feed-problem delimited by size
                   into feed-report-line
               write feed-report-line
               move 'NOTHING GENERATED; CROSS REFERENCE NOT TOUCHED'
                   to feed-report-line
               write feed-report-line
           else
               move 'FEED AGREES WITH ITS TRAILER' to feed-report-line
               write feed-report-line
               perform 9200-write-dispositions
           end-if.

       9100-write-one-total.
           move spaces to feed-report-line.
           string ws-total-label delimited by size
               ws-total-value delimited by size
               into feed-report-line.
           write feed-report-line.

      *> Every customer read off the feed and every linked customer
      *> missing from it has exactly one disposition, and every
      *> transaction written is an add, a change or a delete.
       9200-write-dispositions.
           move spaces to feed-report-line.
           write feed-report-line.
           move 'CUSTOMERS ON FEED' to ws-total-label.
           move ws-detail-count to ws-total-value.
           perform 9100-write-one-total.
           move '  ADDS - NEW CUSTOMERS' to ws-total-label.
           move ws-new-add-count to ws-total-value.
           perform 9100-write-one-total.
           move '  ADDS - RE-SENT, NO ID BACK YET' to ws-total-label.
           move ws-resend-add-count to ws-total-value.
           perform 9100-write-one-total.
           move '  ADDS - RETURNING CUSTOMERS' to ws-total-label.
           move ws-return-add-count to ws-total-value.
           perform 9100-write-one-total.
           move '  CHANGES' to ws-total-label.
           move ws-change-count to ws-total-value.
           perform 9100-write-one-total.
           move '  UNCHANGED' to ws-total-label.
           move ws-unchanged-count to ws-total-value.
           perform 9100-write-one-total.
           move '    OF WHICH FEED NOW AGREES WITH US'
               to ws-total-label.
           move ws-agreed-count to ws-total-value.
           perform 9100-write-one-total.
           move '  KEPT - OURS' to ws-total-label.
           move ws-excl-on-feed-count to ws-total-value.
           perform 9100-write-one-total.
           move 'LINKED CUSTOMERS GONE FROM FEED' to ws-total-label.
           move ws-gone-count to ws-total-value.
           perform 9100-write-one-total.
           move '  DELETES' to ws-total-label.
           move ws-delete-count to ws-total-value.
           perform 9100-write-one-total.
           move '  ID ALREADY OFF MASTER' to ws-total-label.
           move ws-already-gone-count to ws-total-value.
           perform 9100-write-one-total.
           move '  KEPT - OURS' to ws-total-label.
           move ws-excl-gone-count to ws-total-value.
           perform 9100-write-one-total.
           move spaces to feed-report-line.
           write feed-report-line.
           move 'KEPT BY REASON - DO-NOT-MAIL' to ws-total-label.
           move ws-excl-dnm-count to ws-total-value.
           perform 9100-write-one-total.
           move '               - HAND CHANGE' to ws-total-label.
           move ws-excl-hand-count to ws-total-value.
           perform 9100-write-one-total.
           move '               - NCOA MOVE' to ws-total-label.
           move ws-excl-ncoa-count to ws-total-value.
           perform 9100-write-one-total.
           move '               - ID NOT ON MASTER' to ws-total-label.
           move ws-excl-no-master-count to ws-total-value.
           perform 9100-write-one-total.
           move '               - ID SHARED' to ws-total-label.
           move ws-excl-shared-count to ws-total-value.
           perform 9100-write-one-total.
           move spaces to feed-report-line.
           write feed-report-line.
           move 'TRANSACTIONS WRITTEN FOR ADDRLOAD' to ws-total-label.
           move ws-trans-count to ws-total-value.
           perform 9100-write-one-total.
           move 'AUDIT RECORDS READ' to ws-total-label.
           move ws-audit-read-count to ws-total-value.
           perform 9100-write-one-total.
           move 'CROSS REFERENCE RECORDS READ' to ws-total-label.
           move ws-xref-read-count to ws-total-value.
           perform 9100-write-one-total.
           compute ws-foot-on-feed = ws-new-add-count
               + ws-resend-add-count + ws-return-add-count
               + ws-change-count + ws-unchanged-count
               + ws-excl-on-feed-count.
           compute ws-foot-gone = ws-delete-count
               + ws-already-gone-count + ws-excl-gone-count.
           compute ws-foot-trans = ws-new-add-count
               + ws-resend-add-count + ws-return-add-count
               + ws-change-count + ws-delete-count.
           if ws-foot-on-feed not = ws-detail-count
                   or ws-detail-count not = ws-counted-details
                   or ws-foot-gone not = ws-gone-count
                   or ws-foot-trans not = ws-trans-count
               move 'N' to ws-run-switch
           end-if.
           move spaces to feed-report-line.
           write feed-report-line.
           if ws-run-balanced
               move 'RUN CONTROLS BALANCE' to feed-report-line
           else
               move 'RUN CONTROLS OUT OF BALANCE - NOT FOR LOADING'
                   to feed-report-line
           end-if.
           write feed-report-line.
