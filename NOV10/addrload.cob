      *> status, so reinstating an undeliverable record (which also
      *> resets its failure counters) is done through the addrmaint
      *> screens or the suppression list, not here.
      *>
      *> Most nights the transactions are the ones addrfeed.cob built
      *> from the billing system's address feed, and those carry the
      *> billing customer number (LOADTRN.CPY). For them this program
      *> keeps the customer cross reference (CUSTXRF.CPY) in step: an
      *> add for a customer already linked to an id is refused rather
      *> than loaded twice, the id an add is assigned is written back
      *> against the customer, and an applied delete marks the
      *> customer dropped. A cross-reference update that fails after
      *> the master update went through is reported and ends the step
      *> RC 4, for the link to be put right by hand.

       environment division.
       input-output section.
           select recycle-file assign to s-recycle
               organization is sequential
               file status is ws-recycle-status.
           select cust-xref-file assign to s-custxrf
               organization is indexed
               access mode is random
               record key is cxr-cust-no
               file status is ws-custxrf-status.

       data division.
       file section.
       fd load-trans-file
           label records are omitted.
           copy loadtrn.cpy.

       fd address-master
           label records are standard.

       fd recycle-file
           label records are omitted.
       01 recycle-record              picture x(121).

       fd cust-xref-file
           label records are standard.
           copy custxrf.cpy.

       working-storage section.
       01 ws-trans-status         picture x(2).
       01 ws-auditlg-status       picture x(2).
       01 ws-loadrpt-status       picture x(2).
       01 ws-recycle-status       picture x(2).
       01 ws-custxrf-status       picture x(2).

       01 ws-eof-switch           picture x value 'N'.
           88 ws-end-of-transactions value 'Y'.
           88 ws-add-is-done value 'Y'.
       01 ws-add-attempts         picture 9(2).

       01 ws-run-date             picture 9(8).
       01 ws-xref-fail-count      picture 9(6) value 0.
       01 ws-xref-addr-id         picture x(6).

       01 ws-stplog-function      picture x.
       01 ws-step-name            picture x(8) value 'LOAD'.
       01 ws-step-count           picture 9(9) value 0.
           move 'S' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
                   ws-step-count ws-step-condition.
           accept ws-run-date from date yyyymmdd.
           perform 1000-open-files.
           read load-trans-file
               at end
           close audit-log-file.
           close load-report-file.
           close recycle-file.
           close cust-xref-file.
           if ws-xref-fail-count > 0
               move 4 to return-code
               move 4 to ws-step-condition
           end-if.
           move ws-read-count to ws-step-count.
           move 'E' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
               move 16 to return-code
               stop run
           end-if.
           open i-o cust-xref-file.
           if ws-custxrf-status not = '00'
               display 'ERROR OPENING CUSTOMER XREF FILE, STATUS='
               display ws-custxrf-status
               move 16 to return-code
               stop run
           end-if.

       2000-apply-one-transaction.
           evaluate trn-action

       3000-apply-add.
           perform 8300-validate-transaction.
           if ws-record-is-valid and trn-cust-no not = spaces
               perform 8600-check-customer-xref
           end-if.
           if not ws-record-is-valid
               perform 8200-reject-transaction
           else
                   move 'ADD' to aud-action
                   perform 8000-write-audit-record
                   perform 8100-accept-transaction
                   if trn-cust-no not = spaces
                       perform 8610-post-xref-add
                   end-if
           end-write.

       8500-assign-new-id.
                           move spaces to address-master-record
                           perform 8000-write-audit-record
                           perform 8100-accept-transaction
                           if trn-cust-no not = spaces
                               perform 8620-post-xref-delete
                           end-if
                   end-delete
           end-read.

           move trn-zip to addr-zip.
           move trn-country to addr-country.

      *> An add for a billing customer the cross reference already
      *> links to an id would load the same customer twice - a
      *> corrected reject resubmitted by hand after the feed had sent
      *> the add again, say.
       8600-check-customer-xref.
           move trn-cust-no to cxr-cust-no.
           read cust-xref-file
               invalid key
                   continue
               not invalid key
                   if cxr-is-linked
                       move 'N' to ws-record-valid-switch
                       move spaces to ws-reject-reason
                       string 'Customer already on file as '
                               delimited by size
                           cxr-addr-id delimited by size
                           into ws-reject-reason
                   end-if
           end-read.

      *> ADDR-ID still holds the id just written.
       8610-post-xref-add.
           move addr-id to ws-xref-addr-id.
           move trn-cust-no to cxr-cust-no.
           read cust-xref-file
               invalid key
                   move spaces to cust-xref-record
                   move trn-cust-no to cxr-cust-no
                   move zeros to cxr-last-feed
                   move zeros to cxr-last-agreed
                   move ws-run-date to cxr-added-date
                   move addr-id to cxr-addr-id
                   move 'A' to cxr-status
                   move ws-run-date to cxr-status-date
                   write cust-xref-record
                       invalid key
                           perform 8690-report-xref-failure
                   end-write
               not invalid key
                   move addr-id to cxr-addr-id
                   move 'A' to cxr-status
                   move ws-run-date to cxr-status-date
                   rewrite cust-xref-record
                       invalid key
                           perform 8690-report-xref-failure
                   end-rewrite
           end-read.

       8620-post-xref-delete.
           move trn-id to ws-xref-addr-id.
           move trn-cust-no to cxr-cust-no.
           read cust-xref-file
               invalid key
                   continue
               not invalid key
                   move 'D' to cxr-status
                   move ws-run-date to cxr-status-date
                   rewrite cust-xref-record
                       invalid key
                           perform 8690-report-xref-failure
                   end-rewrite
           end-read.

       8690-report-xref-failure.
           add 1 to ws-xref-fail-count.
           move spaces to load-report-line.
           string 'XREF NOT UPDATED FOR CUSTOMER ' delimited by size
               trn-cust-no delimited by size
               ' ID ' delimited by size
               ws-xref-addr-id delimited by size
               ' - LINK BY HAND' delimited by size
               into load-report-line.
           write load-report-line.

       9000-write-totals.
           move spaces to load-report-line.
           string 'READ=' delimited by size
               ws-reject-count delimited by size
               into load-report-line.
           write load-report-line.
           if ws-xref-fail-count > 0
               move spaces to load-report-line
               string 'XREF UPDATES FAILED=' delimited by size
                   ws-xref-fail-count delimited by size
                   into load-report-line
               write load-report-line
           end-if.
