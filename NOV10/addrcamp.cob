       identification division.
       program-id.
       addrcamp.
       author.
           Chris P. Bacon.
       date-written.
           October 15, 2026.

      *> Mailing campaign maintenance and deliverability report. The
      *> campaign master (CAMPAIGN.CPY) names each promotion a label
      *> run can be tagged with; this program is the only thing that
      *> writes it. Each run applies the maintenance deck - one card
      *> per campaign add, change, or delete - and then reports every
      *> campaign (or the one on the parameter card): pieces mailed
      *> off the mail history, pieces returned by USPS return reason
      *> off the return history retmail keeps, the return rate, and
      *> postage spent off the ledger against the campaign budget,
      *> so marketing can stop mailing lists that bounce. An empty
      *> deck is a report-only run.
      *>
      *> A return is charged to the most recent piece mailed to the
      *> same ADDR-ID on or before the night it came back, provided
      *> that piece went out within the return window - the campaign
      *> that piece was tagged with owns the return. One piece
      *> absorbs at most one return. Pieces from untagged runs still
      *> take part in the match (so an untagged drop's bounce is not
      *> blamed on an older campaign) but are not reported. A code
      *> found in the history or ledger but since deleted from the
      *> master still reports, flagged as no longer on the master.
      *>
      *> Maintenance card layout (S-CAMPTRN):
      *>   col  1      action: A add, C change, D delete
      *>   col  2-5    campaign code
      *>   col  6-35   description
      *>   col 36-55   owner
      *>   col 56-63   drop date, yyyymmdd
      *>   col 64-72   budget, nine digits with two implied decimals
      *>   col 73-80   userid of the person requesting the change
      *> On a change, a blank description, owner, drop date or budget
      *> keeps what is on file. A card that fails an edit is rejected
      *> with its reason and nothing on file changes.
      *>
      *> Parameter card (S-PARMS): campaign code in cols 1-4 (blank
      *> reports every campaign), return window in days in cols 6-8
      *> (blank defaults to 60).

       environment division.
       input-output section.
       file-control.
           select camp-trans-file assign to s-camptrn
               organization is sequential
               file status is ws-camptrn-status.
           select parm-card-file assign to s-parms
               organization is sequential
               file status is ws-parms-status.
           select campaign-file assign to s-campgn
               organization is indexed
               access mode is dynamic
               record key is cmp-code
               file status is ws-campgn-status.
           select mail-hist-file assign to s-mailhst
               organization is sequential
               file status is ws-mailhst-status.
           select return-history-file assign to s-rethst
               organization is sequential
               file status is ws-rethst-status.
           select postage-ledger-file assign to s-postldg
               organization is sequential
               file status is ws-postldg-status.
           select camp-report-file assign to s-camprpt
               organization is sequential
               file status is ws-camprpt-status.
           select sort-work-file assign to s-sortwk.

       data division.
       file section.
       fd camp-trans-file
           label records are omitted.
       01 camp-trans-record.
           05 ctr-action              picture x.
           05 ctr-code                picture x(4).
           05 ctr-description         picture x(30).
           05 ctr-owner               picture x(20).
           05 ctr-drop-date           picture x(8).
           05 ctr-budget-digits       picture x(9).
           05 ctr-budget redefines ctr-budget-digits
                                      picture 9(7)v99.
           05 ctr-requested-by        picture x(8).

       fd parm-card-file
           label records are omitted.
       01 parm-card.
           05 prm-campaign-code       picture x(4).
           05 filler                  picture x.
           05 prm-window-days         picture x(3).
           05 filler                  picture x(72).

       fd campaign-file
           label records are standard.
           copy campaign.cpy.

       fd mail-hist-file
           label records are omitted.
           copy mailhst.cpy.

       fd return-history-file
           label records are omitted.
           copy rethst.cpy.

       fd postage-ledger-file
           label records are omitted.
           copy postldg.cpy.

       fd camp-report-file
           label records are omitted.
       01 camp-report-line            picture x(80).

      *> Pieces and returns sort together by ADDR-ID and date. A
      *> return sorts ahead of a piece mailed the same date - the
      *> return file is applied before the label run each night, so
      *> a same-day return belongs to an earlier piece.
       sd sort-work-file.
       01 sort-record.
           05 sw-addr-id              picture x(6).
           05 sw-date                 picture 9(8).
           05 sw-type                 picture x.
               88 sw-is-return            value '1'.
               88 sw-is-piece             value '2'.
           05 sw-camp-idx             picture 9(3).
           05 sw-reason               picture x(3).

       working-storage section.
       01 ws-camptrn-status       picture x(2).
       01 ws-parms-status         picture x(2).
       01 ws-campgn-status        picture x(2).
       01 ws-mailhst-status       picture x(2).
       01 ws-rethst-status        picture x(2).
       01 ws-postldg-status       picture x(2).
       01 ws-camprpt-status       picture x(2).

       01 ws-trans-eof-switch     picture x value 'N'.
           88 ws-end-of-transactions value 'Y'.
       01 ws-master-eof-switch    picture x value 'N'.
           88 ws-end-of-campaigns value 'Y'.
       01 ws-hist-eof-switch      picture x value 'N'.
           88 ws-end-of-history value 'Y'.
       01 ws-return-eof-switch    picture x value 'N'.
           88 ws-end-of-returns value 'Y'.
       01 ws-ledger-eof-switch    picture x value 'N'.
           88 ws-end-of-ledger value 'Y'.
       01 ws-sort-eof-switch      picture x value 'N'.
           88 ws-end-of-sorted-records value 'Y'.
       01 ws-card-valid-switch    picture x.
           88 ws-card-is-valid value 'Y'.
       01 ws-reject-reason        picture x(40).
       01 ws-entry-note           picture x(40).

       01 ws-run-date             picture 9(8).
       01 ws-select-code          picture x(4) value spaces.
       01 ws-window-days          picture 9(3) value 60.
       01 ws-check-date           picture x(8).
       01 ws-check-date-split redefines ws-check-date.
           05 ws-check-yyyy           picture 9(4).
           05 ws-check-mm             picture 9(2).
           05 ws-check-dd             picture 9(2).

       01 ws-read-count           picture 9(6) value 0.
       01 ws-accept-count         picture 9(6) value 0.
       01 ws-reject-count         picture 9(6) value 0.

      *> Every campaign reported, in code order off the master, with
      *> codes found only in the history or ledger appended behind.
       01 ws-camp-max             picture 9(3) value 500.
       01 ws-camp-count           picture 9(3) value 0.
       01 ws-camp-table.
           05 ws-camp-entry occurs 500 times.
               10 wc-code             picture x(4).
               10 wc-description      picture x(30).
               10 wc-owner            picture x(20).
               10 wc-drop-date        picture 9(8).
               10 wc-budget           picture 9(7)v99.
               10 wc-on-master-switch picture x.
                   88 wc-on-master        value 'Y'.
               10 wc-runs             picture 9(4).
               10 wc-mailed           picture 9(7).
               10 wc-returned         picture 9(7).
               10 wc-postage          picture 9(9)v99.
       01 ws-camp-idx             picture 9(3).
       01 ws-find-code            picture x(4).
       01 ws-camp-found-switch    picture x.
           88 ws-camp-found value 'Y'.

      *> Returns by reason, one slot per campaign and reason seen.
       01 ws-reason-max           picture 9(4) value 2000.
       01 ws-reason-count         picture 9(4) value 0.
       01 ws-reason-table.
           05 ws-reason-entry occurs 2000 times.
               10 wx-camp-idx         picture 9(3).
               10 wx-reason           picture x(3).
               10 wx-count            picture 9(7).
       01 ws-reason-idx           picture 9(4).
       01 ws-reason-found-switch  picture x.
           88 ws-reason-found value 'Y'.
       01 ws-reason-overflow      picture 9(7) value 0.

      *> The piece a return would be charged to: the latest one
      *> mailed to the current ADDR-ID so far in the sorted stream.
       01 ws-current-id           picture x(6) value spaces.
       01 ws-last-piece-date      picture 9(8) value 0.
       01 ws-last-piece-camp      picture 9(3) value 0.
       01 ws-last-piece-switch    picture x value 'N'.
           88 ws-last-piece-returned value 'Y'.
       01 ws-days-out             picture s9(7).

       01 ws-untagged-count       picture 9(7) value 0.
       01 ws-unmatched-count      picture 9(7) value 0.
       01 ws-total-mailed         picture 9(7) value 0.
       01 ws-total-returned       picture 9(7) value 0.
       01 ws-return-rate          picture 9(3)v99.
       01 ws-rate-display         picture zz9.99.
       01 ws-cost-display         picture z(8)9.99.
       01 ws-budget-display       picture z(6)9.99.
       01 ws-diff-work            picture s9(9)v99.
       01 ws-diff-display         picture z(8)9.99.

       procedure division.
       0000-main.
           accept ws-run-date from date yyyymmdd.
           perform 1000-open-files.
           perform 1100-read-parm-card.
           read camp-trans-file
               at end
                   set ws-end-of-transactions to true
           end-read.
           perform until ws-end-of-transactions
               add 1 to ws-read-count
               perform 2000-apply-one-card
               read camp-trans-file
                   at end
                       set ws-end-of-transactions to true
               end-read
           end-perform.
           perform 3000-load-campaign-table.
           perform 4000-total-postage.
           sort sort-work-file
               ascending key sw-addr-id sw-date sw-type
               input procedure is 5000-release-pieces-and-returns
               output procedure is 6000-match-returns.
           perform 7000-write-campaign-report.
           perform 9000-write-totals.
           close camp-trans-file.
           close campaign-file.
           close camp-report-file.
           if ws-reject-count > 0
               move 4 to return-code
           end-if.
           stop run.

       1000-open-files.
           open input camp-trans-file.
           if ws-camptrn-status not = '00'
               display 'ERROR OPENING CAMPAIGN MAINTENANCE, STATUS='
               display ws-camptrn-status
               move 16 to return-code
               stop run
           end-if.
           open i-o campaign-file.
           if ws-campgn-status not = '00'
               display 'ERROR OPENING CAMPAIGN MASTER, STATUS='
               display ws-campgn-status
               move 16 to return-code
               stop run
           end-if.
           open output camp-report-file.
           if ws-camprpt-status not = '00'
               display 'ERROR OPENING CAMPAIGN REPORT, STATUS='
               display ws-camprpt-status
               move 16 to return-code
               stop run
           end-if.
           open input parm-card-file.
           if ws-parms-status not = '00'
               display 'ERROR OPENING PARM CARD FILE, STATUS='
               display ws-parms-status
               move 16 to return-code
               stop run
           end-if.

       1100-read-parm-card.
           read parm-card-file
               at end
                   move spaces to parm-card
           end-read.
           close parm-card-file.
           move prm-campaign-code to ws-select-code.
           if prm-window-days is numeric and prm-window-days > 0
               move prm-window-days to ws-window-days
           end-if.
           move spaces to camp-report-line.
           string 'CAMPAIGN MAINTENANCE AND DELIVERABILITY '
                   delimited by size
               ws-run-date delimited by size
               into camp-report-line.
           write camp-report-line.
           move spaces to camp-report-line.
           string 'RETURN WINDOW=' delimited by size
               ws-window-days delimited by size
               ' DAYS  CAMPAIGN=' delimited by size
               into camp-report-line.
           if ws-select-code = spaces
               move 'ALL' to camp-report-line (34:3)
           else
               move ws-select-code to camp-report-line (34:4)
           end-if.
           write camp-report-line.
           move spaces to camp-report-line.
           write camp-report-line.

       2000-apply-one-card.
           perform 2100-edit-card.
           if not ws-card-is-valid
               perform 8200-reject-card
           else
               evaluate ctr-action
                   when 'A'
                       perform 2200-add-campaign
                   when 'C'
                       perform 2300-change-campaign
                   when 'D'
                       perform 2400-delete-campaign
               end-evaluate
           end-if.

       2100-edit-card.
           move 'Y' to ws-card-valid-switch.
           evaluate true
               when ctr-action not = 'A' and not = 'C' and not = 'D'
                   move 'N' to ws-card-valid-switch
                   move 'Invalid action code' to ws-reject-reason
               when ctr-code = spaces
                   move 'N' to ws-card-valid-switch
                   move 'Campaign code missing' to ws-reject-reason
               when ctr-requested-by = spaces
                   move 'N' to ws-card-valid-switch
                   move 'Requested-by missing' to ws-reject-reason
               when ctr-action = 'A' and ctr-description = spaces
                   move 'N' to ws-card-valid-switch
                   move 'Description missing' to ws-reject-reason
           end-evaluate.
           if ws-card-is-valid and ctr-action not = 'D'
               if ctr-action = 'A' or ctr-drop-date not = spaces
                   move ctr-drop-date to ws-check-date
                   perform 2150-check-drop-date
               end-if
           end-if.
           if ws-card-is-valid and ctr-action not = 'D'
               if ctr-action = 'A' or ctr-budget-digits not = spaces
                   if ctr-budget-digits is not numeric
                       move 'N' to ws-card-valid-switch
                       move 'Budget must be nine digits'
                           to ws-reject-reason
                   end-if
               end-if
           end-if.

       2150-check-drop-date.
           if ws-check-date is not numeric
               move 'N' to ws-card-valid-switch
           else
               if ws-check-mm < 1 or ws-check-mm > 12
                       or ws-check-dd < 1 or ws-check-dd > 31
                   move 'N' to ws-card-valid-switch
               end-if
           end-if.
           if not ws-card-is-valid
               move 'Drop date must be yyyymmdd' to ws-reject-reason
           end-if.

       2200-add-campaign.
           move spaces to campaign-record.
           move ctr-code to cmp-code.
           move ctr-description to cmp-description.
           move ctr-owner to cmp-owner.
           move ctr-drop-date to cmp-drop-date.
           move ctr-budget to cmp-budget.
           move ctr-requested-by to cmp-changed-by.
           move ws-run-date to cmp-changed-date.
           write campaign-record
               invalid key
                   move 'Campaign already on file' to ws-reject-reason
                   perform 8200-reject-card
               not invalid key
                   move 'CAMPAIGN ADDED' to ws-entry-note
                   perform 8100-accept-card
           end-write.

       2300-change-campaign.
           move ctr-code to cmp-code.
           read campaign-file
               invalid key
                   move 'Campaign not on file' to ws-reject-reason
                   perform 8200-reject-card
               not invalid key
                   if ctr-description not = spaces
                       move ctr-description to cmp-description
                   end-if
                   if ctr-owner not = spaces
                       move ctr-owner to cmp-owner
                   end-if
                   if ctr-drop-date not = spaces
                       move ctr-drop-date to cmp-drop-date
                   end-if
                   if ctr-budget-digits not = spaces
                       move ctr-budget to cmp-budget
                   end-if
                   move ctr-requested-by to cmp-changed-by
                   move ws-run-date to cmp-changed-date
                   rewrite campaign-record
                       invalid key
                           move 'Update failed' to ws-reject-reason
                           perform 8200-reject-card
                       not invalid key
                           move 'CAMPAIGN CHANGED' to ws-entry-note
                           perform 8100-accept-card
                   end-rewrite
           end-read.

       2400-delete-campaign.
           move ctr-code to cmp-code.
           read campaign-file
               invalid key
                   move 'Campaign not on file' to ws-reject-reason
                   perform 8200-reject-card
               not invalid key
                   delete campaign-file
                       invalid key
                           move 'Delete failed' to ws-reject-reason
                           perform 8200-reject-card
                       not invalid key
                           move 'CAMPAIGN DELETED' to ws-entry-note
                           perform 8100-accept-card
                   end-delete
           end-read.

      *> The maintenance above did keyed reads, so restart at the
      *> lowest key before loading the table.
       3000-load-campaign-table.
           move low-values to cmp-code.
           start campaign-file key is not less than cmp-code
               invalid key
                   set ws-end-of-campaigns to true
           end-start.
           perform until ws-end-of-campaigns
               read campaign-file next record
                   at end
                       set ws-end-of-campaigns to true
                   not at end
                       if ws-select-code = spaces
                               or ws-select-code = cmp-code
                           perform 3100-table-one-campaign
                       end-if
               end-read
           end-perform.

       3100-table-one-campaign.
           perform 3300-add-table-entry.
           move cmp-description to wc-description (ws-camp-idx).
           move cmp-owner to wc-owner (ws-camp-idx).
           move cmp-drop-date to wc-drop-date (ws-camp-idx).
           move cmp-budget to wc-budget (ws-camp-idx).
           set wc-on-master (ws-camp-idx) to true.

      *> Returns the table slot for WS-FIND-CODE in WS-CAMP-IDX, or
      *> zero for an untagged piece or a campaign outside the
      *> parameter card's selection. A selected code met for the
      *> first time here is no longer on the master.
       3200-find-campaign.
           move 0 to ws-camp-idx.
           if ws-find-code not = spaces
                   and (ws-select-code = spaces
                       or ws-select-code = ws-find-code)
               move 'N' to ws-camp-found-switch
               perform varying ws-camp-idx from 1 by 1
                       until ws-camp-idx > ws-camp-count
                       or ws-camp-found
                   if wc-code (ws-camp-idx) = ws-find-code
                       set ws-camp-found to true
                   end-if
               end-perform
               if ws-camp-found
                   subtract 1 from ws-camp-idx
               else
                   move ws-find-code to cmp-code
                   perform 3300-add-table-entry
                   move '** NO LONGER ON CAMPAIGN MASTER **'
                       to wc-description (ws-camp-idx)
               end-if
           end-if.

       3300-add-table-entry.
           if ws-camp-count >= ws-camp-max
               display 'TOO MANY CAMPAIGNS FOR THE REPORT TABLE'
               move 16 to return-code
               stop run
           end-if.
           add 1 to ws-camp-count.
           move ws-camp-count to ws-camp-idx.
           move cmp-code to wc-code (ws-camp-idx).
           move spaces to wc-description (ws-camp-idx).
           move spaces to wc-owner (ws-camp-idx).
           move 0 to wc-drop-date (ws-camp-idx).
           move 0 to wc-budget (ws-camp-idx).
           move 'N' to wc-on-master-switch (ws-camp-idx).
           move 0 to wc-runs (ws-camp-idx).
           move 0 to wc-mailed (ws-camp-idx).
           move 0 to wc-returned (ws-camp-idx).
           move 0 to wc-postage (ws-camp-idx).

       4000-total-postage.
           open input postage-ledger-file.
           if ws-postldg-status not = '00'
               display 'ERROR OPENING POSTAGE LEDGER, STATUS='
               display ws-postldg-status
               move 16 to return-code
               stop run
           end-if.
           perform until ws-end-of-ledger
               read postage-ledger-file
                   at end
                       set ws-end-of-ledger to true
                   not at end
                       move plg-campaign-code to ws-find-code
                       perform 3200-find-campaign
                       if ws-camp-idx > 0
                           add 1 to wc-runs (ws-camp-idx)
                           add plg-total-cost
                               to wc-postage (ws-camp-idx)
                       end-if
               end-read
           end-perform.
           close postage-ledger-file.

       5000-release-pieces-and-returns.
           open input mail-hist-file.
           if ws-mailhst-status not = '00'
               display 'ERROR OPENING MAIL HISTORY FILE, STATUS='
               display ws-mailhst-status
               move 16 to return-code
               stop run
           end-if.
           perform until ws-end-of-history
               read mail-hist-file
                   at end
                       set ws-end-of-history to true
                   not at end
                       perform 5100-release-one-piece
               end-read
           end-perform.
           close mail-hist-file.
           open input return-history-file.
           if ws-rethst-status not = '00'
               display 'ERROR OPENING RETURN HISTORY FILE, STATUS='
               display ws-rethst-status
               move 16 to return-code
               stop run
           end-if.
           perform until ws-end-of-returns
               read return-history-file
                   at end
                       set ws-end-of-returns to true
                   not at end
                       perform 5200-release-one-return
               end-read
           end-perform.
           close return-history-file.

       5100-release-one-piece.
           if mhs-campaign-code = spaces
               add 1 to ws-untagged-count
           end-if.
           move mhs-campaign-code to ws-find-code.
           perform 3200-find-campaign.
           if ws-camp-idx > 0
               add 1 to wc-mailed (ws-camp-idx)
           end-if.
           move mhs-addr-id to sw-addr-id.
           move mhs-run-date to sw-date.
           set sw-is-piece to true.
           move ws-camp-idx to sw-camp-idx.
           move spaces to sw-reason.
           release sort-record.

       5200-release-one-return.
           move rth-addr-id to sw-addr-id.
           move rth-return-date to sw-date.
           set sw-is-return to true.
           move 0 to sw-camp-idx.
           move rth-reason to sw-reason.
           release sort-record.

       6000-match-returns.
           perform 6100-return-next-record.
           perform until ws-end-of-sorted-records
               if sw-addr-id not = ws-current-id
                   move sw-addr-id to ws-current-id
                   move 0 to ws-last-piece-date
                   move 0 to ws-last-piece-camp
                   move 'N' to ws-last-piece-switch
               end-if
               if sw-is-piece
                   move sw-date to ws-last-piece-date
                   move sw-camp-idx to ws-last-piece-camp
                   move 'N' to ws-last-piece-switch
               else
                   perform 6200-charge-one-return
               end-if
               perform 6100-return-next-record
           end-perform.

       6100-return-next-record.
           return sort-work-file
               at end
                   set ws-end-of-sorted-records to true
           end-return.

       6200-charge-one-return.
           move -1 to ws-days-out.
           if ws-last-piece-date > 0 and not ws-last-piece-returned
               compute ws-days-out =
                   function integer-of-date (sw-date)
                   - function integer-of-date (ws-last-piece-date)
           end-if.
           if ws-days-out < 0 or ws-days-out > ws-window-days
               add 1 to ws-unmatched-count
           else
               set ws-last-piece-returned to true
               if ws-last-piece-camp > 0
                   move ws-last-piece-camp to ws-camp-idx
                   add 1 to wc-returned (ws-camp-idx)
                   perform 6300-count-return-reason
               end-if
           end-if.

       6300-count-return-reason.
           move 'N' to ws-reason-found-switch.
           perform varying ws-reason-idx from 1 by 1
                   until ws-reason-idx > ws-reason-count
                   or ws-reason-found
               if wx-camp-idx (ws-reason-idx) = ws-camp-idx
                       and wx-reason (ws-reason-idx) = sw-reason
                   add 1 to wx-count (ws-reason-idx)
                   set ws-reason-found to true
               end-if
           end-perform.
           if not ws-reason-found
               if ws-reason-count < ws-reason-max
                   add 1 to ws-reason-count
                   move ws-camp-idx to wx-camp-idx (ws-reason-count)
                   move sw-reason to wx-reason (ws-reason-count)
                   move 1 to wx-count (ws-reason-count)
               else
                   add 1 to ws-reason-overflow
               end-if
           end-if.

       7000-write-campaign-report.
           move spaces to camp-report-line.
           write camp-report-line.
           move 'CAMPAIGN DELIVERABILITY' to camp-report-line.
           write camp-report-line.
           move spaces to camp-report-line.
           write camp-report-line.
           perform varying ws-camp-idx from 1 by 1
                   until ws-camp-idx > ws-camp-count
               perform 7100-write-one-campaign
           end-perform.

       7100-write-one-campaign.
           add wc-mailed (ws-camp-idx) to ws-total-mailed.
           add wc-returned (ws-camp-idx) to ws-total-returned.
           move spaces to camp-report-line.
           string 'CAMPAIGN ' delimited by size
               wc-code (ws-camp-idx) delimited by size
               ' ' delimited by size
               wc-description (ws-camp-idx) delimited by size
               ' OWNER ' delimited by size
               wc-owner (ws-camp-idx) delimited by size
               into camp-report-line.
           write camp-report-line.
           move spaces to camp-report-line.
           string '  DROP DATE ' delimited by size
               wc-drop-date (ws-camp-idx) delimited by size
               '  LABEL RUNS ' delimited by size
               wc-runs (ws-camp-idx) delimited by size
               '  PIECES MAILED ' delimited by size
               wc-mailed (ws-camp-idx) delimited by size
               into camp-report-line.
           write camp-report-line.
           move 0 to ws-return-rate.
           if wc-mailed (ws-camp-idx) > 0
               compute ws-return-rate rounded =
                   wc-returned (ws-camp-idx) * 100
                   / wc-mailed (ws-camp-idx)
           end-if.
           move ws-return-rate to ws-rate-display.
           move spaces to camp-report-line.
           string '  PIECES RETURNED ' delimited by size
               wc-returned (ws-camp-idx) delimited by size
               '  RETURN RATE ' delimited by size
               ws-rate-display delimited by size
               '%' delimited by size
               into camp-report-line.
           write camp-report-line.
           perform varying ws-reason-idx from 1 by 1
                   until ws-reason-idx > ws-reason-count
               if wx-camp-idx (ws-reason-idx) = ws-camp-idx
                   move spaces to camp-report-line
                   string '    RETURN REASON ' delimited by size
                       wx-reason (ws-reason-idx) delimited by size
                       '  PIECES ' delimited by size
                       wx-count (ws-reason-idx) delimited by size
                       into camp-report-line
                   write camp-report-line
               end-if
           end-perform.
           move wc-postage (ws-camp-idx) to ws-cost-display.
           move wc-budget (ws-camp-idx) to ws-budget-display.
           compute ws-diff-work =
               wc-budget (ws-camp-idx) - wc-postage (ws-camp-idx).
           move ws-diff-work to ws-diff-display.
           move spaces to camp-report-line.
           string '  POSTAGE ' delimited by size
               ws-cost-display delimited by size
               '  BUDGET ' delimited by size
               ws-budget-display delimited by size
               into camp-report-line.
           if ws-diff-work < 0
               move '  OVER ' to camp-report-line (43:7)
           else
               move '  LEFT ' to camp-report-line (43:7)
           end-if.
           move ws-diff-display to camp-report-line (50:12).
           write camp-report-line.
           move spaces to camp-report-line.
           write camp-report-line.

       8100-accept-card.
           add 1 to ws-accept-count.
           move spaces to camp-report-line.
           string 'ACCEPT ' delimited by size
               ctr-action delimited by size
               ' ' delimited by size
               ctr-code delimited by size
               ' BY ' delimited by size
               ctr-requested-by delimited by size
               ' ' delimited by size
               ws-entry-note delimited by size
               into camp-report-line.
           write camp-report-line.

       8200-reject-card.
           add 1 to ws-reject-count.
           move spaces to camp-report-line.
           string 'REJECT ' delimited by size
               ctr-action delimited by size
               ' ' delimited by size
               ctr-code delimited by size
               ' BY ' delimited by size
               ctr-requested-by delimited by size
               ' ' delimited by size
               ws-reject-reason delimited by size
               into camp-report-line.
           write camp-report-line.

       9000-write-totals.
           move spaces to camp-report-line.
           string 'CARDS READ=' delimited by size
               ws-read-count delimited by size
               ' ACCEPTED=' delimited by size
               ws-accept-count delimited by size
               ' REJECTED=' delimited by size
               ws-reject-count delimited by size
               into camp-report-line.
           write camp-report-line.
           move spaces to camp-report-line.
           string 'CAMPAIGNS=' delimited by size
               ws-camp-count delimited by size
               ' PIECES MAILED=' delimited by size
               ws-total-mailed delimited by size
               ' RETURNED=' delimited by size
               ws-total-returned delimited by size
               into camp-report-line.
           write camp-report-line.
           move spaces to camp-report-line.
           string 'UNTAGGED PIECES=' delimited by size
               ws-untagged-count delimited by size
               ' RETURNS NOT MATCHED TO A PIECE=' delimited by size
               ws-unmatched-count delimited by size
               into camp-report-line.
           write camp-report-line.
           if ws-reason-overflow > 0
               move spaces to camp-report-line
               string 'RETURNS NOT BROKEN OUT BY REASON (TABLE FULL)='
                       delimited by size
                   ws-reason-overflow delimited by size
                   into camp-report-line
               write camp-report-line
           end-if.
