       identification division.
       program-id.
       mailrecn.
       author.
           Chris P. Bacon.
       date-written.
           October 15, 2026.

      *> Mail-house acknowledgment reconciliation, run on demand when
      *> the acknowledgment (MAILACK.CPY) for a drop comes back and
      *> before the invoice is paid. It holds four things against
      *> each other, tier by tier (CRT, 5DG, 3DG, BAS, INT):
      *>
      *>   - the transmission generation we sent (MAILXMT.CPY),
      *>     re-counted and re-hashed against its own trailer the
      *>     way addrbal proves the nightly extracts
      *>   - the acknowledgment: inducted count plus rejected pieces
      *>     must come to what the trailer says we sent - less is a
      *>     SHORT drop, more is OVER
      *>   - the postage ledger record maillabl wrote for the same
      *>     run (run date and campaign code off the transmission
      *>     header; when more than one run that day carries the
      *>     same code, the one whose tier counts agree is used)
      *>   - the mail history pieces for that run date, campaign
      *>     and piece type
      *>
      *> Every rejected piece is listed with its reason and the
      *> address we sent, and a reject that names a piece not on
      *> the transmission is itself out of balance. An acknowledgment
      *> for some other run, a missing header or trailer, or any
      *> mismatch fails the run with return code 8.

       environment division.
       input-output section.
       file-control.
           select mail-xmit-file assign to s-mailxmt
               organization is sequential
               file status is ws-mailxmt-status.
           select mail-ack-file assign to s-mailack
               organization is sequential
               file status is ws-mailack-status.
           select postage-ledger-file assign to s-postldg
               organization is sequential
               file status is ws-postldg-status.
           select mail-hist-file assign to s-mailhst
               organization is sequential
               file status is ws-mailhst-status.
           select recon-report-file assign to s-ackrpt
               organization is sequential
               file status is ws-ackrpt-status.

       data division.
       file section.
       fd mail-xmit-file
           label records are omitted.
       01 mail-xmit-record            picture x(150).

       fd mail-ack-file
           label records are omitted.
           copy mailack.cpy.

       fd postage-ledger-file
           label records are omitted.
           copy postldg.cpy.

       fd mail-hist-file
           label records are omitted.
           copy mailhst.cpy.

       fd recon-report-file
           label records are omitted.
       01 recon-report-line           picture x(80).

       working-storage section.
       01 ws-mailxmt-status       picture x(2).
       01 ws-mailack-status       picture x(2).
       01 ws-postldg-status       picture x(2).
       01 ws-mailhst-status       picture x(2).
       01 ws-ackrpt-status        picture x(2).

       01 ws-xmit-eof-switch      picture x value 'N'.
           88 ws-xmit-at-eof value 'Y'.
       01 ws-ack-eof-switch       picture x value 'N'.
           88 ws-ack-at-eof value 'Y'.
       01 ws-ledger-eof-switch    picture x value 'N'.
           88 ws-ledger-at-eof value 'Y'.
       01 ws-hist-eof-switch      picture x value 'N'.
           88 ws-hist-at-eof value 'Y'.

           copy mailxmt.cpy.
       01 ws-xmit-header-switch   picture x value 'N'.
           88 ws-xmit-header-seen value 'Y'.
       01 ws-xmit-trailer-switch  picture x value 'N'.
           88 ws-xmit-trailer-seen value 'Y'.
       01 ws-xmit-detail-count    picture 9(9) value 0.
       01 ws-xmit-detail-hash     picture 9(12) value 0.
       01 ws-id-digits            picture 9(6).
       01 ws-record-seq           picture 9(9) value 0.

       01 ws-ack-header-switch    picture x value 'N'.
           88 ws-ack-header-seen value 'Y'.
       01 ws-ack-trailer-switch   picture x value 'N'.
           88 ws-ack-trailer-seen value 'Y'.
       01 ws-ack-detail-count     picture 9(9) value 0.
       01 ws-ack-trl-records      picture 9(9) value 0.
       01 ws-ack-run-date         picture 9(8) value 0.
       01 ws-ack-run-time         picture 9(8) value 0.
       01 ws-ack-campaign-code    picture x(4) value spaces.
       01 ws-ack-date             picture 9(8) value 0.
       01 ws-ack-house-id         picture x(8) value spaces.

       01 ws-ledger-match-count   picture 9(4) value 0.
       01 ws-ledger-switch        picture x value 'N'.
           88 ws-ledger-agrees value 'Y'.
       01 ws-ledger-counts.
           05 ws-ledger-count occurs 5 times
                                      picture 9(9).

      *> Tier order is fixed - CRT, 5DG, 3DG, BAS, INT - the same as
      *> maillabl's rate table and the transmission trailer.
       01 ws-tier-names.
           05 filler                  picture x(3) value 'CRT'.
           05 filler                  picture x(3) value '5DG'.
           05 filler                  picture x(3) value '3DG'.
           05 filler                  picture x(3) value 'BAS'.
           05 filler                  picture x(3) value 'INT'.
       01 ws-tier-list redefines ws-tier-names.
           05 ws-tier-name occurs 5 times
                                      picture x(3).
       01 ws-tier-table.
           05 ws-tier-entry occurs 5 times.
               10 wt-sent             picture 9(9).
               10 wt-trailer          picture 9(9).
               10 wt-inducted         picture 9(9).
               10 wt-rejected         picture 9(9).
               10 wt-history          picture 9(9).
       01 ws-tier-idx             picture 9.
       01 ws-tier-code            picture x(3).
       01 ws-tier-accounted       picture 9(9).
       01 ws-tier-difference      picture 9(9).
       01 ws-bad-tier-count       picture 9(9) value 0.
       01 ws-bad-ack-count        picture 9(9) value 0.

      *> Rejected pieces off the acknowledgment, matched to the
      *> transmission by ADDR-ID, tray and sequence as the details
      *> stream past. Rejects are a handful per drop; a table-full
      *> acknowledgment is not one this program can vouch for.
       01 ws-reject-max           picture 9(4) value 2000.
       01 ws-reject-count         picture 9(4) value 0.
       01 ws-reject-table.
           05 ws-reject-entry occurs 2000 times.
               10 wj-addr-id          picture x(6).
               10 wj-tray             picture 9(4).
               10 wj-tray-seq         picture 9(5).
               10 wj-reason           picture x(4).
               10 wj-text             picture x(30).
               10 wj-tier             picture x(3).
               10 wj-name             picture x(26).
               10 wj-city-line        picture x(30).
               10 wj-found-switch     picture x.
                   88 wj-found-on-transmission value 'Y'.
       01 ws-reject-idx           picture 9(4).
       01 ws-unmatched-count      picture 9(4) value 0.

       01 ws-check-label          picture x(34).
       01 ws-left-value           picture 9(12).
       01 ws-right-value          picture 9(12).
       01 ws-mismatch-switch      picture x value 'N'.
           88 ws-drop-out-of-balance value 'Y'.

       procedure division.
       0000-main.
           perform 1000-open-files.
           perform 2000-load-acknowledgment.
           perform 3000-tally-transmission.
           perform 4000-find-ledger-record.
           perform 5000-tally-history.
           perform 6000-check-drop.
           perform 7000-list-rejects.
           perform 8000-write-verdict.
           close mail-xmit-file.
           close mail-ack-file.
           close postage-ledger-file.
           close mail-hist-file.
           close recon-report-file.
           if ws-drop-out-of-balance
               move 8 to return-code
           end-if.
           stop run.

       1000-open-files.
           open input mail-xmit-file.
           if ws-mailxmt-status not = '00'
               display 'ERROR OPENING MAIL TRANSMISSION FILE, STATUS='
               display ws-mailxmt-status
               move 16 to return-code
               stop run
           end-if.
           open input mail-ack-file.
           if ws-mailack-status not = '00'
               display 'ERROR OPENING ACKNOWLEDGMENT FILE, STATUS='
               display ws-mailack-status
               move 16 to return-code
               stop run
           end-if.
           open input postage-ledger-file.
           if ws-postldg-status not = '00'
               display 'ERROR OPENING POSTAGE LEDGER, STATUS='
               display ws-postldg-status
               move 16 to return-code
               stop run
           end-if.
           open input mail-hist-file.
           if ws-mailhst-status not = '00'
               display 'ERROR OPENING MAIL HISTORY FILE, STATUS='
               display ws-mailhst-status
               move 16 to return-code
               stop run
           end-if.
           open output recon-report-file.
           if ws-ackrpt-status not = '00'
               display 'ERROR OPENING RECONCILIATION REPORT, STATUS='
               display ws-ackrpt-status
               move 16 to return-code
               stop run
           end-if.
           move zeros to ws-tier-table.
           move zeros to ws-ledger-counts.
           move 0 to mxt-hdr-run-date.
           move 0 to mxt-hdr-run-time.
           move spaces to mxt-hdr-campaign-code.
           move spaces to mxt-hdr-piece-type.
           move 0 to mxt-trl-count.
           move 0 to mxt-trl-hash.

       2000-load-acknowledgment.
           move 0 to ws-record-seq.
           read mail-ack-file
               at end
                   set ws-ack-at-eof to true
           end-read.
           perform until ws-ack-at-eof
               add 1 to ws-record-seq
               evaluate true
                   when mak-is-header and ws-record-seq = 1
                       set ws-ack-header-seen to true
                       move mak-xmit-run-date to ws-ack-run-date
                       move mak-xmit-run-time to ws-ack-run-time
                       move mak-campaign-code to ws-ack-campaign-code
                       move mak-ack-date to ws-ack-date
                       move mak-house-id to ws-ack-house-id
                   when mak-is-trailer and mak-trl-records is numeric
                       set ws-ack-trailer-seen to true
                       move mak-trl-records to ws-ack-trl-records
                   when mak-is-count
                       add 1 to ws-ack-detail-count
                       perform 2100-take-tier-count
                   when mak-is-reject
                       add 1 to ws-ack-detail-count
                       perform 2200-take-reject
                   when other
                       add 1 to ws-bad-ack-count
               end-evaluate
               read mail-ack-file
                   at end
                       set ws-ack-at-eof to true
               end-read
           end-perform.

       2100-take-tier-count.
           move mak-tier to ws-tier-code.
           perform 3900-find-tier.
           if ws-tier-idx = 0 or mak-inducted is not numeric
               add 1 to ws-bad-ack-count
           else
               add mak-inducted to wt-inducted (ws-tier-idx)
           end-if.

       2200-take-reject.
           if ws-reject-count >= ws-reject-max
               display 'TOO MANY REJECTED PIECES ON ACKNOWLEDGMENT'
               move 16 to return-code
               stop run
           end-if.
           add 1 to ws-reject-count.
           move mak-rej-addr-id to wj-addr-id (ws-reject-count).
           move mak-rej-reason to wj-reason (ws-reject-count).
           move mak-rej-text to wj-text (ws-reject-count).
           move spaces to wj-tier (ws-reject-count).
           move spaces to wj-name (ws-reject-count).
           move spaces to wj-city-line (ws-reject-count).
           move 'N' to wj-found-switch (ws-reject-count).
           if mak-rej-tray is numeric and mak-rej-tray-seq is numeric
               move mak-rej-tray to wj-tray (ws-reject-count)
               move mak-rej-tray-seq to wj-tray-seq (ws-reject-count)
           else
               move 0 to wj-tray (ws-reject-count)
               move 0 to wj-tray-seq (ws-reject-count)
           end-if.

      *> Details begin with the ADDR-ID, so as in addrbal the header
      *> is only the first record and a trailer must carry a
      *> numeric count.
       3000-tally-transmission.
           move 0 to ws-record-seq.
           read mail-xmit-file
               at end
                   set ws-xmit-at-eof to true
           end-read.
           perform until ws-xmit-at-eof
               add 1 to ws-record-seq
               evaluate true
                   when mail-xmit-record (1:3) = 'HDR'
                           and ws-record-seq = 1
                       set ws-xmit-header-seen to true
                       move mail-xmit-record to mail-xmit-header
                   when mail-xmit-record (1:3) = 'TRL'
                           and mail-xmit-record (4:9) is numeric
                       set ws-xmit-trailer-seen to true
                       move mail-xmit-record to mail-xmit-trailer
                   when other
                       move mail-xmit-record to mail-xmit-detail
                       perform 3100-tally-one-piece
               end-evaluate
               read mail-xmit-file
                   at end
                       set ws-xmit-at-eof to true
               end-read
           end-perform.
           if ws-xmit-trailer-seen
               move mxt-trl-crt-pieces to wt-trailer (1)
               move mxt-trl-zip5-pieces to wt-trailer (2)
               move mxt-trl-zip3-pieces to wt-trailer (3)
               move mxt-trl-basic-pieces to wt-trailer (4)
               move mxt-trl-intl-pieces to wt-trailer (5)
           end-if.

       3100-tally-one-piece.
           add 1 to ws-xmit-detail-count.
           if mxt-addr-id is numeric
               move mxt-addr-id to ws-id-digits
               add ws-id-digits to ws-xmit-detail-hash
           end-if.
           move mxt-presort-tier to ws-tier-code.
           perform 3900-find-tier.
           if ws-tier-idx = 0
               add 1 to ws-bad-tier-count
           else
               add 1 to wt-sent (ws-tier-idx)
           end-if.
           perform varying ws-reject-idx from 1 by 1
                   until ws-reject-idx > ws-reject-count
               if not wj-found-on-transmission (ws-reject-idx)
                       and wj-addr-id (ws-reject-idx) = mxt-addr-id
                       and wj-tray (ws-reject-idx) = mxt-tray
                       and wj-tray-seq (ws-reject-idx) = mxt-tray-seq
                   perform 3200-match-one-reject
               end-if
           end-perform.

       3200-match-one-reject.
           set wj-found-on-transmission (ws-reject-idx) to true.
           move mxt-presort-tier to wj-tier (ws-reject-idx).
           move mxt-name to wj-name (ws-reject-idx).
           move mxt-city-line to wj-city-line (ws-reject-idx).
           if ws-tier-idx > 0
               add 1 to wt-rejected (ws-tier-idx)
           end-if.

       3900-find-tier.
           move 0 to ws-tier-idx.
           evaluate ws-tier-code
               when 'CRT'
                   move 1 to ws-tier-idx
               when '5DG'
                   move 2 to ws-tier-idx
               when '3DG'
                   move 3 to ws-tier-idx
               when 'BAS'
                   move 4 to ws-tier-idx
               when 'INT'
                   move 5 to ws-tier-idx
           end-evaluate.

      *> The ledger has one record per label run but no run time, so
      *> the run date and campaign code are the match; among several
      *> same-day runs under one code the record that agrees with
      *> the transmission trailer is the one that belongs to it.
       4000-find-ledger-record.
           if ws-xmit-header-seen
               read postage-ledger-file
                   at end
                       set ws-ledger-at-eof to true
               end-read
               perform until ws-ledger-at-eof
                   if plg-run-date = mxt-hdr-run-date
                           and plg-campaign-code
                               = mxt-hdr-campaign-code
                           and not ws-ledger-agrees
                       perform 4100-judge-ledger-record
                   end-if
                   read postage-ledger-file
                       at end
                           set ws-ledger-at-eof to true
                   end-read
               end-perform
           end-if.

       4100-judge-ledger-record.
           add 1 to ws-ledger-match-count.
           if plg-crt-pieces = wt-trailer (1)
                   and plg-zip5-pieces = wt-trailer (2)
                   and plg-zip3-pieces = wt-trailer (3)
                   and plg-basic-pieces = wt-trailer (4)
                   and plg-intl-pieces = wt-trailer (5)
               set ws-ledger-agrees to true
           end-if.
           if ws-ledger-agrees or ws-ledger-match-count = 1
               move plg-crt-pieces to ws-ledger-count (1)
               move plg-zip5-pieces to ws-ledger-count (2)
               move plg-zip3-pieces to ws-ledger-count (3)
               move plg-basic-pieces to ws-ledger-count (4)
               move plg-intl-pieces to ws-ledger-count (5)
           end-if.

       5000-tally-history.
           if ws-xmit-header-seen
               read mail-hist-file
                   at end
                       set ws-hist-at-eof to true
               end-read
               perform until ws-hist-at-eof
                   if mhs-run-date = mxt-hdr-run-date
                           and mhs-campaign-code
                               = mxt-hdr-campaign-code
                           and mhs-piece-type = mxt-hdr-piece-type
                       move mhs-presort-tier to ws-tier-code
                       perform 3900-find-tier
                       if ws-tier-idx > 0
                           add 1 to wt-history (ws-tier-idx)
                       end-if
                   end-if
                   read mail-hist-file
                       at end
                           set ws-hist-at-eof to true
                   end-read
               end-perform
           end-if.

       6000-check-drop.
           move spaces to recon-report-line.
           string 'MAIL-HOUSE ACKNOWLEDGMENT RECONCILIATION RUN '
                   delimited by size
               mxt-hdr-run-date delimited by size
               ' ' delimited by size
               mxt-hdr-run-time delimited by size
               into recon-report-line.
           write recon-report-line.
           move spaces to recon-report-line.
           string 'CAMPAIGN ' delimited by size
               mxt-hdr-campaign-code delimited by size
               '  ACKNOWLEDGED ' delimited by size
               ws-ack-date delimited by size
               ' BY ' delimited by size
               ws-ack-house-id delimited by size
               into recon-report-line.
           write recon-report-line.
           move spaces to recon-report-line.
           write recon-report-line.
           if not ws-xmit-header-seen
               move 'TRANSMISSION HEADER MISSING' to recon-report-line
               write recon-report-line
               set ws-drop-out-of-balance to true
           end-if.
           if not ws-xmit-trailer-seen
               move 'TRANSMISSION TRAILER MISSING' to recon-report-line
               write recon-report-line
               set ws-drop-out-of-balance to true
           end-if.
           if not ws-ack-header-seen
               move 'ACKNOWLEDGMENT HEADER MISSING'
                   to recon-report-line
               write recon-report-line
               set ws-drop-out-of-balance to true
           end-if.
           if not ws-ack-trailer-seen
               move 'ACKNOWLEDGMENT TRAILER MISSING'
                   to recon-report-line
               write recon-report-line
               set ws-drop-out-of-balance to true
           end-if.
           if ws-ack-header-seen and ws-xmit-header-seen
               if ws-ack-run-date not = mxt-hdr-run-date
                       or ws-ack-run-time not = mxt-hdr-run-time
                       or ws-ack-campaign-code
                           not = mxt-hdr-campaign-code
                   move spaces to recon-report-line
                   string 'ACKNOWLEDGMENT IS FOR RUN ' delimited by size
                       ws-ack-run-date delimited by size
                       ' ' delimited by size
                       ws-ack-run-time delimited by size
                       ' ' delimited by size
                       ws-ack-campaign-code delimited by size
                       ', NOT THIS TRANSMISSION' delimited by size
                       into recon-report-line
                   write recon-report-line
                   set ws-drop-out-of-balance to true
               end-if
           end-if.
           if ws-ledger-match-count = 0
               move 'NO POSTAGE LEDGER RECORD FOR THIS RUN'
                   to recon-report-line
               write recon-report-line
               set ws-drop-out-of-balance to true
           end-if.
           move 'XMIT COUNT VS XMIT TRAILER' to ws-check-label.
           move ws-xmit-detail-count to ws-left-value.
           move mxt-trl-count to ws-right-value.
           perform 6100-write-one-check.
           move 'XMIT HASH VS XMIT TRAILER' to ws-check-label.
           move ws-xmit-detail-hash to ws-left-value.
           move mxt-trl-hash to ws-right-value.
           perform 6100-write-one-check.
           move 'XMIT PIECES WITH NO VALID TIER' to ws-check-label.
           move ws-bad-tier-count to ws-left-value.
           move 0 to ws-right-value.
           perform 6100-write-one-check.
           move 'ACK RECORDS VS ACK TRAILER' to ws-check-label.
           move ws-ack-detail-count to ws-left-value.
           move ws-ack-trl-records to ws-right-value.
           perform 6100-write-one-check.
           move 'ACK RECORDS UNREADABLE' to ws-check-label.
           move ws-bad-ack-count to ws-left-value.
           move 0 to ws-right-value.
           perform 6100-write-one-check.
           perform varying ws-tier-idx from 1 by 1
                   until ws-tier-idx > 5
               perform 6200-check-one-tier
           end-perform.

       6100-write-one-check.
           move spaces to recon-report-line.
           if ws-left-value = ws-right-value
               string ws-check-label delimited by size
                   ' OK ' delimited by size
                   ws-left-value delimited by size
                   into recon-report-line
           else
               string ws-check-label delimited by size
                   ' MISMATCH ' delimited by size
                   ws-left-value delimited by size
                   ' VS ' delimited by size
                   ws-right-value delimited by size
                   into recon-report-line
               set ws-drop-out-of-balance to true
           end-if.
           write recon-report-line.

      *> The trailer is what we say we sent; the details, the ledger
      *> and the history each have to agree with it, and the mail
      *> house's inducted plus rejected has to account for it.
       6200-check-one-tier.
           move spaces to recon-report-line.
           write recon-report-line.
           move spaces to ws-check-label.
           string ws-tier-name (ws-tier-idx) delimited by size
               ' XMIT DETAIL VS XMIT TRAILER' delimited by size
               into ws-check-label.
           move wt-sent (ws-tier-idx) to ws-left-value.
           move wt-trailer (ws-tier-idx) to ws-right-value.
           perform 6100-write-one-check.
           move spaces to ws-check-label.
           string ws-tier-name (ws-tier-idx) delimited by size
               ' LEDGER VS XMIT TRAILER' delimited by size
               into ws-check-label.
           move ws-ledger-count (ws-tier-idx) to ws-left-value.
           move wt-trailer (ws-tier-idx) to ws-right-value.
           perform 6100-write-one-check.
           move spaces to ws-check-label.
           string ws-tier-name (ws-tier-idx) delimited by size
               ' HISTORY VS XMIT TRAILER' delimited by size
               into ws-check-label.
           move wt-history (ws-tier-idx) to ws-left-value.
           move wt-trailer (ws-tier-idx) to ws-right-value.
           perform 6100-write-one-check.
           compute ws-tier-accounted = wt-inducted (ws-tier-idx)
               + wt-rejected (ws-tier-idx).
           move spaces to recon-report-line.
           string ws-tier-name (ws-tier-idx) delimited by size
               ' SENT=' delimited by size
               wt-trailer (ws-tier-idx) delimited by size
               ' INDUCTED=' delimited by size
               wt-inducted (ws-tier-idx) delimited by size
               ' REJECTED=' delimited by size
               wt-rejected (ws-tier-idx) delimited by size
               into recon-report-line.
           evaluate true
               when ws-tier-accounted < wt-trailer (ws-tier-idx)
                   compute ws-tier-difference =
                       wt-trailer (ws-tier-idx) - ws-tier-accounted
                   move ' SHORT=' to recon-report-line (57:7)
                   move ws-tier-difference to recon-report-line (64:9)
                   set ws-drop-out-of-balance to true
               when ws-tier-accounted > wt-trailer (ws-tier-idx)
                   compute ws-tier-difference =
                       ws-tier-accounted - wt-trailer (ws-tier-idx)
                   move ' OVER=' to recon-report-line (57:6)
                   move ws-tier-difference to recon-report-line (63:9)
                   set ws-drop-out-of-balance to true
               when other
                   move ' OK' to recon-report-line (57:3)
           end-evaluate.
           write recon-report-line.

       7000-list-rejects.
           move spaces to recon-report-line.
           write recon-report-line.
           move spaces to recon-report-line.
           string 'REJECTED PIECES=' delimited by size
               ws-reject-count delimited by size
               into recon-report-line.
           write recon-report-line.
           perform varying ws-reject-idx from 1 by 1
                   until ws-reject-idx > ws-reject-count
               perform 7100-list-one-reject
           end-perform.
           if ws-unmatched-count > 0
               move spaces to recon-report-line
               string 'REJECTS NOT ON THE TRANSMISSION='
                       delimited by size
                   ws-unmatched-count delimited by size
                   into recon-report-line
               write recon-report-line
               set ws-drop-out-of-balance to true
           end-if.

       7100-list-one-reject.
           move spaces to recon-report-line.
           string '  ' delimited by size
               wj-addr-id (ws-reject-idx) delimited by size
               ' TRAY ' delimited by size
               wj-tray (ws-reject-idx) delimited by size
               '-' delimited by size
               wj-tray-seq (ws-reject-idx) delimited by size
               ' ' delimited by size
               wj-tier (ws-reject-idx) delimited by size
               ' ' delimited by size
               wj-reason (ws-reject-idx) delimited by size
               ' ' delimited by size
               wj-text (ws-reject-idx) delimited by size
               into recon-report-line.
           write recon-report-line.
           move spaces to recon-report-line.
           if wj-found-on-transmission (ws-reject-idx)
               string '         ' delimited by size
                   wj-name (ws-reject-idx) delimited by size
                   ' ' delimited by size
                   wj-city-line (ws-reject-idx) delimited by size
                   into recon-report-line
           else
               add 1 to ws-unmatched-count
               move '         NOT ON THE TRANSMISSION'
                   to recon-report-line
           end-if.
           write recon-report-line.

       8000-write-verdict.
           move spaces to recon-report-line.
           write recon-report-line.
           if ws-ledger-match-count > 1
               move spaces to recon-report-line
               string 'LEDGER RECORDS FOR THIS RUN DATE AND CAMPAIGN='
                       delimited by size
                   ws-ledger-match-count delimited by size
                   into recon-report-line
               write recon-report-line
           end-if.
           if ws-drop-out-of-balance
               move 'DROP OUT OF BALANCE - SEE MISMATCHES ABOVE'
                   to recon-report-line
           else
               move 'DROP IN BALANCE' to recon-report-line
           end-if.
           write recon-report-line.
