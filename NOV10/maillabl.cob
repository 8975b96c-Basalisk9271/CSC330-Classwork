      *> echoed at the top of the qualification report. An empty
      *> deck is the full active master; regional drops are just a
      *> different deck, not a hand-built extract.
      *>
      *> A customer with a seasonal alternate address (ALTADDR.CPY)
      *> in force on the run date is selected, validated, presorted
      *> and labeled at that address instead of the primary, and the
      *> history record says which address the piece went to.
      *>
      *> A CAMPGN card on the deck tags the run with a campaign code
      *> from the campaign master (CAMPAIGN.CPY); the code rides on
      *> every history record and on the run's postage ledger
      *> record so addrcamp can report each campaign's pieces,
      *> returns and spend. A code not on the master stops the run
      *> before anything prints, the same as a bad selection card.
      *>
      *> The same pieces also go to the mail house as a fixed-field
      *> transmission file (MAILXMT.CPY) - one record per piece with
      *> its label lines, tier and tray/sequence, in tray order,
      *> wrapped in addrunld-style HDR/TRL records - so they load the
      *> drop instead of keying it off the print images, and mailrecn
      *> can hold their acknowledgment against what we sent.
      *>
      *> Run with PARM='L' the same presort prints address-change
      *> confirmation letters instead of labels (step LETTERS). The
      *> audience is then the letter request file addrconf wrote
      *> (CONFLTR.CPY), not the master: each request is validated,
      *> presorted, printed as a one-page letter at the address it
      *> names, historied as piece type 'L' and costed on its own
      *> ledger record and transmission generation. Status and the
      *> frequency cap were settled when the requests were written -
      *> a letter the customer must get isn't held back because a
      *> campaign already mailed them - and the letters don't count
      *> against the cap on the mail summary. A letter to the
      *> address before the change is historied with address source
      *> 'O'; for a change to a seasonal alternate the new-address
      *> letter is historied 'A' with the alternate's sequence and
      *> the other letter 'P', since it goes to the primary. Only
      *> the CAMPGN card and a CONTCT card (the contact line the
      *> letter closes with, cols 8-80) belong on the deck in letter
      *> mode.

       environment division.
       input-output section.
           select postage-ledger-file assign to s-postldg
               organization is sequential
               file status is ws-postldg-status.
           select campaign-file assign to s-campgn
               organization is indexed
               access mode is random
               record key is cmp-code
               file status is ws-campgn-status.
           select mail-xmit-file assign to s-mailxmt
               organization is sequential
               file status is ws-mailxmt-status.
           select confirm-letter-file assign to s-ltrreq
               organization is sequential
               file status is ws-ltrreq-status.
           select sort-work-file assign to s-sortwk.

       data division.
           label records are omitted.
           copy postldg.cpy.

       fd campaign-file
           label records are standard.
           copy campaign.cpy.

       fd mail-xmit-file
           label records are omitted.
       01 mail-xmit-record            picture x(150).

       fd confirm-letter-file
           label records are omitted.
           copy confltr.cpy.

       sd sort-work-file.
      *> SR-ZIP5 leads the sort keys so all pieces in one 5-digit
      *> ZIP and route stay contiguous regardless of their +4 - on
           05 sr-country              picture x(20).
               88 sr-is-domestic          value spaces, 'US',
                   'USA', 'UNITED STATES'.
           05 sr-address-source       picture x.
           05 sr-alt-seq              picture x.
      *> Letter mode only: what the letter says about the change.
           05 sr-change-date          picture 9(8).
           05 sr-prior-address.
               10 sr-prior-street     picture x(26).
               10 sr-prior-city       picture x(20).
               10 sr-prior-state      picture x(2).
               10 sr-prior-zip        picture x(10).
               10 sr-prior-country    picture x(20).
           05 sr-new-address.
               10 sr-new-street       picture x(26).
               10 sr-new-city         picture x(20).
               10 sr-new-state        picture x(2).
               10 sr-new-zip          picture x(10).
               10 sr-new-country      picture x(20).

       working-storage section.
       01 ws-addrmas-status       picture x(2).
       01 ws-sort-eof-switch      picture x value 'N'.
           88 ws-end-of-sorted-records value 'Y'.
       01 ws-label-mode           picture x value '1'.
           88 ws-letter-mode value 'L'.
       01 ws-blank-lines-needed   picture 9(2).
       01 ws-lines-per-label      picture 9(2) value 6.
       01 ws-record-valid-switch  picture x value 'Y'.
      *> route, that its pieces belong to the next buffer down) and
      *> flushes early instead of overflowing.
       01 ws-tier-buffer-max      picture 9(4) value 2000.
      *> Each buffered piece keeps its address source beside its id
      *> so the history record can say where it went, and the
      *> address it went to so the transmission record can carry
      *> the label lines (the entry is the WS-HIST-ENTRY layout).
       01 ws-route-buffer.
           05 ws-route-buf-count      picture 9(4) value 0.
           05 ws-route-buf-entry occurs 2000 times.
               10 ws-route-buf-id     picture x(6).
               10 ws-route-buf-source picture x(2).
               10 ws-route-buf-address
                                      picture x(108).
       01 ws-zip5-buffer.
           05 ws-zip5-buf-count       picture 9(4) value 0.
           05 ws-zip5-buf-entry occurs 2000 times.
               10 ws-zip5-buf-id      picture x(6).
               10 ws-zip5-buf-source  picture x(2).
               10 ws-zip5-buf-address picture x(108).
       01 ws-zip3-buffer.
           05 ws-zip3-buf-count       picture 9(4) value 0.
           05 ws-zip3-buf-entry occurs 2000 times.
               10 ws-zip3-buf-id      picture x(6).
               10 ws-zip3-buf-source  picture x(2).
               10 ws-zip3-buf-address picture x(108).
       01 ws-history-tier         picture x(3).
       01 ws-hist-entry.
           05 ws-hist-id              picture x(6).
           05 ws-hist-source          picture x(2).
           05 ws-hist-address.
               10 ws-hist-name        picture x(26).
               10 ws-hist-street      picture x(26).
               10 ws-hist-city        picture x(20).
               10 ws-hist-state       picture x(2).
               10 ws-hist-zip         picture x(10).
               10 ws-hist-route       picture x(4).
               10 ws-hist-country     picture x(20).
                   88 ws-hist-is-domestic value spaces, 'US',
                       'USA', 'UNITED STATES'.
       01 ws-flush-idx            picture 9(4).
       01 ws-move-idx             picture 9(4).

      *> Mail-house transmission. Each tier group a flush releases
      *> starts a fresh tray, and a tray that reaches the capacity
      *> below rolls to the next number mid-group, so the tray and
      *> sequence on a record are where the mail house will find the
      *> piece. The trailer's tier counts accumulate in the trailer
      *> record itself as the details are written.
       01 ws-mailxmt-status       picture x(2).
           copy mailxmt.cpy.
       01 ws-tray-capacity        picture 9(4) value 500.
       01 ws-tray-number          picture 9(4) value 0.
       01 ws-tray-seq             picture 9(5) value 0.
       01 ws-intl-tray-seq        picture 9(5) value 0.
       01 ws-new-tray-switch      picture x value 'Y'.
           88 ws-new-tray-due value 'Y'.
       01 ws-xmt-count            picture 9(9) value 0.
       01 ws-xmt-hash             picture 9(12) value 0.
       01 ws-xmt-id-digits        picture 9(6).

      *> Audience selection off the S-LBLPARM card deck, applied in
      *> the selection before anything reaches the presort. Keyword
      *> in cols 1-6, values from col 8 (see the card work areas
           05 filler                  picture x(7).
           05 wpc-country             picture x(20).
           05 filler                  picture x(53).
      *> CAMPGN card: campaign code in cols 8-11. It tags the run
      *> rather than narrowing the audience, and one run is one
      *> campaign, so a second CAMPGN card is an error.
       01 ws-parm-campaign-view redefines ws-parm-work.
           05 filler                  picture x(7).
           05 wpg-code                picture x(4).
           05 filler                  picture x(69).
       01 ws-campgn-status        picture x(2).
       01 ws-campaign-code        picture x(4) value spaces.

       01 ws-sel-state-count      picture 9(2) value 0.
       01 ws-sel-state-max        picture 9(2) value 60.
       01 ws-sel-found-switch     picture x.
           88 ws-sel-value-found value 'Y'.

      *> Seasonal alternate in force on the run date, from the
      *> addralt lookup. The master is read-only in this step, so the
      *> alternate simply overlays the address fields of the record
      *> just read and everything downstream - selection, addrval,
      *> presort, label - works on the address actually mailed to.
           copy altaddr.cpy.
       01 ws-alt-found-flag       picture x.
           88 ws-alternate-in-force value 'Y'.
           88 ws-alternates-unavailable value 'U'.
       01 ws-address-source       picture x.
       01 ws-alt-seq-char         picture x.
       01 ws-alt-piece-count      picture 9(6) value 0.
       01 ws-alt-missing-switch   picture x value 'N'.
           88 ws-alt-file-missing value 'Y'.

      *> Letter mode. A letter is one page of the print file; the
      *> contact line is the CONTCT card's, else the default here.
       01 ws-ltrreq-status        picture x(2).
       01 ws-letter-eof-switch    picture x value 'N'.
           88 ws-end-of-letter-requests value 'Y'.
       01 ws-lines-per-letter     picture 9(2) value 30.
       01 ws-letter-lines-used    picture 9(2).
       01 ws-prior-letter-count   picture 9(6) value 0.
       01 ws-contact-line         picture x(73) value
           'CALL CUSTOMER SERVICE AT THE NUMBER ON YOUR STATEMENT'.
       01 ws-letter-date.
           05 wld-yyyy                picture x(4).
           05 filler                  picture x value '-'.
           05 wld-mm                  picture x(2).
           05 filler                  picture x value '-'.
           05 wld-dd                  picture x(2).
       01 ws-date-digits          picture 9(8).
       01 ws-date-view redefines ws-date-digits.
           05 wdv-yyyy                picture x(4).
           05 wdv-mm                  picture x(2).
           05 wdv-dd                  picture x(2).

       01 ws-stplog-function      picture x.
       01 ws-step-name            picture x(8) value 'LABELS'.
       01 ws-step-count           picture 9(9) value 0.

       procedure division using lk-parm.
       0000-main.
      *> LK-PARM is the EXEC PGM=MAILLABL,PARM='3' value, if the
      *> invoking JCL step coded one; no PARM (or anything but '3'
      *> or 'L') means 1-up. There is no Unix-style environment on
      *> this platform, so this replaces an ACCEPT FROM ENVIRONMENT
      *> that would always have come back blank. It is settled
      *> first: the step name and the transmission header both
      *> depend on it.
           if lk-parm-len > 0 and lk-parm-text(1:1) = '3'
               move '3' to ws-label-mode
           else
               if lk-parm-len > 0 and lk-parm-text(1:1) = 'L'
                   move 'L' to ws-label-mode
                   move 'LETTERS' to ws-step-name
               else
                   move '1' to ws-label-mode
               end-if
           end-if.
           move 'S' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
                   ws-step-count ws-step-condition.
           if ws-letter-mode
               open input confirm-letter-file
               if ws-ltrreq-status not = '00'
                   display 'ERROR OPENING LETTER REQUEST FILE, STATUS='
                   display ws-ltrreq-status
                   move 16 to return-code
                   stop run
               end-if
           else
               open input address-master
               if ws-addrmas-status not = '00'
                   display 'ERROR OPENING ADDRESS MASTER, STATUS='
                   display ws-addrmas-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.
           open output label-out-file.
           if ws-labels-status not = '00'
               move 16 to return-code
               stop run
           end-if.
           if not ws-letter-mode
               open output supp-summary-file
               if ws-suppsum-status not = '00'
                   display 'ERROR OPENING SUPPRESSION SUMMARY, STATUS='
                   display ws-suppsum-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.
           open input postage-rate-file.
           if ws-postrte-status not = '00'
               move 16 to return-code
               stop run
           end-if.
           if not ws-letter-mode
               open i-o mail-summary-file
               if ws-mailsum-status not = '00'
                   display 'ERROR OPENING MAIL SUMMARY FILE, STATUS='
                   display ws-mailsum-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date (1:6) to ws-run-month.
           end-if.
           perform 1500-read-selection-parms.
           close label-parm-file.
           perform 7700-open-transmission.
           sort sort-work-file
               ascending key sr-zip5 sr-route sr-zip
               input procedure is 0200-select-addresses
               output procedure is 0500-print-sorted-labels.
           perform 5900-write-tier-totals.
           perform 5950-write-postage-ledger.
           if not ws-letter-mode
               perform 6000-write-suppression-summary
           end-if.
           perform 7990-write-transmission-trailer.
           if ws-letter-mode
               close confirm-letter-file
           else
               close address-master
               close supp-summary-file
               close mail-summary-file
           end-if.
           close label-out-file.
           close label-except-file.
           close qual-report-file.
           close mail-hist-file.
           close postage-rate-file.
           close postage-ledger-file.
           close mail-xmit-file.
           move ws-total-pieces to ws-step-count.
           add ws-intl-count to ws-step-count.
           move 'E' to ws-stplog-function.
           stop run.

       0200-select-addresses.
           if ws-letter-mode
               perform 0300-select-letters
           else
               perform 0205-select-from-master
           end-if.

       0205-select-from-master.
           perform 0100-read-next-address.
           perform until ws-end-of-address-master
               if not addr-is-active
                   perform 0180-count-suppressed-record
               else
                   perform 0140-apply-address-in-force
                   perform 0190-apply-selection
                   if not ws-piece-selected
                       add 1 to ws-outside-count
                   set ws-end-of-address-master to true
           end-read.

       0140-apply-address-in-force.
           move 'P' to ws-address-source.
           move space to ws-alt-seq-char.
           call 'addralt' using addr-id ws-run-date ws-alt-found-flag
                   alternate-address-record.
           evaluate true
               when ws-alternate-in-force
                   move alt-street to addr-street
                   move alt-city to addr-city
                   move alt-state to addr-state
                   move alt-zip to addr-zip
                   move alt-country to addr-country
                   move alt-carrier-route to addr-carrier-route
                   move 'A' to ws-address-source
                   move alt-seq to ws-alt-seq-char
               when ws-alternates-unavailable
                   set ws-alt-file-missing to true
           end-evaluate.

       0150-validate-address.
           call 'addrval' using addr-state addr-zip addr-country
                   ws-record-valid-switch ws-reject-reason.
           move addr-city to sr-city.
           move addr-state to sr-state.
           move addr-country to sr-country.
           move ws-address-source to sr-address-source.
           move ws-alt-seq-char to sr-alt-seq.
           release sort-record.

      *> Letter mode: every request is a piece unless addrval
      *> rejects the address it is to go to.
       0300-select-letters.
           perform 0310-read-next-letter.
           perform until ws-end-of-letter-requests
               call 'addrval' using clt-mail-state clt-mail-zip
                       clt-mail-country ws-record-valid-switch
                       ws-reject-reason
               if ws-record-is-valid
                   perform 0350-release-one-letter
               else
                   perform 0360-write-letter-exception
               end-if
               perform 0310-read-next-letter
           end-perform.

       0310-read-next-letter.
           read confirm-letter-file
               at end
                   set ws-end-of-letter-requests to true
           end-read.

       0350-release-one-letter.
           move clt-mail-zip (1:5) to sr-zip5.
           move clt-mail-zip to sr-zip.
           move clt-mail-route to sr-route.
           move clt-addr-id to sr-id.
           move clt-name to sr-name.
           move clt-mail-street to sr-street.
           move clt-mail-city to sr-city.
           move clt-mail-state to sr-state.
           move clt-mail-country to sr-country.
           move space to sr-alt-seq.
           evaluate true
               when clt-alt-seq not = space and clt-to-new-address
                   move 'A' to sr-address-source
                   move clt-alt-seq to sr-alt-seq
               when clt-alt-seq not = space
                   move 'P' to sr-address-source
               when clt-to-prior-address
                   move 'O' to sr-address-source
               when other
                   move 'P' to sr-address-source
           end-evaluate.
           move clt-change-date to sr-change-date.
           move clt-prior-address to sr-prior-address.
           move clt-new-address to sr-new-address.
           release sort-record.

       0360-write-letter-exception.
           move spaces to label-except-line.
           string clt-addr-id delimited by size
               ' ' delimited by size
               clt-name delimited by size
               ' ' delimited by size
               ws-reject-reason delimited by size
               into label-except-line.
           write label-except-line.

       0500-print-sorted-labels.
           perform 0550-return-next-record.
           perform until ws-end-of-sorted-records
               evaluate sr-address-source
                   when 'A'
                       add 1 to ws-alt-piece-count
                   when 'O'
                       add 1 to ws-prior-letter-count
               end-evaluate
               if sr-is-domestic
                   perform 0600-count-one-piece
                   perform 7000-buffer-route-piece
               else
                   add 1 to ws-intl-count
                   perform 7050-take-sorted-piece
                   move 'INT' to ws-history-tier
                   perform 7900-write-history-record
               end-if
               if not ws-letter-mode
                   perform 7500-update-mail-summary
               end-if
               evaluate ws-label-mode
                   when '3'
                       perform 2000-accumulate-for-3-up
                   when 'L'
                       perform 3000-print-letter
                   when other
                       perform 1000-print-1-up-label
               end-evaluate
               ws-outside-count delimited by size
               into qual-report-line.
           write qual-report-line.
           move spaces to qual-report-line.
           string 'SEASONAL ALTERNATE PIECES=' delimited by size
               ws-alt-piece-count delimited by size
               into qual-report-line.
           write qual-report-line.
           if ws-alt-file-missing
               move 'ALTERNATE ADDRESS FILE UNAVAILABLE - PRIMARY USED'
                   to qual-report-line
               write qual-report-line
           end-if.
           if ws-letter-mode
               move spaces to qual-report-line
               string 'LETTERS TO PRIOR ADDRESS=' delimited by size
                   ws-prior-letter-count delimited by size
                   into qual-report-line
               write qual-report-line
           end-if.

       5920-load-postage-rates.
           perform varying ws-rate-idx from 1 by 1
           perform 5920-load-postage-rates.
           move spaces to postage-ledger-record.
           move ws-run-date to plg-run-date.
           move ws-campaign-code to plg-campaign-code.
           move ws-tier-route-count to plg-crt-pieces.
           move ws-tier-zip5-count to plg-zip5-pieces.
           move ws-tier-zip3-count to plg-zip3-pieces.
               end-if
           end-if.
           add 1 to ws-route-buf-count.
           perform 7050-take-sorted-piece.
           move ws-hist-entry
               to ws-route-buf-entry (ws-route-buf-count).

       7050-take-sorted-piece.
           move sr-id to ws-hist-id.
           move sr-address-source to ws-hist-source (1:1).
           move sr-alt-seq to ws-hist-source (2:1).
           move sr-name to ws-hist-name.
           move sr-street to ws-hist-street.
           move sr-city to ws-hist-city.
           move sr-state to ws-hist-state.
           move sr-zip to ws-hist-zip.
           move sr-route to ws-hist-route.
           move sr-country to ws-hist-country.

       7100-flush-route-buffer.
           move 'CRT' to ws-history-tier.
           set ws-new-tray-due to true.
           perform varying ws-flush-idx from 1 by 1
                   until ws-flush-idx > ws-route-buf-count
               move ws-route-buf-entry (ws-flush-idx) to ws-hist-entry
               perform 7900-write-history-record
           end-perform.
           move 0 to ws-route-buf-count.
                   perform 7300-flush-zip5-buffer
               end-if
               add 1 to ws-zip5-buf-count
               move ws-route-buf-entry (ws-move-idx)
                   to ws-zip5-buf-entry (ws-zip5-buf-count)
           end-perform.
           move 0 to ws-route-buf-count.

       7300-flush-zip5-buffer.
           move '5DG' to ws-history-tier.
           set ws-new-tray-due to true.
           perform varying ws-flush-idx from 1 by 1
                   until ws-flush-idx > ws-zip5-buf-count
               move ws-zip5-buf-entry (ws-flush-idx) to ws-hist-entry
               perform 7900-write-history-record
           end-perform.
           move 0 to ws-zip5-buf-count.
                   perform 7600-flush-zip3-buffer
               end-if
               add 1 to ws-zip3-buf-count
               move ws-zip5-buf-entry (ws-move-idx)
                   to ws-zip3-buf-entry (ws-zip3-buf-count)
           end-perform.
           move 0 to ws-zip5-buf-count.

      *> The caller decides the tier ('3DG' or 'BAS') - the 3-digit
      *> break is the one place a piece can still go either way.
       7600-flush-zip3-buffer.
           set ws-new-tray-due to true.
           perform varying ws-flush-idx from 1 by 1
                   until ws-flush-idx > ws-zip3-buf-count
               move ws-zip3-buf-entry (ws-flush-idx) to ws-hist-entry
               perform 7900-write-history-record
           end-perform.
           move 0 to ws-zip3-buf-count.
           move ws-run-date to mhs-run-date.
           move ws-label-mode to mhs-piece-type.
           move ws-history-tier to mhs-presort-tier.
           move ws-hist-source (1:1) to mhs-address-source.
           move ws-hist-source (2:1) to mhs-alt-seq.
           move ws-campaign-code to mhs-campaign-code.
           write mail-history-record.
           perform 7950-write-transmission-detail.

       7700-open-transmission.
           open output mail-xmit-file.
           if ws-mailxmt-status not = '00'
               display 'ERROR OPENING MAIL TRANSMISSION FILE, STATUS='
               display ws-mailxmt-status
               move 16 to return-code
               stop run
           end-if.
           move ws-run-date to mxt-hdr-run-date.
           accept mxt-hdr-run-time from time.
           move 'MAILLABL' to mxt-hdr-source.
           move ws-campaign-code to mxt-hdr-campaign-code.
           move ws-label-mode to mxt-hdr-piece-type.
           write mail-xmit-record from mail-xmit-header.
           move 0 to mxt-trl-crt-pieces.
           move 0 to mxt-trl-zip5-pieces.
           move 0 to mxt-trl-zip3-pieces.
           move 0 to mxt-trl-basic-pieces.
           move 0 to mxt-trl-intl-pieces.

       7800-start-new-tray.
           add 1 to ws-tray-number.
           move 0 to ws-tray-seq.
           move 'N' to ws-new-tray-switch.

      *> Called for every piece right behind its history record, so
      *> the transmission follows the same tier order the history
      *> does.
       7950-write-transmission-detail.
           move spaces to mail-xmit-detail.
           if ws-history-tier = 'INT'
               add 1 to ws-intl-tray-seq
               move 0 to mxt-tray
               move ws-intl-tray-seq to mxt-tray-seq
               add 1 to mxt-trl-intl-pieces
           else
               if ws-new-tray-due or ws-tray-seq >= ws-tray-capacity
                   perform 7800-start-new-tray
               end-if
               add 1 to ws-tray-seq
               move ws-tray-number to mxt-tray
               move ws-tray-seq to mxt-tray-seq
               evaluate ws-history-tier
                   when 'CRT'
                       add 1 to mxt-trl-crt-pieces
                   when '5DG'
                       add 1 to mxt-trl-zip5-pieces
                   when '3DG'
                       add 1 to mxt-trl-zip3-pieces
                   when other
                       add 1 to mxt-trl-basic-pieces
               end-evaluate
           end-if.
           move ws-hist-id to mxt-addr-id.
           move ws-hist-name to mxt-name.
           move ws-hist-street to mxt-street.
           string function trim(ws-hist-city) delimited by size
               ' ' delimited by size
               ws-hist-state delimited by size
               ' ' delimited by size
               ws-hist-zip delimited by size
               into mxt-city-line.
           if not ws-hist-is-domestic
               move ws-hist-country to mxt-country-line
           end-if.
           move ws-hist-zip to mxt-zip.
           move ws-hist-route to mxt-carrier-route.
           move ws-history-tier to mxt-presort-tier.
           move ws-campaign-code to mxt-campaign-code.
           write mail-xmit-record from mail-xmit-detail.
           add 1 to ws-xmt-count.
           if ws-hist-id is numeric
               move ws-hist-id to ws-xmt-id-digits
               add ws-xmt-id-digits to ws-xmt-hash
           end-if.

       7990-write-transmission-trailer.
           move ws-xmt-count to mxt-trl-count.
           move ws-xmt-hash to mxt-trl-hash.
           write mail-xmit-record from mail-xmit-trailer.

      *> Domestic labels are three lines; international labels get
      *> the country name as the last line, per postal addressing
                       set ws-end-of-parm-cards to true
               end-read
           end-perform.
           if ws-letter-mode
               move '  CHANGE CONFIRMATION LETTER REQUESTS'
                   to qual-report-line
               write qual-report-line
           else
               if not ws-selection-restricted
                   move '  FULL ACTIVE MASTER' to qual-report-line
                   write qual-report-line
               end-if
           end-if.
           move spaces to qual-report-line.
           write qual-report-line.

       1600-parse-one-card.
           if ws-letter-mode
               perform 1605-check-letter-card
           end-if.
           evaluate wpk-keyword
               when 'STATE '
                   perform 1610-parse-state-card
                   perform 1630-parse-cntry-card
               when 'SDATE '
                   perform 1640-parse-date-card
               when 'CAMPGN'
                   perform 1650-parse-campaign-card
               when 'CONTCT'
                   perform 1660-parse-contact-card
               when spaces
                   continue
               when other
                   stop run
           end-evaluate.
           if wpk-keyword not = spaces
               if wpk-keyword not = 'CAMPGN'
                       and wpk-keyword not = 'CONTCT'
                   set ws-selection-restricted to true
               end-if
               move spaces to qual-report-line
               string '  ' delimited by size
                   wpk-keyword delimited by size
               write qual-report-line
           end-if.

      *> The letter audience is the request file, so a card that
      *> would narrow it has no place on a letter run's deck; a
      *> contact line has no place on a label run's.
       1605-check-letter-card.
           if wpk-keyword not = 'CAMPGN' and wpk-keyword not = 'CONTCT'
                   and wpk-keyword not = spaces
               display 'SELECTION CARD NOT ALLOWED IN LETTER MODE:'
               display ws-parm-work
               move 16 to return-code
               stop run
           end-if.

      *> State codes ride from col 8 in two-character slots every
      *> three columns, as many cards as the run needs.
       1610-parse-state-card.
               move wpd-to to ws-sel-to-date
           end-if.

       1650-parse-campaign-card.
           if ws-campaign-code not = spaces or wpg-code = spaces
               display 'BAD OR EXCESS CAMPGN SELECTION CARD'
               move 16 to return-code
               stop run
           end-if.
           open input campaign-file.
           if ws-campgn-status not = '00'
               display 'ERROR OPENING CAMPAIGN MASTER, STATUS='
               display ws-campgn-status
               move 16 to return-code
               stop run
           end-if.
           move wpg-code to cmp-code.
           read campaign-file
               invalid key
                   display 'CAMPAIGN NOT ON CAMPAIGN MASTER:'
                   display wpg-code
                   move 16 to return-code
                   stop run
           end-read.
           close campaign-file.
           move cmp-code to ws-campaign-code.
           move spaces to qual-report-line.
           string '  CAMPAIGN ' delimited by size
               cmp-code delimited by size
               ' ' delimited by size
               cmp-description delimited by size
               ' DROP ' delimited by size
               cmp-drop-date delimited by size
               into qual-report-line.
           write qual-report-line.

       1660-parse-contact-card.
           if not ws-letter-mode or wpk-rest = spaces
               display 'BAD CONTCT CARD - LETTER MODE ONLY, TEXT NEEDED'
               move 16 to return-code
               stop run
           end-if.
           move wpk-rest to ws-contact-line.

       2000-accumulate-for-3-up.
           add 1 to ws-3up-count.
           move ws-3up-count to ws-3up-idx.

       2900-flush-partial-3-up.
           perform 2800-print-3up-row.

      *> One letter per page of the print file: the address block the
      *> piece goes to, then the change itself, then the contact
      *> line, padded to the page with blank lines like a label.
       3000-print-letter.
           move 0 to ws-letter-lines-used.
           move sr-name to label-line.
           perform 3900-write-letter-line.
           move sr-street to label-line.
           perform 3900-write-letter-line.
           perform 1100-build-city-state-zip-line.
           perform 3900-write-letter-line.
           if not sr-is-domestic
               move sr-country to label-line
               perform 3900-write-letter-line
           end-if.
           perform 3950-write-blank-letter-line 3 times.
           move ws-run-date to ws-date-digits.
           perform 3800-format-letter-date.
           move spaces to label-line.
           string 'ADDRESS CHANGE CONFIRMATION' delimited by size
               into label-line.
           move ws-letter-date to label-line (60:10).
           perform 3900-write-letter-line.
           perform 3950-write-blank-letter-line.
           move sr-change-date to ws-date-digits.
           perform 3800-format-letter-date.
           move spaces to label-line.
           string 'THE MAILING ADDRESS ON ACCOUNT ' delimited by size
               sr-id delimited by size
               ' WAS CHANGED ON ' delimited by size
               ws-letter-date delimited by size
               '.' delimited by size
               into label-line.
           perform 3900-write-letter-line.
           perform 3950-write-blank-letter-line.
           move spaces to label-line.
           string 'PREVIOUS ADDRESS: ' delimited by size
               sr-prior-street delimited by size
               into label-line.
           perform 3900-write-letter-line.
           move spaces to label-line.
           string '                  ' delimited by size
               function trim(sr-prior-city) delimited by size
               ' ' delimited by size
               sr-prior-state delimited by size
               ' ' delimited by size
               sr-prior-zip delimited by size
               ' ' delimited by size
               sr-prior-country delimited by size
               into label-line.
           perform 3900-write-letter-line.
           move spaces to label-line.
           string 'NEW ADDRESS:      ' delimited by size
               sr-new-street delimited by size
               into label-line.
           perform 3900-write-letter-line.
           move spaces to label-line.
           string '                  ' delimited by size
               function trim(sr-new-city) delimited by size
               ' ' delimited by size
               sr-new-state delimited by size
               ' ' delimited by size
               sr-new-zip delimited by size
               ' ' delimited by size
               sr-new-country delimited by size
               into label-line.
           perform 3900-write-letter-line.
           perform 3950-write-blank-letter-line.
           move spaces to label-line.
           string 'THIS NOTICE GOES TO BOTH THE PREVIOUS '
               delimited by size
               'AND THE NEW ADDRESS.' delimited by size
               into label-line.
           perform 3900-write-letter-line.
           move spaces to label-line.
           string 'IF YOU DID NOT REQUEST THIS CHANGE, '
               delimited by size
               'CONTACT US AT ONCE:' delimited by size
               into label-line.
           perform 3900-write-letter-line.
           move ws-contact-line to label-line.
           perform 3900-write-letter-line.
           move ws-lines-per-letter to ws-blank-lines-needed.
           subtract ws-letter-lines-used from ws-blank-lines-needed.
           perform ws-blank-lines-needed times
               move spaces to label-line
               write label-line
           end-perform.

       3800-format-letter-date.
           move wdv-yyyy to wld-yyyy.
           move wdv-mm to wld-mm.
           move wdv-dd to wld-dd.

       3900-write-letter-line.
           write label-line.
           add 1 to ws-letter-lines-used.

       3950-write-blank-letter-line.
           move spaces to label-line.
           perform 3900-write-letter-line.
