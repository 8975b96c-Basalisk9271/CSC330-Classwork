       identification division.
       program-id.
       mailprof.
       author.
           Chris P. Bacon.
       date-written.
           October 15, 2026.

      *> Mailing proof report, run on demand to answer a disputed
      *> mailing. For every mail history piece (MAILHST.CPY) of the
      *> requested ADDR-IDs and/or run-date range it shows the name
      *> and address the piece went to as they stood on the run
      *> date, who made the last logged change before it, and a
      *> warning when it mailed within a few days after a MOVE, NIXIE
      *> or SUPPRS action on the record.
      *>
      *> The master only holds today's image, so the old one is
      *> rebuilt from the audit log (AUDITLOG.CPY - the live log and
      *> every archive generation): walking back from the current
      *> image, each logged change dated after the run date is undone
      *> by its before-image, so the image in force for a piece is
      *> the before-image of the first change logged after it, or
      *> the current image when nothing has changed since. The
      *> current image is the live master, or for a purged id the
      *> newest purge archive generation that holds it. A piece sent
      *> to a seasonal alternate (ALTADDR.CPY) takes its name the
      *> same way and its address from the ALTADD/ALTCHG/ALTDEL
      *> records and the alternate file instead. DENIED records
      *> changed nothing and are ignored, and a record whose name and
      *> address are the same before and after - CASSSTD rewrites
      *> and logs every domestic address it looks up, changed or not
      *> - is never shown as the last change. A change confirmation
      *> letter sent to the address before the change (address
      *> source 'O') went to the before-image of the last CHANGE or
      *> MOVE logged on or before its run date that moved the street,
      *> city, state, ZIP or country - the change it confirms, by the
      *> same test addrconf uses to letter it.
      *>
      *> The history carries a date but no time, and the nightly
      *> steps that change the master all run ahead of the label
      *> step, so a change logged on the run date itself counts as
      *> in force for that day's pieces; the piece says so when it
      *> happens, since an online change late that evening would
      *> read the same way.
      *>
      *> Parameter cards (S-PARMS), type in col 1:
      *>   I   ADDR-ID in cols 2-7, one per card
      *>   D   run-date range, from cols 2-9, to cols 11-18
      *>       (yyyymmdd; a blank from or to is open at that end)
      *>   W   warning window in days, cols 2-4 (default 7)
      *> At least one I or D card is required; when both are coded a
      *> piece must match an id and fall in the range.

       environment division.
       input-output section.
       file-control.
           select proof-parm-file assign to s-parms
               organization is sequential
               file status is ws-parms-status.
           select mail-hist-file assign to s-mailhst
               organization is sequential
               file status is ws-mailhst-status.
           select audit-log-file assign to s-auditlg
               organization is sequential
               file status is ws-auditlg-status.
           select audit-archive-file assign to s-audarc
               organization is sequential
               file status is ws-audarc-status.
           select master-archive-file assign to s-archive
               organization is sequential
               file status is ws-archive-status.
           select address-master assign to s-addrmas
               organization is indexed
               access mode is random
               record key is addr-id
               file status is ws-addrmas-status.
           select alt-address-file assign to s-altaddr
               organization is indexed
               access mode is random
               record key is alt-key
               file status is ws-altaddr-status.
           select proof-report-file assign to s-prfrpt
               organization is sequential
               file status is ws-prfrpt-status.
           select proof-sort-file assign to s-sortwk.

       data division.
       file section.
       fd proof-parm-file
           label records are omitted.
       01 proof-parm-card.
           05 ppc-type                picture x.
           05 ppc-rest                picture x(79).

       fd mail-hist-file
           label records are omitted.
       01 mail-hist-in-record         picture x(80).

       fd audit-log-file
           label records are omitted.
       01 audit-log-in-record         picture x(304).

       fd audit-archive-file
           label records are omitted.
       01 audit-archive-record        picture x(304).

       fd master-archive-file
           label records are omitted.
       01 master-archive-record       picture x(133).

       fd address-master
           label records are standard.
           copy addrmas.cpy.

       fd alt-address-file
           label records are standard.
           copy altaddr.cpy.

       fd proof-report-file
           label records are omitted.
       01 proof-report-line           picture x(80).

      *> One stream per ADDR-ID, oldest first: audit records (type
      *> 1) ahead of pieces (type 2) on the same date, so a change
      *> logged on the run date is in force for that day's pieces;
      *> purge archive images (type 3) last under a high date. The
      *> release sequence keeps the newest archive generation's copy
      *> of a twice-purged id ahead of the older one.
       sd proof-sort-file.
       01 proof-sort-record.
           05 ps-addr-id              picture x(6).
           05 ps-date                 picture 9(8).
           05 ps-type                 picture x.
           05 ps-time                 picture 9(8).
           05 ps-seq                  picture 9(9).
           05 ps-data                 picture x(304).

       working-storage section.
       01 ws-parms-status         picture x(2).
       01 ws-mailhst-status       picture x(2).
       01 ws-auditlg-status       picture x(2).
       01 ws-audarc-status        picture x(2).
       01 ws-archive-status       picture x(2).
       01 ws-addrmas-status       picture x(2).
       01 ws-altaddr-status       picture x(2).
       01 ws-prfrpt-status        picture x(2).

       01 ws-parm-eof-switch      picture x value 'N'.
           88 ws-end-of-parms value 'Y'.
       01 ws-hist-eof-switch      picture x value 'N'.
           88 ws-end-of-history value 'Y'.
       01 ws-audit-eof-switch     picture x value 'N'.
           88 ws-end-of-audit value 'Y'.
       01 ws-audarc-eof-switch    picture x value 'N'.
           88 ws-end-of-audit-archive value 'Y'.
       01 ws-archive-eof-switch   picture x value 'N'.
           88 ws-end-of-archive value 'Y'.
       01 ws-sort-eof-switch      picture x value 'N'.
           88 ws-end-of-sorted-events value 'Y'.

           copy mailhst.cpy.
           copy auditlog.cpy.

       01 ws-run-date             picture 9(8).
       01 ws-parm-date-view.
           05 wpd-from                picture x(8).
           05 filler                  picture x.
           05 wpd-to                  picture x(8).
           05 filler                  picture x(62).
       01 ws-from-date            picture 9(8) value 0.
       01 ws-to-date              picture 9(8) value 99999999.
       01 ws-date-switch          picture x value 'N'.
           88 ws-date-range-given value 'Y'.
       01 ws-window-days          picture 9(3) value 7.
       01 ws-id-count             picture 9(3) value 0.
       01 ws-id-max               picture 9(3) value 500.
       01 ws-id-table.
           05 ws-id-entry occurs 500 times
                                      picture x(6).
       01 ws-id-idx               picture 9(3).
       01 ws-check-id             picture x(6).
       01 ws-id-switch            picture x.
           88 ws-id-wanted value 'Y'.
       01 ws-release-seq          picture 9(9) value 0.

      *> The ADDR-ID stream being worked. Pieces wait here until a
      *> later change or the end of the id settles their image.
       01 ws-group-id             picture x(6) value low-values.
       01 ws-archive-held-switch  picture x value 'N'.
           88 ws-archive-image-held value 'Y'.
       01 ws-archive-image        picture x(133).
       01 ws-current-source       picture x(14).
       01 ws-last-master-change.
           05 wlm-date                picture 9(8) value 0.
           05 wlm-action              picture x(6).
           05 wlm-user                picture x(8).
           05 wlm-terminal            picture x(8).
       01 ws-last-alt-change.
           05 wla-date                picture 9(8) value 0.
           05 wla-action              picture x(6).
           05 wla-user                picture x(8).
           05 wla-terminal            picture x(8).
      *> Before-image of the newest master change taken so far, for
      *> a letter to the prior address.
       01 ws-prior-held-switch    picture x value 'N'.
           88 ws-prior-image-held value 'Y'.
       01 ws-prior-image.
           05 wpi-name                picture x(26).
           05 wpi-street              picture x(26).
           05 wpi-city                picture x(20).
           05 wpi-state               picture x(2).
           05 wpi-zip                 picture x(10).
           05 wpi-country             picture x(20).
       01 ws-last-warn-action     picture x(6).
       01 ws-last-warn-date       picture 9(8) value 0.
       01 ws-alt-audit-seq        picture x.
       01 ws-piece-day            picture 9(7).
       01 ws-warn-day             picture 9(7).
       01 ws-days-after           picture 9(7).

       01 ws-piece-max            picture 9(4) value 2000.
       01 ws-piece-count          picture 9(4) value 0.
       01 ws-piece-idx            picture 9(4).
       01 ws-piece-table.
           05 ws-piece-entry occurs 2000 times.
               10 wp-date             picture 9(8).
               10 wp-tier             picture x(3).
               10 wp-campaign         picture x(4).
               10 wp-piece-type       picture x.
               10 wp-source           picture x.
                   88 wp-sent-to-alternate value 'A'.
                   88 wp-sent-to-prior value 'O'.
               10 wp-alt-seq          picture x.
      *> Image state: N waiting, Y settled, E not yet on file on
      *> the run date, X no image anywhere to rebuild from.
               10 wp-master-state     picture x.
               10 wp-master-image.
                   15 wp-name         picture x(26).
                   15 wp-street       picture x(26).
                   15 wp-city         picture x(20).
                   15 wp-state        picture x(2).
                   15 wp-zip          picture x(10).
                   15 wp-country      picture x(20).
               10 wp-alt-state        picture x.
               10 wp-alt-image.
                   15 wp-alt-street   picture x(26).
                   15 wp-alt-city     picture x(20).
                   15 wp-alt-state-code
                                      picture x(2).
                   15 wp-alt-zip      picture x(10).
                   15 wp-alt-country  picture x(20).
               10 wp-change.
                   15 wp-change-date  picture 9(8).
                   15 wp-change-action
                                      picture x(6).
                   15 wp-change-user  picture x(8).
                   15 wp-change-terminal
                                      picture x(8).
               10 wp-warn-action      picture x(6).
               10 wp-warn-date        picture 9(8).
               10 wp-warn-days        picture 9(3).

       01 ws-show-street          picture x(26).
       01 ws-show-city            picture x(20).
       01 ws-show-state           picture x(2).
       01 ws-show-zip             picture x(10).
       01 ws-show-country         picture x(20).

       01 ws-address-count        picture 9(6) value 0.
       01 ws-total-pieces         picture 9(7) value 0.
       01 ws-warned-pieces        picture 9(7) value 0.
       01 ws-unbuilt-pieces       picture 9(7) value 0.

       procedure division.
       0000-main.
           accept ws-run-date from date yyyymmdd.
           perform 1000-open-files.
           perform 1500-read-parms.
           sort proof-sort-file
               ascending key ps-addr-id ps-date ps-type ps-time
                   ps-seq
               input procedure is 2000-release-events
               output procedure is 3000-print-proofs.
           perform 9000-write-totals.
           close address-master.
           close alt-address-file.
           close proof-report-file.
           stop run.

       1000-open-files.
           open input address-master.
           if ws-addrmas-status not = '00'
               display 'ERROR OPENING ADDRESS MASTER, STATUS='
               display ws-addrmas-status
               move 16 to return-code
               stop run
           end-if.
           open input alt-address-file.
           if ws-altaddr-status not = '00'
               display 'ERROR OPENING ALTERNATE ADDRESS FILE, STATUS='
               display ws-altaddr-status
               move 16 to return-code
               stop run
           end-if.
           open output proof-report-file.
           if ws-prfrpt-status not = '00'
               display 'ERROR OPENING PROOF REPORT, STATUS='
               display ws-prfrpt-status
               move 16 to return-code
               stop run
           end-if.
           move spaces to proof-report-line.
           string 'MAILING PROOF REPORT ' delimited by size
               ws-run-date delimited by size
               into proof-report-line.
           write proof-report-line.
           move spaces to proof-report-line.
           write proof-report-line.

       1500-read-parms.
           open input proof-parm-file.
           if ws-parms-status not = '00'
               display 'ERROR OPENING PARAMETER FILE, STATUS='
               display ws-parms-status
               move 16 to return-code
               stop run
           end-if.
           read proof-parm-file
               at end
                   set ws-end-of-parms to true
           end-read.
           perform until ws-end-of-parms
               perform 1600-take-one-card
               read proof-parm-file
                   at end
                       set ws-end-of-parms to true
               end-read
           end-perform.
           close proof-parm-file.
           if ws-id-count = 0 and not ws-date-range-given
               display 'NO ADDR-ID OR DATE RANGE CARD - NOTHING TO DO'
               move 16 to return-code
               stop run
           end-if.
           move spaces to proof-report-line.
           string 'WARN ON PIECES MAILED WITHIN ' delimited by size
               ws-window-days delimited by size
               ' DAYS AFTER MOVE, NIXIE OR SUPPRS' delimited by size
               into proof-report-line.
           write proof-report-line.
           move spaces to proof-report-line.
           write proof-report-line.

       1600-take-one-card.
           evaluate ppc-type
               when 'I'
                   if ppc-rest (1:6) = spaces
                           or ws-id-count >= ws-id-max
                       perform 1690-reject-card
                   end-if
                   add 1 to ws-id-count
                   move ppc-rest (1:6) to ws-id-entry (ws-id-count)
               when 'D'
                   move ppc-rest to ws-parm-date-view
                   if wpd-from is not numeric
                           and wpd-to is not numeric
                       perform 1690-reject-card
                   end-if
                   set ws-date-range-given to true
                   if wpd-from is numeric
                       move wpd-from to ws-from-date
                   end-if
                   if wpd-to is numeric
                       move wpd-to to ws-to-date
                   end-if
               when 'W'
                   if ppc-rest (1:3) is not numeric
                       perform 1690-reject-card
                   end-if
                   move ppc-rest (1:3) to ws-window-days
               when space
                   continue
               when other
                   perform 1690-reject-card
           end-evaluate.
           if ppc-type not = space
               move spaces to proof-report-line
               string 'CARD ' delimited by size
                   proof-parm-card delimited by size
                   into proof-report-line
               write proof-report-line
           end-if.

       1690-reject-card.
           display 'INVALID PROOF REPORT PARAMETER CARD:'.
           display proof-parm-card.
           move 16 to return-code.
           stop run.

       2000-release-events.
           perform 2100-release-history.
           perform 2200-release-audit-log.
           perform 2300-release-audit-archive.
           perform 2400-release-master-archive.

       2100-release-history.
           open input mail-hist-file.
           if ws-mailhst-status not = '00'
               display 'ERROR OPENING MAIL HISTORY FILE, STATUS='
               display ws-mailhst-status
               move 16 to return-code
               stop run
           end-if.
           read mail-hist-file into mail-history-record
               at end
                   set ws-end-of-history to true
           end-read.
           perform until ws-end-of-history
               move mhs-addr-id to ws-check-id
               perform 2900-check-id-wanted
               if ws-id-wanted
                       and mhs-run-date >= ws-from-date
                       and mhs-run-date <= ws-to-date
                   move mhs-addr-id to ps-addr-id
                   move mhs-run-date to ps-date
                   move '2' to ps-type
                   move 0 to ps-time
                   move mail-history-record to ps-data
                   perform 2800-release-one-event
               end-if
               read mail-hist-file into mail-history-record
                   at end
                       set ws-end-of-history to true
               end-read
           end-perform.
           close mail-hist-file.

       2200-release-audit-log.
           open input audit-log-file.
           if ws-auditlg-status not = '00'
               display 'ERROR OPENING AUDIT LOG FILE, STATUS='
               display ws-auditlg-status
               move 16 to return-code
               stop run
           end-if.
           read audit-log-file into audit-log-record
               at end
                   set ws-end-of-audit to true
           end-read.
           perform until ws-end-of-audit
               perform 2500-release-one-audit
               read audit-log-file into audit-log-record
                   at end
                       set ws-end-of-audit to true
               end-read
           end-perform.
           close audit-log-file.

       2300-release-audit-archive.
           open input audit-archive-file.
           if ws-audarc-status not = '00'
               display 'ERROR OPENING AUDIT LOG ARCHIVE, STATUS='
               display ws-audarc-status
               move 16 to return-code
               stop run
           end-if.
           read audit-archive-file into audit-log-record
               at end
                   set ws-end-of-audit-archive to true
           end-read.
           perform until ws-end-of-audit-archive
               perform 2500-release-one-audit
               read audit-archive-file into audit-log-record
                   at end
                       set ws-end-of-audit-archive to true
               end-read
           end-perform.
           close audit-archive-file.

      *> Purge generations are concatenated newest first and each is
      *> wrapped in HDR/TRL records; those are recognized the guarded
      *> way addrrelo does it and skipped.
       2400-release-master-archive.
           open input master-archive-file.
           if ws-archive-status not = '00'
               display 'ERROR OPENING MASTER ARCHIVE, STATUS='
               display ws-archive-status
               move 16 to return-code
               stop run
           end-if.
           read master-archive-file
               at end
                   set ws-end-of-archive to true
           end-read.
           perform until ws-end-of-archive
               evaluate true
                   when master-archive-record (1:3) = 'HDR'
                           and master-archive-record (4:8) is numeric
                       continue
                   when master-archive-record (1:3) = 'TRL'
                           and master-archive-record (4:9) is numeric
                           and master-archive-record (25:109) = spaces
                       continue
                   when other
                       move master-archive-record (1:6) to ws-check-id
                       perform 2900-check-id-wanted
                       if ws-id-wanted
                           move ws-check-id to ps-addr-id
                           move 99999999 to ps-date
                           move '3' to ps-type
                           move 0 to ps-time
                           move master-archive-record to ps-data
                           perform 2800-release-one-event
                       end-if
               end-evaluate
               read master-archive-file
                   at end
                       set ws-end-of-archive to true
               end-read
           end-perform.
           close master-archive-file.

      *> Deletes and purges carry the id in the before-image only.
       2500-release-one-audit.
           if aud-action not = 'DENIED'
               if aud-after-id not = spaces
                   move aud-after-id to ws-check-id
               else
                   move aud-before-id to ws-check-id
               end-if
               perform 2900-check-id-wanted
               if ws-id-wanted
                   move ws-check-id to ps-addr-id
                   move aud-log-date to ps-date
                   move '1' to ps-type
                   move aud-log-time to ps-time
                   move audit-log-record to ps-data
                   perform 2800-release-one-event
               end-if
           end-if.

       2800-release-one-event.
           add 1 to ws-release-seq.
           move ws-release-seq to ps-seq.
           release proof-sort-record.

       2900-check-id-wanted.
           if ws-id-count = 0
               move 'Y' to ws-id-switch
           else
               move 'N' to ws-id-switch
               perform varying ws-id-idx from 1 by 1
                       until ws-id-idx > ws-id-count
                   if ws-id-entry (ws-id-idx) = ws-check-id
                       move 'Y' to ws-id-switch
                   end-if
               end-perform
           end-if.

       3000-print-proofs.
           return proof-sort-file
               at end
                   set ws-end-of-sorted-events to true
           end-return.
           perform until ws-end-of-sorted-events
               if ps-addr-id not = ws-group-id
                   perform 3900-finish-address
                   perform 3050-start-address
               end-if
               evaluate ps-type
                   when '1'
                       move ps-data to audit-log-record
                       perform 3200-take-audit-record
                   when '2'
                       move ps-data (1:80) to mail-history-record
                       perform 3300-take-piece
                   when '3'
                       if not ws-archive-image-held
                           move ps-data (1:133) to ws-archive-image
                           set ws-archive-image-held to true
                       end-if
               end-evaluate
               return proof-sort-file
                   at end
                       set ws-end-of-sorted-events to true
               end-return
           end-perform.
           perform 3900-finish-address.

       3050-start-address.
           move ps-addr-id to ws-group-id.
           move 0 to ws-piece-count.
           move 'N' to ws-archive-held-switch.
           move 0 to wlm-date.
           move spaces to wlm-action wlm-user wlm-terminal.
           move 0 to wla-date.
           move spaces to wla-action wla-user wla-terminal.
           move 0 to ws-last-warn-date.
           move spaces to ws-last-warn-action.
           move 'N' to ws-prior-held-switch.

      *> A change dated after a waiting piece is the first change
      *> since it mailed, so its before-image is what the piece saw.
       3200-take-audit-record.
           if aud-action (1:3) = 'ALT'
               move aud-after-status to ws-alt-audit-seq
               perform varying ws-piece-idx from 1 by 1
                       until ws-piece-idx > ws-piece-count
                   if wp-alt-state (ws-piece-idx) = 'N'
                           and wp-alt-seq (ws-piece-idx)
                               = ws-alt-audit-seq
                       perform 3210-settle-alternate-image
                   end-if
               end-perform
               move aud-log-date to wla-date
               move aud-action to wla-action
               move aud-user-id to wla-user
               move aud-terminal-id to wla-terminal
           else
               perform varying ws-piece-idx from 1 by 1
                       until ws-piece-idx > ws-piece-count
                   if wp-master-state (ws-piece-idx) = 'N'
                       perform 3220-settle-master-image
                   end-if
               end-perform
               if (aud-action = 'CHANGE' or aud-action = 'MOVE')
                       and aud-before-id not = spaces
                       and (aud-before-street not = aud-after-street
                       or aud-before-city not = aud-after-city
                       or aud-before-state not = aud-after-state
                       or aud-before-zip (1:5) not = aud-after-zip (1:5)
                       or aud-before-country not = aud-after-country)
                   perform 3230-hold-prior-image
               end-if
               if aud-before-name not = aud-after-name
                       or aud-before-street not = aud-after-street
                       or aud-before-city not = aud-after-city
                       or aud-before-state not = aud-after-state
                       or aud-before-zip not = aud-after-zip
                       or aud-before-country not = aud-after-country
                   move aud-log-date to wlm-date
                   move aud-action to wlm-action
                   move aud-user-id to wlm-user
                   move aud-terminal-id to wlm-terminal
               end-if
               if aud-action = 'MOVE' or aud-action = 'NIXIE'
                       or aud-action = 'SUPPRS'
                   move aud-action to ws-last-warn-action
                   move aud-log-date to ws-last-warn-date
               end-if
           end-if.

       3210-settle-alternate-image.
           if aud-before-street = spaces and aud-before-city = spaces
               move 'E' to wp-alt-state (ws-piece-idx)
           else
               move 'Y' to wp-alt-state (ws-piece-idx)
               move aud-before-street to wp-alt-street (ws-piece-idx)
               move aud-before-city to wp-alt-city (ws-piece-idx)
               move aud-before-state
                   to wp-alt-state-code (ws-piece-idx)
               move aud-before-zip to wp-alt-zip (ws-piece-idx)
               move aud-before-country
                   to wp-alt-country (ws-piece-idx)
           end-if.

       3220-settle-master-image.
           if aud-before-id = spaces
               move 'E' to wp-master-state (ws-piece-idx)
           else
               move 'Y' to wp-master-state (ws-piece-idx)
               move aud-before-name to wp-name (ws-piece-idx)
               move aud-before-street to wp-street (ws-piece-idx)
               move aud-before-city to wp-city (ws-piece-idx)
               move aud-before-state to wp-state (ws-piece-idx)
               move aud-before-zip to wp-zip (ws-piece-idx)
               move aud-before-country to wp-country (ws-piece-idx)
           end-if.

       3230-hold-prior-image.
           set ws-prior-image-held to true.
           move aud-before-name to wpi-name.
           move aud-before-street to wpi-street.
           move aud-before-city to wpi-city.
           move aud-before-state to wpi-state.
           move aud-before-zip to wpi-zip.
           move aud-before-country to wpi-country.

       3300-take-piece.
           if ws-piece-count >= ws-piece-max
               display 'TOO MANY PIECES FOR ONE ADDR-ID: ' ws-group-id
               display 'NARROW THE DATE RANGE AND RERUN'
               move 16 to return-code
               stop run
           end-if.
           add 1 to ws-piece-count.
           move ws-piece-count to ws-piece-idx.
           move mhs-run-date to wp-date (ws-piece-idx).
           move mhs-presort-tier to wp-tier (ws-piece-idx).
           move mhs-campaign-code to wp-campaign (ws-piece-idx).
           move mhs-piece-type to wp-piece-type (ws-piece-idx).
           move mhs-address-source to wp-source (ws-piece-idx).
           move mhs-alt-seq to wp-alt-seq (ws-piece-idx).
           move 'N' to wp-master-state (ws-piece-idx).
           move spaces to wp-master-image (ws-piece-idx).
           move spaces to wp-alt-image (ws-piece-idx).
           if wp-sent-to-alternate (ws-piece-idx)
               move 'N' to wp-alt-state (ws-piece-idx)
           else
               move 'Y' to wp-alt-state (ws-piece-idx)
           end-if.
           if wp-sent-to-prior (ws-piece-idx)
               if ws-prior-image-held
                   move 'Y' to wp-master-state (ws-piece-idx)
                   move ws-prior-image to wp-master-image (ws-piece-idx)
               else
                   move 'X' to wp-master-state (ws-piece-idx)
               end-if
           end-if.
           if wp-sent-to-alternate (ws-piece-idx)
                   and wla-date >= wlm-date
               move ws-last-alt-change to wp-change (ws-piece-idx)
           else
               move ws-last-master-change to wp-change (ws-piece-idx)
           end-if.
           move spaces to wp-warn-action (ws-piece-idx).
           move 0 to wp-warn-date (ws-piece-idx).
           move 0 to wp-warn-days (ws-piece-idx).
           if ws-last-warn-date > 0
               compute ws-piece-day =
                   function integer-of-date (mhs-run-date)
               compute ws-warn-day =
                   function integer-of-date (ws-last-warn-date)
               compute ws-days-after = ws-piece-day - ws-warn-day
               if ws-days-after <= ws-window-days
                   move ws-last-warn-action
                       to wp-warn-action (ws-piece-idx)
                   move ws-last-warn-date to wp-warn-date (ws-piece-idx)
                   move ws-days-after to wp-warn-days (ws-piece-idx)
               end-if
           end-if.

      *> Whatever no later change settled mailed to the current
      *> image: the live master, else the purge archive.
       3900-finish-address.
           if ws-piece-count > 0
               add 1 to ws-address-count
               move ws-group-id to addr-id
               read address-master
                   invalid key
                       if ws-archive-image-held
                           move ws-archive-image
                               to address-master-record
                           move 'PURGE ARCHIVE' to ws-current-source
                       else
                           move 'NOT ON FILE' to ws-current-source
                       end-if
                   not invalid key
                       move 'MASTER' to ws-current-source
               end-read
               move spaces to proof-report-line
               string 'ADDR-ID ' delimited by size
                   ws-group-id delimited by size
                   '  CURRENT IMAGE FROM ' delimited by size
                   ws-current-source delimited by size
                   into proof-report-line
               write proof-report-line
               perform varying ws-piece-idx from 1 by 1
                       until ws-piece-idx > ws-piece-count
                   perform 3910-settle-from-current
                   perform 3950-print-one-piece
               end-perform
               move spaces to proof-report-line
               write proof-report-line
           end-if.

       3910-settle-from-current.
           if wp-master-state (ws-piece-idx) = 'N'
               if ws-current-source = 'NOT ON FILE'
                   move 'X' to wp-master-state (ws-piece-idx)
               else
                   move 'Y' to wp-master-state (ws-piece-idx)
                   move addr-name to wp-name (ws-piece-idx)
                   move addr-street to wp-street (ws-piece-idx)
                   move addr-city to wp-city (ws-piece-idx)
                   move addr-state to wp-state (ws-piece-idx)
                   move addr-zip to wp-zip (ws-piece-idx)
                   move addr-country to wp-country (ws-piece-idx)
               end-if
           end-if.
           if wp-alt-state (ws-piece-idx) = 'N'
               move ws-group-id to alt-addr-id
               move wp-alt-seq (ws-piece-idx) to alt-seq
               read alt-address-file
                   invalid key
                       move 'X' to wp-alt-state (ws-piece-idx)
                   not invalid key
                       move 'Y' to wp-alt-state (ws-piece-idx)
                       move alt-street to wp-alt-street (ws-piece-idx)
                       move alt-city to wp-alt-city (ws-piece-idx)
                       move alt-state
                           to wp-alt-state-code (ws-piece-idx)
                       move alt-zip to wp-alt-zip (ws-piece-idx)
                       move alt-country
                           to wp-alt-country (ws-piece-idx)
               end-read
           end-if.

       3950-print-one-piece.
           add 1 to ws-total-pieces.
           move spaces to proof-report-line.
           string '  MAILED ' delimited by size
               wp-date (ws-piece-idx) delimited by size
               ' TIER ' delimited by size
               wp-tier (ws-piece-idx) delimited by size
               ' TYPE ' delimited by size
               wp-piece-type (ws-piece-idx) delimited by size
               ' CAMPAIGN ' delimited by size
               wp-campaign (ws-piece-idx) delimited by size
               into proof-report-line.
           evaluate true
               when wp-sent-to-alternate (ws-piece-idx)
                   move 'TO ALTERNATE' to proof-report-line (50:12)
                   move wp-alt-seq (ws-piece-idx)
                       to proof-report-line (63:1)
               when wp-sent-to-prior (ws-piece-idx)
                   move 'TO PRIOR ADDRESS' to proof-report-line (50:16)
               when other
                   move 'TO PRIMARY' to proof-report-line (50:10)
           end-evaluate.
           write proof-report-line.
           if wp-sent-to-alternate (ws-piece-idx)
               move wp-alt-street (ws-piece-idx) to ws-show-street
               move wp-alt-city (ws-piece-idx) to ws-show-city
               move wp-alt-state-code (ws-piece-idx) to ws-show-state
               move wp-alt-zip (ws-piece-idx) to ws-show-zip
               move wp-alt-country (ws-piece-idx) to ws-show-country
           else
               move wp-street (ws-piece-idx) to ws-show-street
               move wp-city (ws-piece-idx) to ws-show-city
               move wp-state (ws-piece-idx) to ws-show-state
               move wp-zip (ws-piece-idx) to ws-show-zip
               move wp-country (ws-piece-idx) to ws-show-country
           end-if.
           move spaces to proof-report-line.
           evaluate wp-master-state (ws-piece-idx)
               when 'Y'
                   string '      ' delimited by size
                       wp-name (ws-piece-idx) delimited by size
                       into proof-report-line
               when 'E'
                   move '      NAME: RECORD NOT YET ON FILE'
                       to proof-report-line
               when other
                   move '      NAME: NO IMAGE TO REBUILD FROM'
                       to proof-report-line
           end-evaluate.
           write proof-report-line.
           if (wp-sent-to-alternate (ws-piece-idx)
                   and wp-alt-state (ws-piece-idx) not = 'Y')
               or (not wp-sent-to-alternate (ws-piece-idx)
                   and wp-master-state (ws-piece-idx) not = 'Y')
               add 1 to ws-unbuilt-pieces
               move '      ADDRESS: NO IMAGE TO REBUILD FROM'
                   to proof-report-line
               write proof-report-line
           else
               move spaces to proof-report-line
               string '      ' delimited by size
                   ws-show-street delimited by size
                   into proof-report-line
               write proof-report-line
               move spaces to proof-report-line
               string '      ' delimited by size
                   function trim(ws-show-city) delimited by size
                   ' ' delimited by size
                   ws-show-state delimited by size
                   ' ' delimited by size
                   ws-show-zip delimited by size
                   ' ' delimited by size
                   ws-show-country delimited by size
                   into proof-report-line
               write proof-report-line
           end-if.
           move spaces to proof-report-line.
           if wp-change-date (ws-piece-idx) = 0
               move '      LAST CHANGE: NONE LOGGED BEFORE THIS PIECE'
                   to proof-report-line
           else
               string '      LAST CHANGE ' delimited by size
                   wp-change-date (ws-piece-idx) delimited by size
                   ' ' delimited by size
                   wp-change-action (ws-piece-idx) delimited by size
                   ' BY ' delimited by size
                   wp-change-user (ws-piece-idx) delimited by size
                   ' AT ' delimited by size
                   wp-change-terminal (ws-piece-idx) delimited by size
                   into proof-report-line
           end-if.
           write proof-report-line.
           if wp-change-date (ws-piece-idx) = wp-date (ws-piece-idx)
               move '      NOTE: CHANGED ON THE MAIL DATE ITSELF'
                   to proof-report-line
               write proof-report-line
           end-if.
           if wp-warn-action (ws-piece-idx) not = spaces
               add 1 to ws-warned-pieces
               move spaces to proof-report-line
               string '      *** MAILED ' delimited by size
                   wp-warn-days (ws-piece-idx) delimited by size
                   ' DAYS AFTER ' delimited by size
                   wp-warn-action (ws-piece-idx) delimited by size
                   ' ON ' delimited by size
                   wp-warn-date (ws-piece-idx) delimited by size
                   into proof-report-line
               write proof-report-line
           end-if.

       9000-write-totals.
           move spaces to proof-report-line.
           string 'ADDR-IDS=' delimited by size
               ws-address-count delimited by size
               ' PIECES=' delimited by size
               ws-total-pieces delimited by size
               ' WARNED=' delimited by size
               ws-warned-pieces delimited by size
               ' NOT REBUILT=' delimited by size
               ws-unbuilt-pieces delimited by size
               into proof-report-line.
           write proof-report-line.
