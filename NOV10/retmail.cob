      *> flagging action is the one whose images show the status
      *> flip. The run report lists every transaction with what
      *> happened to it.
      *>
      *> The nightly returns file is replaced every night, so every
      *> transaction read - applied or not - is also appended to the
      *> return history (RETHST.CPY) with tonight's date and what
      *> happened to it; that dated history is what the campaign
      *> report matches back to the pieces that mailed.
      *>
      *> A confirmation letter to the address a customer just left
      *> (MAILHST.CPY piece type 'L', address source 'O') is the
      *> piece most likely to bounce, and its return says nothing
      *> about the address on file now. So before a return is
      *> counted, the mail history is checked the way the campaign
      *> report charges returns: the most recent piece to the id on
      *> or before tonight, within the return window. When that
      *> piece is a prior-address letter the return goes to the
      *> history as outcome 'P' and on the report, and the failure
      *> count and status are left alone. The window (default 60
      *> days) is the RETWINDOW run option.

       environment division.
       input-output section.
           select nixie-report-file assign to s-nixirpt
               organization is sequential
               file status is ws-nixirpt-status.
           select return-history-file assign to s-rethst
               organization is sequential
               file status is ws-rethst-status.
           select mail-history-file assign to s-mailhst
               organization is sequential
               file status is ws-mailhst-status.

       data division.
       file section.
           label records are omitted.
       01 nixie-report-line           picture x(80).

       fd return-history-file
           label records are omitted.
           copy rethst.cpy.

       fd mail-history-file
           label records are omitted.
           copy mailhst.cpy.

       working-storage section.
       01 ws-returns-status       picture x(2).
       01 ws-addrmas-status       picture x(2).
       01 ws-auditlg-status       picture x(2).
       01 ws-nixirpt-status       picture x(2).
       01 ws-rethst-status        picture x(2).
       01 ws-mailhst-status       picture x(2).
       01 ws-return-outcome       picture x.

       01 ws-eof-switch           picture x value 'N'.
           88 ws-end-of-returns value 'Y'.
       01 ws-hist-eof-switch      picture x value 'N'.
           88 ws-end-of-mail-history value 'Y'.

      *> Third return on an address flags it undeliverable. The
      *> VALUE is only the fallback: the run-options file overrides
           88 ws-option-found value 'Y'.
       01 ws-option-source        picture x(12).
       01 ws-run-date             picture 9(8).
       01 ws-window-days          picture 9(3) value 60.
       01 ws-window-source        picture x(12).
       01 ws-window-start-date    picture 9(8).

      *> Tonight's returned ids, each with the latest piece mailed to
      *> it inside the return window. Returns past the table's end
      *> are counted the ordinary way.
       01 ws-returned-count       picture 9(4) value 0.
       01 ws-returned-max         picture 9(4) value 5000.
       01 ws-returned-table.
           05 ws-returned-entry occurs 5000 times.
               10 wrt-id              picture x(6).
               10 wrt-piece-date      picture 9(8).
               10 wrt-prior-letter    picture x.
       01 ws-returned-idx         picture 9(4).
       01 ws-find-id              picture x(6).
       01 ws-match-idx            picture 9(4).
       01 ws-returned-overflow    picture 9(6) value 0.
       01 ws-prior-letter-switch  picture x.
           88 ws-return-of-prior-letter value 'Y'.

       01 ws-read-count           picture 9(6) value 0.
       01 ws-counted-count        picture 9(6) value 0.
       01 ws-flagged-count        picture 9(6) value 0.
       01 ws-notfound-count       picture 9(6) value 0.
       01 ws-already-count        picture 9(6) value 0.
       01 ws-prior-letter-count   picture 9(6) value 0.
       01 ws-entry-note           picture x(40).

       01 ws-stplog-function      picture x.
           perform 1000-open-files.
           perform 1100-fetch-run-options.
           accept ws-run-date from date yyyymmdd.
           perform 1500-find-prior-letters.
           read return-trans-file
               at end
                   set ws-end-of-returns to true
           close address-master.
           close audit-log-file.
           close nixie-report-file.
           close return-history-file.
           move ws-read-count to ws-step-count.
           move 'E' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
               move 16 to return-code
               stop run
           end-if.
           open extend return-history-file.
           if ws-rethst-status not = '00'
               display 'ERROR OPENING RETURN HISTORY FILE, STATUS='
               display ws-rethst-status
               move 16 to return-code
               stop run
           end-if.
           move 'RETURN MAIL PROCESSING' to nixie-report-line.
           write nixie-report-line.
           move spaces to nixie-report-line.
               ')' delimited by size
               into nixie-report-line.
           write nixie-report-line.
           move 'RETWINDOW' to ws-option-keyword.
           move 'DEFAULT' to ws-window-source.
           call 'runopts' using ws-option-keyword ws-option-value
                   ws-option-found-flag.
           if ws-option-found
                   and ws-option-value > 0
                   and ws-option-value < 1000
               move ws-option-value to ws-window-days
               move 'OPTIONS FILE' to ws-window-source
           end-if.
           move spaces to nixie-report-line.
           string 'RETURN WINDOW=' delimited by size
               ws-window-days delimited by size
               ' DAYS (' delimited by size
               function trim(ws-window-source) delimited by size
               ')' delimited by size
               into nixie-report-line.
           write nixie-report-line.
           move spaces to nixie-report-line.
           write nixie-report-line.

      *> One pass of the returns file collects tonight's ids, one
      *> pass of the mail history finds each id's latest piece in
      *> the window, and the returns file is reopened for the apply.
      *> The history is appended in run order, so on a date tie the
      *> later record is the later piece.
       1500-find-prior-letters.
           compute ws-window-start-date =
               function date-of-integer
                   (function integer-of-date (ws-run-date)
                    - ws-window-days).
           read return-trans-file
               at end
                   set ws-end-of-returns to true
           end-read.
           perform until ws-end-of-returns
               perform 1510-add-returned-id
               read return-trans-file
                   at end
                       set ws-end-of-returns to true
               end-read
           end-perform.
           close return-trans-file.
           open input return-trans-file.
           if ws-returns-status not = '00'
               display 'ERROR OPENING RETURN TRANS FILE, STATUS='
               display ws-returns-status
               move 16 to return-code
               stop run
           end-if.
           move 'N' to ws-eof-switch.
           if ws-returned-count > 0
               perform 1600-scan-mail-history
           end-if.

       1510-add-returned-id.
           move ret-id to ws-find-id.
           perform 1700-find-returned-id.
           if ws-match-idx = 0
               if ws-returned-count < ws-returned-max
                   add 1 to ws-returned-count
                   move ret-id to wrt-id (ws-returned-count)
                   move 0 to wrt-piece-date (ws-returned-count)
                   move 'N' to wrt-prior-letter (ws-returned-count)
               else
                   add 1 to ws-returned-overflow
               end-if
           end-if.

       1600-scan-mail-history.
           open input mail-history-file.
           if ws-mailhst-status not = '00'
               display 'ERROR OPENING MAIL HISTORY FILE, STATUS='
               display ws-mailhst-status
               move 16 to return-code
               stop run
           end-if.
           read mail-history-file
               at end
                   set ws-end-of-mail-history to true
           end-read.
           perform until ws-end-of-mail-history
               if mhs-run-date >= ws-window-start-date
                       and mhs-run-date <= ws-run-date
                   move mhs-addr-id to ws-find-id
                   perform 1700-find-returned-id
                   if ws-match-idx > 0
                           and mhs-run-date
                               >= wrt-piece-date (ws-match-idx)
                       move mhs-run-date
                           to wrt-piece-date (ws-match-idx)
                       if mhs-piece-type = 'L'
                               and mhs-sent-to-prior
                           move 'Y' to wrt-prior-letter (ws-match-idx)
                       else
                           move 'N' to wrt-prior-letter (ws-match-idx)
                       end-if
                   end-if
               end-if
               read mail-history-file
                   at end
                       set ws-end-of-mail-history to true
               end-read
           end-perform.
           close mail-history-file.

       1700-find-returned-id.
           move 0 to ws-match-idx.
           perform varying ws-returned-idx from 1 by 1
                   until ws-returned-idx > ws-returned-count
               if wrt-id (ws-returned-idx) = ws-find-id
                   move ws-returned-idx to ws-match-idx
                   move ws-returned-count to ws-returned-idx
               end-if
           end-perform.

       2000-apply-one-return.
           move ret-id to addr-id.
           read address-master
               invalid key
                   add 1 to ws-notfound-count
                   move 'N' to ws-return-outcome
                   move 'NOT ON MASTER' to ws-entry-note
                   perform 8100-write-entry-line
               not invalid key
                   perform 3000-count-one-failure
           end-read.
           perform 8200-write-return-history.

       3000-count-one-failure.
           move 'N' to ws-prior-letter-switch.
           move ret-id to ws-find-id.
           perform 1700-find-returned-id.
           if ws-match-idx > 0
               move wrt-prior-letter (ws-match-idx)
                   to ws-prior-letter-switch
           end-if.
           if ws-return-of-prior-letter
               add 1 to ws-prior-letter-count
               move 'P' to ws-return-outcome
               move 'PRIOR-ADDRESS LETTER - NOT COUNTED'
                   to ws-entry-note
               perform 8100-write-entry-line
           else
               perform 3100-count-against-master
           end-if.

       3100-count-against-master.
           if addr-is-undeliverable
               add 1 to ws-already-count
               move 'A' to ws-return-outcome
               move 'ALREADY UNDELIVERABLE' to ws-entry-note
               perform 8100-write-entry-line
           else
               end-if
               rewrite address-master-record
                   invalid key
                       move 'R' to ws-return-outcome
                       move 'REWRITE FAILED' to ws-entry-note
                       perform 8100-write-entry-line
                   not invalid key
                       if addr-is-undeliverable
                           add 1 to ws-flagged-count
                           move 'F' to ws-return-outcome
                           move 'FLAGGED UNDELIVERABLE'
                               to ws-entry-note
                       else
                           add 1 to ws-counted-count
                           move 'C' to ws-return-outcome
                           move 'FAILURE COUNTED' to ws-entry-note
                       end-if
                       perform 8000-write-audit-record
               into nixie-report-line.
           write nixie-report-line.

       8200-write-return-history.
           move spaces to return-history-record.
           move ret-id to rth-addr-id.
           move ret-reason to rth-reason.
           move ws-run-date to rth-return-date.
           move ws-return-outcome to rth-outcome.
           write return-history-record.

       9000-write-totals.
           move spaces to nixie-report-line.
           write nixie-report-line.
               ws-notfound-count delimited by size
               into nixie-report-line.
           write nixie-report-line.
           move spaces to nixie-report-line.
           string 'PRIOR-ADDRESS LETTERS NOT COUNTED=' delimited by size
               ws-prior-letter-count delimited by size
               into nixie-report-line.
           write nixie-report-line.
           if ws-returned-overflow > 0
               move spaces to nixie-report-line
               string 'RETURNS PAST ID TABLE, COUNTED UNCHECKED='
                   delimited by size
                   ws-returned-overflow delimited by size
                   into nixie-report-line
               write nixie-report-line
           end-if.
