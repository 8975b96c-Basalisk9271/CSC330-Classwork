       identification division.
       program-id.
       addralt.
       author.
           Chris P. Bacon.
       date-written.
           October 15, 2026.

      *> Shared seasonal-address lookup. Given an ADDR-ID and a date,
      *> returns the alternate mailing address (ALTADDR.CPY) in force
      *> on that date, so the label run and the line extract pick the
      *> same address by the same rule. The alternates for one id are
      *> read in sequence order and the first whose recurring
      *> month-day window covers the date wins; a window whose start
      *> is later than its end wraps the year end.
      *>
      *> The found flag comes back 'Y' with the alternate record, 'N'
      *> when the primary on the master is in force, or 'U' when the
      *> alternate file won't open - the caller mails the primary and
      *> says so on its report, the same degrade-don't-stop rule as
      *> runopts. The file is opened on the first call and held for
      *> the life of the run, like addrnid's control file.

       environment division.
       input-output section.
       file-control.
           select alt-address-file assign to s-altaddr
               organization is indexed
               access mode is dynamic
               record key is alt-key
               file status is ws-altaddr-status.

       data division.
       file section.
       fd alt-address-file
           label records are standard.
           copy altaddr.cpy.

       working-storage section.
       01 ws-altaddr-status           picture x(2).
       01 ws-open-switch              picture x value 'N'.
           88 ws-alternates-open value 'Y'.
           88 ws-alternates-open-failed value 'F'.
       01 ws-scan-done-switch         picture x.
           88 ws-scan-done value 'Y'.
       01 ws-as-of-mmdd               picture 9(4).

       linkage section.
       01 lk-addr-id                  picture x(6).
       01 lk-as-of-date               picture 9(8).
       01 lk-found-flag               picture x.
           88 lk-alternate-found value 'Y'.
       01 lk-alt-record               picture x(120).

       procedure division using lk-addr-id lk-as-of-date
               lk-found-flag lk-alt-record.
       0000-main.
           move 'N' to lk-found-flag.
           move spaces to lk-alt-record.
           if not ws-alternates-open
                   and not ws-alternates-open-failed
               perform 1000-open-alternate-file
           end-if.
           if ws-alternates-open
               perform 2000-find-alternate-in-force
           else
               move 'U' to lk-found-flag
           end-if.
           goback.

       1000-open-alternate-file.
           open input alt-address-file.
           if ws-altaddr-status not = '00'
               set ws-alternates-open-failed to true
           else
               set ws-alternates-open to true
           end-if.

       2000-find-alternate-in-force.
           move lk-as-of-date (5:4) to ws-as-of-mmdd.
           move 'N' to ws-scan-done-switch.
           move lk-addr-id to alt-addr-id.
           move 0 to alt-seq.
           start alt-address-file key is not less than alt-key
               invalid key
                   set ws-scan-done to true
           end-start.
           perform until ws-scan-done
               read alt-address-file next record
                   at end
                       set ws-scan-done to true
                   not at end
                       perform 2100-judge-one-alternate
               end-read
           end-perform.

       2100-judge-one-alternate.
           if alt-addr-id not = lk-addr-id
               set ws-scan-done to true
           else
               if alt-start-mmdd <= alt-end-mmdd
                   if ws-as-of-mmdd >= alt-start-mmdd
                           and ws-as-of-mmdd <= alt-end-mmdd
                       perform 2200-return-alternate
                   end-if
               else
                   if ws-as-of-mmdd >= alt-start-mmdd
                           or ws-as-of-mmdd <= alt-end-mmdd
                       perform 2200-return-alternate
                   end-if
               end-if
           end-if.

       2200-return-alternate.
           move alternate-address-record to lk-alt-record.
           set lk-alternate-found to true.
           set ws-scan-done to true.
