      *> guarded way addrbal.cob does it (numeric stamp or count in
      *> the control positions) and skipped rather than treated as
      *> end of file.
      *>
      *> An id on the privacy erasure register (ERASURE.CPY) is
      *> refused whatever the archive holds: the customer asked to
      *> be forgotten, and a reload would bring them back.

       environment division.
       input-output section.
           select audit-log-file assign to s-auditlg
               organization is sequential
               file status is ws-auditlg-status.
           select erasure-file assign to s-erasure
               organization is indexed
               access mode is random
               record key is ers-addr-id
               file status is ws-erasure-status.
           select reload-report-file assign to s-relorpt
               organization is sequential
               file status is ws-relorpt-status.
           label records are omitted.
           copy auditlog.cpy.

       fd erasure-file
           label records are standard.
           copy erasure.cpy.

       fd reload-report-file
           label records are omitted.
       01 reload-report-line          picture x(80).
       01 ws-addrmas-status       picture x(2).
       01 ws-auditlg-status       picture x(2).
       01 ws-relorpt-status       picture x(2).
       01 ws-erasure-status       picture x(2).

       01 ws-request-eof-switch   picture x value 'N'.
           88 ws-end-of-requests value 'Y'.
                   88 wrq-is-pending      value 'P'.
                   88 wrq-was-reloaded    value 'R'.
                   88 wrq-was-skipped     value 'S'.
                   88 wrq-was-refused     value 'E'.
       01 ws-request-idx          picture 9(3).
       01 ws-match-idx            picture 9(3).
       01 ws-match-switch         picture x.
       01 ws-reloaded-count       picture 9(3) value 0.
       01 ws-skipped-count        picture 9(3) value 0.
       01 ws-notfound-count       picture 9(3) value 0.
       01 ws-refused-count        picture 9(3) value 0.

      *> The archive detail is the ADDRMAS.CPY layout unchanged, so
      *> it lands here for the keyed write.
           close archive-in-file.
           close address-master.
           close audit-log-file.
           close erasure-file.
           close reload-report-file.
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
           open output reload-report-file.
           if ws-relorpt-status not = '00'
               display 'ERROR OPENING RELOAD REPORT, STATUS='
               end-if
           end-perform.
           if ws-request-matched
               move war-id to ers-addr-id
               read erasure-file
                   invalid key
                       perform 4000-reload-one-record
                   not invalid key
                       perform 4100-refuse-erased-id
               end-read
           end-if.

       4000-reload-one-record.
                   perform 8100-write-reloaded-line
           end-write.

       4100-refuse-erased-id.
           add 1 to ws-refused-count.
           move 'E' to wrq-state (ws-request-idx).
           move spaces to reload-report-line.
           string 'REFUSED   ' delimited by size
               war-id delimited by size
               ' ERASED ' delimited by size
               ers-erase-date delimited by size
               ' REF ' delimited by size
               ers-reference delimited by size
               into reload-report-line.
           write reload-report-line.

       8000-write-audit-record.
           accept aud-log-date from date yyyymmdd.
           accept aud-log-time from time.
               ws-skipped-count delimited by size
               ' NOT FOUND=' delimited by size
               ws-notfound-count delimited by size
               ' REFUSED=' delimited by size
               ws-refused-count delimited by size
               into reload-report-line.
           write reload-report-line.
