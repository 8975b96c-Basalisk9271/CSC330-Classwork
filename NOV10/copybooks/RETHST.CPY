      *> RETHST.CPY - one record per returned piece retmail reads off
      *> the post office's nightly NIXIE file, appended forever with
      *> the date it was processed. The nightly returns file itself
      *> is replaced every night and carries no date, so this is the
      *> only lasting record of which address bounced, when, and why
      *> - the campaign report matches it back to the piece that
      *> mailed by ADDR-ID and date. The outcome is what retmail did
      *> with it: 'C' failure counted, 'F' flagged undeliverable,
      *> 'A' already undeliverable, 'N' not on the master, 'R'
      *> rewrite failed, 'P' the latest piece was a confirmation
      *> letter to the prior address (not counted against the id).
       01 return-history-record.
           05 rth-addr-id             picture x(6).
           05 rth-reason              picture x(3).
           05 rth-return-date         picture 9(8).
           05 rth-outcome             picture x.
           05 filler                  picture x(62).
