      *> CKPT-OUT-COUNT / CKPT-OUT-HASH do the same for the line
      *> extract's trailer totals (record count and ADDR-ID hash) -
      *> a restarted run's trailer still covers the whole file.
      *> CKPT-ALT-OUT-COUNT keeps the seasonal-alternate total whole
      *> across a restart in the same way.
       01 checkpoint-record.
           05 ckpt-key                picture x(6).
           05 ckpt-last-id            picture x(6).
           05 ckpt-supp-count         picture 9(9).
           05 ckpt-out-count          picture 9(9).
           05 ckpt-out-hash           picture 9(12).
           05 ckpt-alt-out-count      picture 9(9).
