      *> difference - the dollars the CASS/presort work earned that
      *> run, which the month-end statement rolls up. A tier whose
      *> rate was missing from the rate file extends at zero and the
      *> qualification report says so. The campaign code is the
      *> run's CAMPGN selection card (CAMPAIGN.CPY), spaces for an
      *> untagged run - ledger records written before campaigns
      *> existed carry spaces in the same bytes.
       01 postage-ledger-record.
           05 plg-run-date            picture 9(8).
           05 plg-crt-pieces          picture 9(6).
           05 plg-total-cost          picture 9(9)v99.
           05 plg-basic-equiv         picture 9(9)v99.
           05 plg-discount            picture 9(9)v99.
           05 plg-campaign-code       picture x(4).
