      *> BILLFEED.CPY - the billing system's full nightly address
      *> feed, one 120-byte record per customer, read by addrfeed.cob.
      *> The billing system owns these addresses; the feed is every
      *> customer they have, not just the changes, so a customer not
      *> on tonight's feed has gone.
      *>
      *> HDR first, carrying the extract date and time; DTL records
      *> in ascending customer number, one per customer; TRL last,
      *> with the DTL count and the sum of the DTL customer numbers
      *> as a hash total. A feed that doesn't prove out against its
      *> own trailer is not applied at all.
       01 billing-feed-record.
           05 bfd-record-type         picture x(3).
               88 bfd-is-header           value 'HDR'.
               88 bfd-is-detail           value 'DTL'.
               88 bfd-is-trailer          value 'TRL'.
           05 bfd-detail.
               10 bfd-cust-no         picture 9(10).
               10 bfd-name            picture x(26).
               10 bfd-street          picture x(26).
               10 bfd-city            picture x(20).
               10 bfd-state           picture x(2).
               10 bfd-zip             picture x(10).
               10 bfd-country         picture x(20).
           05 bfd-header redefines bfd-detail.
               10 bfh-extract-date    picture 9(8).
               10 bfh-extract-time    picture 9(8).
               10 bfh-source          picture x(8).
               10 filler              picture x(90).
           05 bfd-trailer redefines bfd-detail.
               10 bft-count           picture 9(9).
               10 bft-hash            picture 9(15).
               10 filler              picture x(90).
           05 filler                  picture x(3).
