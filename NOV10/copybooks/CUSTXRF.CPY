      *> CUSTXRF.CPY - billing customer number to ADDR-ID cross
      *> reference KSDS, keyed by the billing system's customer
      *> number. addrfeed.cob (nightly step FEED) reads it to turn the
      *> billing system's full address feed into ADDRLOAD
      *> transactions, and addrload.cob writes the id back when it
      *> assigns one to a feed add.
      *>
      *> CXR-STATUS 'A' is a linked customer (CXR-ADDR-ID is theirs);
      *> 'P' is an add sent to ADDRLOAD that has no id back yet
      *> (CXR-ADDR-ID spaces) - the feed sends the add again until
      *> one comes back; 'D' is a customer who left the feed and
      *> whose master record was deleted for it. CXR-LAST-FEED is the
      *> extract stamp off the header of the last feed the customer
      *> was on, which is how one that has gone from the feed is
      *> found. CXR-LAST-AGREED is the extract stamp of the first feed
      *> to agree with an address our side set (a hand change or an
      *> NCOA move); until a feed does, that address is ours and the
      *> feed doesn't overwrite it.
       01 cust-xref-record.
           05 cxr-cust-no             picture x(10).
           05 cxr-addr-id             picture x(6).
           05 cxr-status              picture x.
               88 cxr-is-linked           value 'A'.
               88 cxr-is-add-pending      value 'P'.
               88 cxr-is-dropped          value 'D'.
           05 cxr-status-date         picture 9(8).
           05 cxr-last-feed.
               10 cxr-last-feed-date  picture 9(8).
               10 cxr-last-feed-time  picture 9(8).
           05 cxr-added-date          picture 9(8).
           05 cxr-last-agreed.
               10 cxr-agreed-date     picture 9(8).
               10 cxr-agreed-time     picture 9(8).
           05 filler                  picture x(15).
