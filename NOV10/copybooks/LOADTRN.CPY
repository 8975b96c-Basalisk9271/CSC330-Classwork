      *> LOADTRN.CPY - the ADDRLOAD batch transaction, 121 bytes: the
      *> action code (A add, C change, D delete), then the
      *> screen-captured ADDRMAS.CPY fields in layout order. Written by
      *> addrfeed.cob from the billing feed, or by hand for
      *> corrections; addrload.cob's recycle file has the same layout.
      *>
      *> TRN-CUST-NO is the billing customer number (CUSTXRF.CPY) on
      *> a transaction generated from the feed, spaces on one keyed
      *> by hand. When it is present, addrload refuses an add for a
      *> customer already linked to an id, writes the id it assigns
      *> back to the cross reference, and marks the customer dropped
      *> when it applies the delete.
       01 load-transaction-record.
           05 trn-action              picture x.
           05 trn-id                  picture x(6).
           05 trn-name                picture x(26).
           05 trn-street              picture x(26).
           05 trn-city                picture x(20).
           05 trn-state               picture x(2).
           05 trn-zip                 picture x(10).
           05 trn-country             picture x(20).
           05 trn-cust-no             picture x(10).
