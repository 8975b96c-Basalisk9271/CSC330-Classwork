      *> CAMPAIGN.CPY - mailing campaign master KSDS, keyed by the
      *> four-character campaign code marketing assigns a promotion.
      *> A label run is tagged with a code by the CAMPGN card on its
      *> S-LBLPARM deck; maillabl refuses a code that isn't on file
      *> here and carries it onto every mail history record and the
      *> run's postage ledger record, which is what the addrcamp
      *> deliverability report rolls up per campaign against the
      *> budget below. Maintained only by addrcamp, which stamps who
      *> last changed each campaign and when.
       01 campaign-record.
           05 cmp-code                picture x(4).
           05 cmp-description         picture x(30).
           05 cmp-owner               picture x(20).
           05 cmp-drop-date           picture 9(8).
           05 cmp-budget              picture 9(7)v99.
           05 cmp-changed-by          picture x(8).
           05 cmp-changed-date        picture 9(8).
           05 filler                  picture x(13).
