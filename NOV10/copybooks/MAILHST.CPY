      *> the label run, appended forever: this file is the compliance
      *> answer to "what did we mail this address, and when". The
      *> piece type is the label mode the run printed ('1' = 1-up,
      *> '3' = 3-up, 'L' = address-change confirmation letter) and
      *> the presort tier is the tier the piece finally qualified at
      *> (CRT/5DG/3DG/BAS, or INT for an international piece outside
      *> the presort).
      *> The address source says which address the piece went to:
      *> 'P' the primary on the master, 'A' a seasonal alternate
      *> (ALTADDR.CPY) with its sequence number beside it, 'O' the
      *> address before the change a confirmation letter confirms
      *> (CONFLTR.CPY); the letters for a change to an alternate go
      *> to the alternate ('A') and the primary ('P'), never 'O'.
      *> Records written before alternates existed carry spaces -
      *> primary.
      *> The campaign code is the one on the run's CAMPGN selection
      *> card (CAMPAIGN.CPY), spaces for an untagged run.
       01 mail-history-record.
           05 mhs-addr-id             picture x(6).
           05 mhs-run-date            picture 9(8).
           05 mhs-piece-type          picture x.
           05 mhs-presort-tier        picture x(3).
           05 mhs-address-source      picture x.
               88 mhs-sent-to-primary     value 'P', ' '.
               88 mhs-sent-to-alternate   value 'A'.
               88 mhs-sent-to-prior       value 'O'.
           05 mhs-alt-seq             picture x.
           05 mhs-campaign-code       picture x(4).
           05 filler                  picture x(56).
