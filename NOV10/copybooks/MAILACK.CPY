      *> MAILACK.CPY - the mail house's acknowledgment of one
      *> transmission (MAILXMT.CPY), 80-byte records typed in cols
      *> 1-3:
      *>   HDR - the run date and time off the transmission header
      *>         it answers, the campaign code, the date they
      *>         processed it and their site id
      *>   CNT - one per presort tier (CRT, 5DG, 3DG, BAS, INT): the
      *>         pieces they accepted and inducted at that tier
      *>   REJ - one per piece they refused, by ADDR-ID and the
      *>         tray/sequence we sent it under, with their reason
      *>   TRL - the number of CNT and REJ records between
      *> A tier's CNT count plus its REJ records should come to the
      *> tier count on our transmission trailer; mailrecn proves it.
       01 mail-ack-record.
           05 mak-type                picture x(3).
               88 mak-is-header           value 'HDR'.
               88 mak-is-count            value 'CNT'.
               88 mak-is-reject           value 'REJ'.
               88 mak-is-trailer          value 'TRL'.
           05 mak-body                picture x(77).
           05 mak-header-view redefines mak-body.
               10 mak-xmit-run-date   picture 9(8).
               10 mak-xmit-run-time   picture 9(8).
               10 mak-campaign-code   picture x(4).
               10 mak-ack-date        picture 9(8).
               10 mak-house-id        picture x(8).
               10 filler              picture x(41).
           05 mak-count-view redefines mak-body.
               10 mak-tier            picture x(3).
               10 mak-inducted        picture 9(7).
               10 filler              picture x(67).
           05 mak-reject-view redefines mak-body.
               10 mak-rej-addr-id     picture x(6).
               10 mak-rej-tray        picture 9(4).
               10 mak-rej-tray-seq    picture 9(5).
               10 mak-rej-reason      picture x(4).
               10 mak-rej-text        picture x(30).
               10 filler              picture x(28).
           05 mak-trailer-view redefines mak-body.
               10 mak-trl-records     picture 9(9).
               10 filler              picture x(68).
