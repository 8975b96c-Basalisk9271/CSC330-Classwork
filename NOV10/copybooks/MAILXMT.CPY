      *> MAILXMT.CPY - mail-house transmission file, one generation
      *> of PROD.ADDRESS.MAILXMIT per label run, written by maillabl
      *> beside the printed labels so the mail house loads our drop
      *> instead of re-keying it. 150-byte records wrapped the way
      *> addrunld wraps the snapshot: a header first (HDR + run
      *> date/time + source), one detail per piece, a trailer last
      *> (TRL + piece count + hash total of the numeric ADDR-IDs).
      *> The trailer adds the piece count per presort tier, which
      *> is what the mail house's acknowledgment answers against.
      *>
      *> Details are in tray order: the pieces of each tier group
      *> as the presort settles it (a qualified carrier route, a
      *> 5-digit residual, a 3-digit or basic residual) go into the
      *> next tray number, sequence 1 up, and a new tray starts when
      *> one fills. International pieces sit outside the presort in
      *> tray 0000 with their own running sequence. Address lines
      *> are the label's lines exactly as printed - the city line is
      *> city, state and ZIP, the country line is blank at home.
       01 mail-xmit-detail.
           05 mxt-addr-id             picture x(6).
           05 mxt-name                picture x(26).
           05 mxt-street              picture x(26).
           05 mxt-city-line           picture x(30).
           05 mxt-country-line        picture x(20).
           05 mxt-zip                 picture x(10).
           05 mxt-carrier-route       picture x(4).
           05 mxt-presort-tier        picture x(3).
           05 mxt-tray                picture 9(4).
           05 mxt-tray-seq            picture 9(5).
           05 mxt-campaign-code       picture x(4).
           05 filler                  picture x(12).
       01 mail-xmit-header.
           05 filler                  picture x(3) value 'HDR'.
           05 mxt-hdr-run-date        picture 9(8).
           05 mxt-hdr-run-time        picture 9(8).
           05 mxt-hdr-source          picture x(8).
           05 mxt-hdr-campaign-code   picture x(4).
           05 mxt-hdr-piece-type      picture x.
           05 filler                  picture x(118) value spaces.
       01 mail-xmit-trailer.
           05 filler                  picture x(3) value 'TRL'.
           05 mxt-trl-count           picture 9(9).
           05 mxt-trl-hash            picture 9(12).
           05 mxt-trl-crt-pieces      picture 9(7).
           05 mxt-trl-zip5-pieces     picture 9(7).
           05 mxt-trl-zip3-pieces     picture 9(7).
           05 mxt-trl-basic-pieces    picture 9(7).
           05 mxt-trl-intl-pieces     picture 9(7).
           05 filler                  picture x(91) value spaces.
