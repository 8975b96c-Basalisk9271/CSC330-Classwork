      *> CONFLTR.CPY - address-change confirmation letter request,
      *> written by addrconf.cob (nightly step CONFIRM) for every
      *> street/city/state/ZIP/country change it finds on the audit
      *> log, and read back by maillabl.cob in letter mode (step
      *> LETTERS), which presorts, prints and histories them.
      *>
      *> Each change makes two requests: CLT-LETTER-TO 'O' mails to
      *> the address as it stood before the change (the before
      *> image, under the name it carried), 'N' to the address after
      *> it. CLT-MAIL-TO is the address the piece goes to; both
      *> letters carry the prior and new addresses so either one can
      *> state the whole change. CLT-CHANGE-SOURCE names where the
      *> change came from - ADDRMNT (online), ADDRLOAD, PENDAPL or
      *> ADDRMOVE.
      *>
      *> CLT-ALT-SEQ is non-blank when the change was to a seasonal
      *> alternate (ALTADDR.CPY) on the addrmaint S screen: the 'N'
      *> letter goes to that alternate and the 'O' letter to the
      *> primary address on the master, where the customer's mail
      *> was going. The prior address stated is the alternate's
      *> before image, or the primary for a new alternate.
       01 confirm-letter-record.
           05 clt-addr-id             picture x(6).
           05 clt-letter-to           picture x.
               88 clt-to-prior-address    value 'O'.
               88 clt-to-new-address      value 'N'.
           05 clt-change-date         picture 9(8).
           05 clt-change-time         picture 9(8).
           05 clt-change-source       picture x(8).
           05 clt-name                picture x(26).
           05 clt-mail-to.
               10 clt-mail-street     picture x(26).
               10 clt-mail-city       picture x(20).
               10 clt-mail-state      picture x(2).
               10 clt-mail-zip        picture x(10).
               10 clt-mail-country    picture x(20).
               10 clt-mail-route      picture x(4).
           05 clt-prior-address.
               10 clt-prior-street    picture x(26).
               10 clt-prior-city      picture x(20).
               10 clt-prior-state     picture x(2).
               10 clt-prior-zip       picture x(10).
               10 clt-prior-country   picture x(20).
           05 clt-new-address.
               10 clt-new-street      picture x(26).
               10 clt-new-city        picture x(20).
               10 clt-new-state       picture x(2).
               10 clt-new-zip         picture x(10).
               10 clt-new-country     picture x(20).
           05 clt-alt-seq             picture x.
           05 filler                  picture x(4).
