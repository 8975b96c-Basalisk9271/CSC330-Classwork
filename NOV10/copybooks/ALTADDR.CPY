      *> ALTADDR.CPY - seasonal / alternate mailing address KSDS,
      *> keyed by ADDR-ID plus a one-digit sequence, so one customer
      *> can carry up to nine alternates beside the primary address
      *> on ADDRESS-MASTER. Each alternate is in force for a
      *> recurring month-day window every year: ALT-START-MMDD
      *> through ALT-END-MMDD inclusive, and a start later than the
      *> end wraps the year end (1101-0430 is a winter address).
      *> The addralt lookup returns the lowest-sequence alternate in
      *> force on a given date; when none is, the primary mails.
      *>
      *> Name, status and the return-mail counters stay on the
      *> master - an alternate is only a place to send the piece,
      *> and do-not-mail or undeliverable on the master withholds
      *> every address the customer has. Maintained on the
      *> addrmaint alternate-address screen (audit actions ALTADD,
      *> ALTCHG, ALTDEL); casstand standardizes the ZIP+4 and route
      *> here the same as on the master. An alternate whose master
      *> record is gone is inert - nothing looks it up.
       01 alternate-address-record.
           05 alt-key.
               10 alt-addr-id         picture x(6).
               10 alt-seq             picture 9.
           05 alt-window.
               10 alt-start-mmdd      picture 9(4).
               10 alt-end-mmdd        picture 9(4).
           05 alt-street              picture x(26).
           05 alt-city                picture x(20).
           05 alt-state               picture x(2).
           05 alt-zip                 picture x(10).
           05 alt-country             picture x(20).
               88 alt-is-domestic         value spaces, 'US',
                   'USA', 'UNITED STATES'.
           05 alt-carrier-route       picture x(4).
           05 alt-changed-by          picture x(8).
           05 alt-changed-date        picture 9(8).
           05 filler                  picture x(7).
