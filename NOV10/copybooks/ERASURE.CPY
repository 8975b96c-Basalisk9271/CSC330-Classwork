      *> ERASURE.CPY - privacy erasure register KSDS, keyed by
      *> ADDR-ID: one record for every id whose personal data has
      *> been erased by addreras.cob, kept forever. The name and
      *> street are gone from the master, the audit log and every
      *> archive; what stays is the bare id, the status it carried
      *> (so a do-not-mail customer still reads as one), and who
      *> erased it, when, and on what legal reference.
      *>
      *> Anything that can put a record back on the master - the
      *> forward recovery in addrrcov and the archive reload in
      *> addrrelo - reads this first and refuses an erased id, and
      *> the nightly integrity check counts an erased id as
      *> accounted for. ERS-STATUS is spaces when the id had
      *> already left the master (purged) before it was erased.
       01 erasure-record.
           05 ers-addr-id             picture x(6).
           05 ers-erase-date          picture 9(8).
           05 ers-erase-time          picture 9(8).
           05 ers-user-id             picture x(8).
           05 ers-reference           picture x(20).
           05 ers-status              picture x.
           05 ers-status-date         picture 9(8).
           05 filler                  picture x(21).
