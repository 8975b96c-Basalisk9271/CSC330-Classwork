      *> OPRAUTH.CPY - operator authority profile KSDS, keyed by the
      *> TSO userid the logon front-end passes to addrmaint. One
      *> record per operator says which maintenance functions that
      *> person may use; addrmaint reads it at sign-on, builds the
      *> menu from the grants, and refuses (and audit-logs as a
      *> DENIED security event) anything outside them. An operator
      *> with no record, or with every grant off, cannot sign on.
      *>
      *> The grants are independent switches, 'Y' = granted:
      *>   inquiry - I inquire and B browse
      *>   update  - A add and C change
      *>   delete  - D delete
      *>   review  - R review pending (the four-eyes supervisor)
      *> S seasonal addresses opens for any of the first three; on
      *> it, adding or changing an alternate needs update and
      *> removing one needs delete.
      *> The file is maintained only by the addrauth batch program,
      *> which stamps who last changed each profile and when - the
      *> quarterly access review reads its listing, not the dataset.
       01 operator-auth-record.
           05 opa-user-id             picture x(8).
           05 opa-user-name           picture x(26).
           05 opa-grants.
               10 opa-inquiry-grant   picture x.
                   88 opa-may-inquire     value 'Y'.
               10 opa-update-grant    picture x.
                   88 opa-may-update      value 'Y'.
               10 opa-delete-grant    picture x.
                   88 opa-may-delete      value 'Y'.
               10 opa-review-grant    picture x.
                   88 opa-may-review      value 'Y'.
           05 opa-changed-by          picture x(8).
           05 opa-changed-date        picture 9(8).
           05 filler                  picture x(26).
