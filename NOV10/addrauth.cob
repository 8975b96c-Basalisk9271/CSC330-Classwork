       identification division.
       program-id.
       addrauth.
       author.
           Chris P. Bacon.
       date-written.
           October 15, 2026.

      *> Operator authority profile maintenance and listing. The
      *> profile KSDS (OPRAUTH.CPY) decides which addrmaint functions
      *> each TSO userid may use; this program is the only thing that
      *> writes it. Each run applies the maintenance deck - one card
      *> per profile add, change, or delete, every card naming the
      *> security officer who authorized it - and then lists the
      *> whole file in userid order with its grants and the last
      *> change stamp, so the quarterly access review signs off a
      *> report rather than a raw dataset. An empty deck is a
      *> listing-only run.
      *>
      *> Maintenance card layout (S-AUTHTRN):
      *>   col  1      action: A add, C change, D delete
      *>   col  2-9    operator TSO userid
      *>   col 10-35   operator name (change: blank keeps the old)
      *>   col 36-39   grants, Y or N each: inquiry, add/change,
      *>               delete, supervisor review (ignored on delete)
      *>   col 40-47   userid of the security officer authorizing it
      *> A card that fails an edit is rejected with its reason and
      *> nothing on file changes.

       environment division.
       input-output section.
       file-control.
           select auth-trans-file assign to s-authtrn
               organization is sequential
               file status is ws-authtrn-status.
           select operator-auth-file assign to s-oprauth
               organization is indexed
               access mode is dynamic
               record key is opa-user-id
               file status is ws-oprauth-status.
           select auth-report-file assign to s-authrpt
               organization is sequential
               file status is ws-authrpt-status.

       data division.
       file section.
       fd auth-trans-file
           label records are omitted.
       01 auth-trans-record.
           05 atr-action              picture x.
           05 atr-user-id             picture x(8).
           05 atr-user-name           picture x(26).
           05 atr-grants.
               10 atr-inquiry-grant   picture x.
               10 atr-update-grant    picture x.
               10 atr-delete-grant    picture x.
               10 atr-review-grant    picture x.
           05 atr-authorized-by       picture x(8).
           05 filler                  picture x(33).

       fd operator-auth-file
           label records are standard.
           copy oprauth.cpy.

       fd auth-report-file
           label records are omitted.
       01 auth-report-line            picture x(80).

       working-storage section.
       01 ws-authtrn-status       picture x(2).
       01 ws-oprauth-status       picture x(2).
       01 ws-authrpt-status       picture x(2).

       01 ws-trans-eof-switch     picture x value 'N'.
           88 ws-end-of-transactions value 'Y'.
       01 ws-list-eof-switch      picture x value 'N'.
           88 ws-end-of-profiles value 'Y'.
       01 ws-card-valid-switch    picture x.
           88 ws-card-is-valid value 'Y'.
       01 ws-reject-reason        picture x(40).
       01 ws-entry-note           picture x(40).
       01 ws-grant-idx            picture 9.

       01 ws-run-date             picture 9(8).
       01 ws-read-count           picture 9(6) value 0.
       01 ws-accept-count         picture 9(6) value 0.
       01 ws-reject-count         picture 9(6) value 0.
       01 ws-profile-count        picture 9(6) value 0.
       01 ws-inquiry-count        picture 9(6) value 0.
       01 ws-update-count         picture 9(6) value 0.
       01 ws-delete-count         picture 9(6) value 0.
       01 ws-review-count         picture 9(6) value 0.

       procedure division.
       0000-main.
           accept ws-run-date from date yyyymmdd.
           perform 1000-open-files.
           read auth-trans-file
               at end
                   set ws-end-of-transactions to true
           end-read.
           perform until ws-end-of-transactions
               add 1 to ws-read-count
               perform 2000-apply-one-card
               read auth-trans-file
                   at end
                       set ws-end-of-transactions to true
               end-read
           end-perform.
           perform 3000-list-profiles.
           perform 9000-write-totals.
           close auth-trans-file.
           close operator-auth-file.
           close auth-report-file.
           if ws-reject-count > 0
               move 4 to return-code
           end-if.
           stop run.

       1000-open-files.
           open input auth-trans-file.
           if ws-authtrn-status not = '00'
               display 'ERROR OPENING AUTHORITY MAINTENANCE, STATUS='
               display ws-authtrn-status
               move 16 to return-code
               stop run
           end-if.
           open i-o operator-auth-file.
           if ws-oprauth-status not = '00'
               display 'ERROR OPENING OPERATOR AUTHORITY FILE, STATUS='
               display ws-oprauth-status
               move 16 to return-code
               stop run
           end-if.
           open output auth-report-file.
           if ws-authrpt-status not = '00'
               display 'ERROR OPENING AUTHORITY REPORT, STATUS='
               display ws-authrpt-status
               move 16 to return-code
               stop run
           end-if.
           move spaces to auth-report-line.
           string 'OPERATOR AUTHORITY MAINTENANCE AND LISTING '
                   delimited by size
               ws-run-date delimited by size
               into auth-report-line.
           write auth-report-line.
           move spaces to auth-report-line.
           write auth-report-line.

       2000-apply-one-card.
           perform 2100-edit-card.
           if not ws-card-is-valid
               perform 8200-reject-card
           else
               evaluate atr-action
                   when 'A'
                       perform 2200-add-profile
                   when 'C'
                       perform 2300-change-profile
                   when 'D'
                       perform 2400-delete-profile
               end-evaluate
           end-if.

       2100-edit-card.
           move 'Y' to ws-card-valid-switch.
           evaluate true
               when atr-action not = 'A' and not = 'C' and not = 'D'
                   move 'N' to ws-card-valid-switch
                   move 'Invalid action code' to ws-reject-reason
               when atr-user-id = spaces
                   move 'N' to ws-card-valid-switch
                   move 'Userid missing' to ws-reject-reason
               when atr-authorized-by = spaces
                   move 'N' to ws-card-valid-switch
                   move 'Authorizing officer missing'
                       to ws-reject-reason
               when atr-authorized-by = atr-user-id
                   move 'N' to ws-card-valid-switch
                   move 'Operator cannot authorize own profile'
                       to ws-reject-reason
           end-evaluate.
           if ws-card-is-valid and atr-action not = 'D'
               perform varying ws-grant-idx from 1 by 1
                       until ws-grant-idx > 4
                   if atr-grants (ws-grant-idx:1) not = 'Y'
                           and atr-grants (ws-grant-idx:1) not = 'N'
                       move 'N' to ws-card-valid-switch
                       move 'Grants must be Y or N' to ws-reject-reason
                   end-if
               end-perform
           end-if.

       2200-add-profile.
           move spaces to operator-auth-record.
           move atr-user-id to opa-user-id.
           move atr-user-name to opa-user-name.
           move atr-grants to opa-grants.
           move atr-authorized-by to opa-changed-by.
           move ws-run-date to opa-changed-date.
           write operator-auth-record
               invalid key
                   move 'Profile already on file' to ws-reject-reason
                   perform 8200-reject-card
               not invalid key
                   move 'PROFILE ADDED' to ws-entry-note
                   perform 8100-accept-card
           end-write.

       2300-change-profile.
           move atr-user-id to opa-user-id.
           read operator-auth-file
               invalid key
                   move 'Profile not on file' to ws-reject-reason
                   perform 8200-reject-card
               not invalid key
                   if atr-user-name not = spaces
                       move atr-user-name to opa-user-name
                   end-if
                   move atr-grants to opa-grants
                   move atr-authorized-by to opa-changed-by
                   move ws-run-date to opa-changed-date
                   rewrite operator-auth-record
                       invalid key
                           move 'Update failed' to ws-reject-reason
                           perform 8200-reject-card
                       not invalid key
                           move 'PROFILE CHANGED' to ws-entry-note
                           perform 8100-accept-card
                   end-rewrite
           end-read.

       2400-delete-profile.
           move atr-user-id to opa-user-id.
           read operator-auth-file
               invalid key
                   move 'Profile not on file' to ws-reject-reason
                   perform 8200-reject-card
               not invalid key
                   delete operator-auth-file
                       invalid key
                           move 'Delete failed' to ws-reject-reason
                           perform 8200-reject-card
                       not invalid key
                           move 'PROFILE DELETED' to ws-entry-note
                           perform 8100-accept-card
                   end-delete
           end-read.

      *> The maintenance above did keyed reads, so the file position
      *> is wherever the last card left it; restart at the lowest
      *> key or the listing would silently begin mid-file.
       3000-list-profiles.
           move spaces to auth-report-line.
           write auth-report-line.
           move 'PROFILES ON FILE' to auth-report-line.
           write auth-report-line.
           move spaces to auth-report-line.
           move 'USERID   NAME' to auth-report-line (1:13).
           move 'I U D R BY       DATE' to auth-report-line (37:21).
           write auth-report-line.
           move low-values to opa-user-id.
           start operator-auth-file key is not less than opa-user-id
               invalid key
                   set ws-end-of-profiles to true
           end-start.
           if not ws-end-of-profiles
               read operator-auth-file next record
                   at end
                       set ws-end-of-profiles to true
               end-read
           end-if.
           perform until ws-end-of-profiles
               perform 3100-list-one-profile
               read operator-auth-file next record
                   at end
                       set ws-end-of-profiles to true
               end-read
           end-perform.

       3100-list-one-profile.
           add 1 to ws-profile-count.
           if opa-may-inquire
               add 1 to ws-inquiry-count
           end-if.
           if opa-may-update
               add 1 to ws-update-count
           end-if.
           if opa-may-delete
               add 1 to ws-delete-count
           end-if.
           if opa-may-review
               add 1 to ws-review-count
           end-if.
           move spaces to auth-report-line.
           string opa-user-id delimited by size
               ' ' delimited by size
               opa-user-name delimited by size
               ' ' delimited by size
               opa-inquiry-grant delimited by size
               ' ' delimited by size
               opa-update-grant delimited by size
               ' ' delimited by size
               opa-delete-grant delimited by size
               ' ' delimited by size
               opa-review-grant delimited by size
               ' ' delimited by size
               opa-changed-by delimited by size
               ' ' delimited by size
               opa-changed-date delimited by size
               into auth-report-line.
           write auth-report-line.

       8100-accept-card.
           add 1 to ws-accept-count.
           move spaces to auth-report-line.
           string 'ACCEPT ' delimited by size
               atr-action delimited by size
               ' ' delimited by size
               atr-user-id delimited by size
               ' ' delimited by size
               atr-grants delimited by size
               ' BY ' delimited by size
               atr-authorized-by delimited by size
               ' ' delimited by size
               ws-entry-note delimited by size
               into auth-report-line.
           write auth-report-line.

       8200-reject-card.
           add 1 to ws-reject-count.
           move spaces to auth-report-line.
           string 'REJECT ' delimited by size
               atr-action delimited by size
               ' ' delimited by size
               atr-user-id delimited by size
               ' ' delimited by size
               atr-grants delimited by size
               ' BY ' delimited by size
               atr-authorized-by delimited by size
               ' ' delimited by size
               ws-reject-reason delimited by size
               into auth-report-line.
           write auth-report-line.

       9000-write-totals.
           move spaces to auth-report-line.
           write auth-report-line.
           move spaces to auth-report-line.
           string 'CARDS READ=' delimited by size
               ws-read-count delimited by size
               ' ACCEPTED=' delimited by size
               ws-accept-count delimited by size
               ' REJECTED=' delimited by size
               ws-reject-count delimited by size
               into auth-report-line.
           write auth-report-line.
           move spaces to auth-report-line.
           string 'PROFILES=' delimited by size
               ws-profile-count delimited by size
               ' INQUIRY=' delimited by size
               ws-inquiry-count delimited by size
               ' ADD/CHG=' delimited by size
               ws-update-count delimited by size
               ' DELETE=' delimited by size
               ws-delete-count delimited by size
               ' REVIEW=' delimited by size
               ws-review-count delimited by size
               into auth-report-line.
           write auth-report-line.
