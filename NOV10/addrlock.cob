       identification division.
       program-id.
       addrlock.
       author.
           Chris P. Bacon.
       date-written.
           October 15, 2026.

      *> Sets, forces, or shows the system-status flag (SYSSTAT.CPY)
      *> that keeps online maintenance off the master while the
      *> nightly stream holds it. ADDRJOB runs this as its LOCKON
      *> step, ahead of PENDAPL, to claim the master for batch; the
      *> VERIFY step releases it again at the end of a clean run.
      *> When a run abends, or VERIFY finds it incomplete, the flag
      *> stays closed, and operations run the on-demand ADDRLOCK job
      *> with an override card to open it once the recovery is done
      *> (or to close it by hand ahead of a manual repair). Every
      *> change goes through the syslock subprogram, which writes it
      *> to the run-control ledger under the card's source name.
      *>
      *> Control card layout (S-PARMS, one card):
      *>   col  1      function: B batch owns the master (online is
      *>               inquiry only), O open to online maintenance,
      *>               Q show the flag and change nothing
      *>   col  2-9    userid making the change (required for B/O)
      *>   col 10-17   ledger step name (blank = OVERRIDE)
      *>   col 18-47   reason, carried onto the status record
      *> A card that fails an edit changes nothing and ends RC 8; a
      *> status file that can't be updated ends RC 16, so the LOCKON
      *> step stops the stream rather than letting batch run with
      *> online maintenance still open.

       environment division.
       input-output section.
       file-control.
           select parm-card-file assign to s-parms
               organization is sequential
               file status is ws-parms-status.
           select lock-report-file assign to s-lockrpt
               organization is sequential
               file status is ws-lockrpt-status.

       data division.
       file section.
       fd parm-card-file
           label records are omitted.
       01 parm-card.
           05 prm-function            picture x.
           05 prm-user-id             picture x(8).
           05 prm-source              picture x(8).
           05 prm-reason              picture x(30).
           05 filler                  picture x(33).

       fd lock-report-file
           label records are omitted.
       01 lock-report-line            picture x(80).

       working-storage section.
       01 ws-parms-status         picture x(2).
       01 ws-lockrpt-status       picture x(2).

       copy sysstat.cpy.

       01 ws-lock-function        picture x.
       01 ws-lock-user-id         picture x(8).
       01 ws-lock-source          picture x(8).
       01 ws-lock-reason          picture x(30).
       01 ws-lock-ok-flag         picture x.
           88 ws-lock-status-ok value 'Y'.
       01 ws-card-valid-switch    picture x value 'Y'.
           88 ws-card-is-valid value 'Y'.
       01 ws-reject-reason        picture x(40).
       01 ws-flag-text            picture x(34).

       procedure division.
       0000-main.
           perform 1000-open-and-read-card.
           if ws-card-is-valid
               perform 2000-apply-card
           else
               move spaces to lock-report-line
               string 'CARD REJECTED - ' delimited by size
                   ws-reject-reason delimited by size
                   into lock-report-line
               write lock-report-line
               move 8 to return-code
           end-if.
           close parm-card-file.
           close lock-report-file.
           stop run.

       1000-open-and-read-card.
           open input parm-card-file.
           if ws-parms-status not = '00'
               display 'ERROR OPENING PARAMETER FILE, STATUS='
               display ws-parms-status
               move 16 to return-code
               stop run
           end-if.
           open output lock-report-file.
           if ws-lockrpt-status not = '00'
               display 'ERROR OPENING LOCK REPORT, STATUS='
               display ws-lockrpt-status
               move 16 to return-code
               stop run
           end-if.
           move 'SYSTEM STATUS CONTROL' to lock-report-line.
           write lock-report-line.
           move spaces to lock-report-line.
           write lock-report-line.
           move spaces to parm-card.
           read parm-card-file
               at end
                   move 'N' to ws-card-valid-switch
                   move 'NO CONTROL CARD' to ws-reject-reason
           end-read.
           if ws-card-is-valid
               move spaces to lock-report-line
               string 'CARD: ' delimited by size
                   parm-card delimited by size
                   into lock-report-line
               write lock-report-line
               evaluate true
                   when prm-function not = 'B' and not = 'O'
                           and not = 'Q'
                       move 'N' to ws-card-valid-switch
                       move 'FUNCTION MUST BE B, O OR Q'
                           to ws-reject-reason
                   when prm-function not = 'Q'
                           and prm-user-id = spaces
                       move 'N' to ws-card-valid-switch
                       move 'USERID REQUIRED TO CHANGE THE FLAG'
                           to ws-reject-reason
                   when other
                       continue
               end-evaluate
           end-if.

       2000-apply-card.
           move prm-function to ws-lock-function.
           move prm-user-id to ws-lock-user-id.
           move prm-source to ws-lock-source.
           if ws-lock-source = spaces
               move 'OVERRIDE' to ws-lock-source
           end-if.
           move prm-reason to ws-lock-reason.
           call 'syslock' using ws-lock-function ws-lock-user-id
                   ws-lock-source ws-lock-reason
                   system-status-record ws-lock-ok-flag.
           if ws-lock-status-ok
               perform 3000-report-status
           else
               move spaces to lock-report-line
               if prm-function = 'Q'
                   move 'SYSTEM STATUS RECORD NOT ON FILE'
                       to lock-report-line
                   move 8 to return-code
               else
                   move 'SYSTEM STATUS FILE UNAVAILABLE - FLAG NOT SET'
                       to lock-report-line
                   move 16 to return-code
               end-if
               write lock-report-line
           end-if.

       3000-report-status.
           move spaces to lock-report-line.
           write lock-report-line.
           if sst-batch-owns-master
               move 'BATCH OWNS MASTER - ONLINE INQUIRY'
                   to ws-flag-text
           else
               move 'OPEN TO ONLINE MAINTENANCE' to ws-flag-text
           end-if.
           move spaces to lock-report-line.
           string 'SYSTEM STATUS  ' delimited by size
               sst-batch-flag delimited by size
               ' ' delimited by size
               ws-flag-text delimited by size
               into lock-report-line.
           write lock-report-line.
           move spaces to lock-report-line.
           string 'PREVIOUS FLAG  ' delimited by size
               sst-prior-flag delimited by size
               into lock-report-line.
           write lock-report-line.
           move spaces to lock-report-line.
           string 'SET BY         ' delimited by size
               sst-changed-by delimited by size
               ' FROM ' delimited by size
               sst-changed-source delimited by size
               ' ON ' delimited by size
               sst-changed-date delimited by size
               ' ' delimited by size
               sst-changed-time delimited by size
               into lock-report-line.
           write lock-report-line.
           move spaces to lock-report-line.
           string 'REASON         ' delimited by size
               sst-reason delimited by size
               into lock-report-line.
           write lock-report-line.
