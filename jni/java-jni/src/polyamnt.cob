      *>   Modified: 2026-09-03 - L action sets the per-account
      *>     overdraft limit POLYPOST's referral control works from;
      *>     opens start at zero tolerance.
      *>   Modified: 2026-10-15 - R action reactivates an account the
      *>     POLYDORM pass made dormant; the reactivation stamps last
      *>     activity so the next dormancy pass does not take it
      *>     straight back.  R is the only way out of dormancy: a
      *>     freeze, unfreeze or limit change to a dormant account is
      *>     refused as ACCOUNT-DORMANT, so none of them can lift the
      *>     status or restart the dormancy clock behind its back.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
       01 ws-read-count             pic 9(7) value 0.
       01 ws-applied-count          pic 9(7) value 0.
       01 ws-rejected-count         pic 9(7) value 0.
       01 ws-reactivated-count      pic 9(7) value 0.

       01 ws-edit-count             pic zzz,zz9.

                      perform judge-unfreeze-request
                  when mnt-is-set-limit
                      perform judge-limit-request
                  when mnt-is-reactivate
                      perform judge-reactivate-request
              end-evaluate
           end-if
           if request-is-good
       check-request-shape.
           if not (mnt-is-open or mnt-is-close
                   or mnt-is-freeze or mnt-is-unfreeze
                   or mnt-is-set-limit or mnt-is-reactivate)
              move "BAD-ACTION" to ws-refusal-reason
           else
              if mnt-account(1:3) is not alphabetic
                   move "NOT-ON-MASTER" to ws-refusal-reason
               when acct-is-closed
                   move "ACCOUNT-CLOSED" to ws-refusal-reason
               when acct-is-dormant
                   move "ACCOUNT-DORMANT" to ws-refusal-reason
               when acct-is-frozen
                   move "ALREADY-FROZEN" to ws-refusal-reason
           end-evaluate
           evaluate true
               when not account-is-on-file
                   move "NOT-ON-MASTER" to ws-refusal-reason
               when acct-is-dormant
                   move "ACCOUNT-DORMANT" to ws-refusal-reason
               when not acct-is-frozen
                   move "NOT-FROZEN" to ws-refusal-reason
           end-evaluate
                   move "NOT-ON-MASTER" to ws-refusal-reason
               when acct-is-closed
                   move "ACCOUNT-CLOSED" to ws-refusal-reason
               when acct-is-dormant
                   move "ACCOUNT-DORMANT" to ws-refusal-reason
           end-evaluate
           .

      *> dormancy is lifted only on purpose, and only from dormancy:
      *> a frozen or closed account has its own way back
       judge-reactivate-request.
           evaluate true
               when not account-is-on-file
                   move "NOT-ON-MASTER" to ws-refusal-reason
               when not acct-is-dormant
                   move "NOT-DORMANT" to ws-refusal-reason
           end-evaluate
           .

                   move rh-datetime(1:10) to acct-last-activity
                   rewrite account-record
                   end-rewrite
               when mnt-is-reactivate
                   move "A" to acct-status
                   move rh-datetime(1:10) to acct-last-activity
                   rewrite account-record
                   end-rewrite
                   add 1 to ws-reactivated-count
           end-evaluate
           .

                  into maintenance-report-record
           end-string
           write maintenance-report-record

           move ws-reactivated-count to ws-edit-count
           move spaces to maintenance-report-record
           string "DORMANT REACTIVATED. . . . " delimited by size
                  ws-edit-count delimited by size
                  into maintenance-report-record
           end-string
           write maintenance-report-record
           .

      *> ---------------------------------------------------------------
