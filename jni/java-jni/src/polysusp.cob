      *>     it lands on a closed day -- has arrived go back through
      *>     the recycle file under their value date, the rest carry
      *>     forward.
      *>   Modified: 2026-10-15 - an item held as ACCOUNT-DORMANT is
      *>     re-presented once POLYAMNT has reactivated the account.
      *>   Modified: 2026-10-15 - works under the suite's processing
      *>     date (see procdate) instead of the clock's, so a lost
      *>     night caught up next morning ages suspense, releases the
      *>     warehouse and judges rate freshness as of its own
      *>     business day; the recycle file and run-log are dated by
      *>     it too.  A processing date the controls refuse stops the
      *>     run with RC 9.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
               organization line sequential
               file status is ws-config-status.

           select cycle-control-file assign to "polyglot-cycle.dat"
               organization line sequential
               file status is ws-cycle-status.

           select posting-journal-file assign to "polyglot-journal.dat"
               organization line sequential
               file status is ws-journal-status.

           select run-log-file assign to "polyglot-runlog.idx"
               organization indexed
               access mode dynamic
               record key is rlx-key
               file status is ws-runlog-status.

               organization line sequential
               file status is ws-errorlog-status.

           select processing-date-file
               assign to "polyglot-procdate.dat"
               organization line sequential
               file status is ws-procdate-status.

       data division.
       file section.
       fd suspense-file.
       fd config-file.
       01 config-record              pic x(80).

       fd cycle-control-file.
       01 cycle-control-record       pic x(80).

       fd posting-journal-file.
       copy jrnlrec.

       fd run-log-file.
       copy runlogix.

       fd error-log-file.
       01 error-log-record           pic x(120).

       fd processing-date-file.
       01 processing-date-record     pic x(80).

       working-storage section.
       copy runheader.

       01 ws-report-status          pic xx.
       01 ws-config-status          pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-journal-status         pic xx.
       01 ws-errorlog-status        pic xx.

       01 ws-caller-language        pic x(10) value "UNKNOWN".
      *> ---------------------------------------------------------------
       copy runcal.

      *> ---------------------------------------------------------------
      *> shared processing date (see procdate/procdatk)
      *> ---------------------------------------------------------------
       copy procdate.
       copy cycctl.

       01 ws-run-date.
           05 ws-run-yyyy           pic x(4).
           05 ws-run-mm             pic x(2).
           move "POLYSUSP" to rh-job-name
           perform build-run-stamp
           move 0 to return-code
           perform set-processing-date
           if proc-date-is-refused
              move 9 to return-code
              move ws-proc-reason to ws-error-reason
              perform finish-run
              goback
           end-if

           move ws-proc-date-x to ws-run-date
           move ws-run-date to ws-rate-run-date
           perform load-rate-table
           perform load-processing-calendar

       copy runstamp.

       copy procdatk.

       copy cycctlk.

       copy rateload.

       copy runcalck.
      *> ---------------------------------------------------------------
      *> only conditions that can clear by themselves are recycled:
      *> an account now on the master and willing to post, a rate now
      *> fixed today, a freeze or dormancy since lifted.  an edit
      *> reject is malformed data and a closed account is a
      *> decision, not a condition -- both wait for a human.
      *> ---------------------------------------------------------------
       judge-suspense-item.
           move "N" to ws-clear-switch
                   perform check-account-now-postable
               when "ACCOUNT-FROZEN"
                   perform check-account-now-postable
               when "ACCOUNT-DORMANT"
                   perform check-account-now-postable
               when "NO-FRESH-EXCHANGE-RATE"
                   perform check-rate-now-fresh
           end-evaluate
           open output recycle-file
           move spaces to recycle-transaction-record
           move "H" to rcy-record-type
           move ws-proc-date to rcy-first-date
           write recycle-transaction-record
           perform write-salvaged-items
           if ws-recycle-count > 0
           end-if
           move rh-job-name to rlx-job-name
           move ws-caller-language to rlx-caller
           move ws-proc-date to rlx-run-date
           move rh-datetime to rlx-datetime
           move rh-return-code to rlx-return-code
           write run-log-index-record
