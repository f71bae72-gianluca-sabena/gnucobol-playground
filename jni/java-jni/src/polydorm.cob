      *> ***************************************************************
      *>****J* SWIG/polydorm
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *> PURPOSE
      *>   Dormancy pass over the account master.  An active account
      *>   whose ACCT-LAST-ACTIVITY falls before the cutoff -- the
      *>   business day DORMDAYS business days back from the run
      *>   date on the shared processing calendar (see runcal) -- is
      *>   moved to dormant status (see acctrec).  From then on
      *>   POLYPOST holds every posting to it on the referral queue
      *>   under reason D until operations approves it, and only
      *>   POLYAMNT's R action lifts the dormancy.  Closed and frozen
      *>   accounts are left as they are.
      *>
      *>   The dormancy report lists every dormant account with its
      *>   balance, those made dormant by this run marked NEW, so
      *>   the exposure sitting on quiet accounts is one page.
      *> TECTONICS
      *>   run periodically -- weekly or at month end -- outside the
      *>   nightly chain, ungated.  The period comes from the
      *>   polyglot.cfg line DORMDAYS=nnnn (business days, default
      *>   250, about a year).  Writes "polyglot-dormrpt.txt".
      *>
      *>   Return codes: 0 pass complete, 2 cannot open the account
      *>   master.  An account with no last-activity date on file is
      *>   not judged: nothing says how long it has been quiet.
      *> ***************************************************************
       identification division.
       program-id. polydorm.
       author. GnuCOBOL Playground maintainers.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select account-master assign to "polyglot-master.dat"
               organization indexed
               access mode dynamic
               record key is acct-account
               file status is ws-master-status.

           select calendar-file assign to "polyglot-calendar.dat"
               organization line sequential
               file status is ws-calendar-status.

           select config-file assign to "polyglot.cfg"
               organization line sequential
               file status is ws-config-status.

           select dormancy-report-file
               assign to "polyglot-dormrpt.txt"
               organization line sequential
               file status is ws-report-status.

           select run-log-file assign to "polyglot-runlog.idx"
               organization indexed
               access mode dynamic
               record key is rlx-key
               file status is ws-runlog-status.

           select error-log-file assign to "polyglot-error.txt"
               organization line sequential
               file status is ws-errorlog-status.

       data division.
       file section.
       fd account-master.
       copy acctrec.

       fd calendar-file.
       copy calrec.

       fd config-file.
       01 config-record              pic x(80).

       fd dormancy-report-file.
       01 dormancy-report-record     pic x(80).

       fd run-log-file.
       copy runlogix.

       fd error-log-file.
       01 error-log-record           pic x(120).

       working-storage section.
       copy runheader.

       01 ws-master-status          pic xx.
       01 ws-config-status          pic xx.
       01 ws-report-status          pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-errorlog-status        pic xx.

       01 ws-caller-language        pic x(10) value "UNKNOWN".
       01 ws-error-reason           pic x(60) value spaces.
       01 ws-return-code-num        pic 9(4).

       01 ws-master-eof-switch      pic x value "N".
           88 no-more-accounts      value "Y".
       01 ws-config-eof-switch      pic x value "N".
           88 config-eof            value "Y".
       01 ws-config-key             pic x(20).
       01 ws-config-value           pic x(60).

      *> ---------------------------------------------------------------
      *> shared processing calendar (see runcal/runcalck/calrec)
      *> ---------------------------------------------------------------
       copy runcal.

      *> ---------------------------------------------------------------
      *> the dormancy period and the cutoff it gives: an account last
      *> active before the cutoff day has been quiet for the period
      *> ---------------------------------------------------------------
       01 ws-dormant-days           pic 9(4) value 250.
       01 ws-days-walked            pic 9(4) value 0.
       01 ws-run-date.
           05 ws-run-yyyy           pic x(4).
           05 ws-run-mm             pic x(2).
           05 ws-run-dd             pic x(2).
       01 ws-run-date-n redefines ws-run-date
                                    pic 9(8).
       01 ws-cutoff-date-n          pic 9(8).
       01 ws-cutoff-parts redefines ws-cutoff-date-n.
           05 ws-cutoff-yyyy        pic x(4).
           05 ws-cutoff-mm          pic x(2).
           05 ws-cutoff-dd          pic x(2).
       01 ws-cutoff-date            pic x(10).
       01 ws-dormant-tag            pic x(4).

       01 ws-account-count          pic 9(7) value 0.
       01 ws-new-dormant-count      pic 9(7) value 0.
       01 ws-dormant-count          pic 9(7) value 0.
       01 ws-undated-count          pic 9(7) value 0.
       01 ws-dormant-balance-total  pic s9(11)v99 value 0.

       01 ws-edit-count             pic zzz,zz9.
       01 ws-edit-balance           pic zz,zzz,zzz,zz9.99-.

      *> ***************************************************************
       procedure division.

       main-line.
           accept ws-caller-language
                  from environment "POLYGLOT_CALLER"
           if ws-caller-language = spaces
              move "UNKNOWN" to ws-caller-language
           end-if
           move "POLYDORM" to rh-job-name
           perform build-run-stamp
           move 0 to return-code
           move rh-datetime(1:4) to ws-run-yyyy
           move rh-datetime(6:2) to ws-run-mm
           move rh-datetime(9:2) to ws-run-dd
           perform read-config
           perform load-processing-calendar
           perform find-dormancy-cutoff
           open i-o account-master
           if ws-master-status not = "00"
              move 2 to return-code
              move "CANNOT OPEN ACCOUNT MASTER" to ws-error-reason
           else
              perform write-report-heading
              move low-values to acct-account
              start account-master key not < acct-account
                  invalid key set no-more-accounts to true
              end-start
              perform read-master-account until no-more-accounts
              close account-master
              perform write-report-totals
           end-if
           perform finish-run
           goback.

       copy runstamp.

       copy runcalck.

      *> ---------------------------------------------------------------
      *> control file: DORMDAYS=nnnn, the business days an account
      *> may go untouched before it is made dormant
      *> ---------------------------------------------------------------
       read-config.
           move "N" to ws-config-eof-switch
           open input config-file
           if ws-config-status = "00"
              perform read-config-record until config-eof
              close config-file
           end-if
           .

       read-config-record.
           read config-file
               at end set config-eof to true
               not at end perform parse-config-record
           end-read
           .

       parse-config-record.
           unstring config-record delimited by "="
               into ws-config-key ws-config-value
           end-unstring
           if ws-config-key = "DORMDAYS"
              if ws-config-value(1:4) is numeric
                 and ws-config-value(1:4) > "0000"
                 move ws-config-value(1:4) to ws-dormant-days
              end-if
           end-if
           .

      *> ---------------------------------------------------------------
      *> walk back the period one business day at a time, so a run of
      *> holidays does not eat into anyone's quiet period
      *> ---------------------------------------------------------------
       find-dormancy-cutoff.
           move ws-run-date-n to ws-cal-check-date
           move 0 to ws-days-walked
           perform step-back-one-business-day
                   until ws-days-walked not < ws-dormant-days
           move ws-cal-check-date to ws-cutoff-date-n
           move spaces to ws-cutoff-date
           string ws-cutoff-yyyy delimited by size
                  "/" delimited by size
                  ws-cutoff-mm delimited by size
                  "/" delimited by size
                  ws-cutoff-dd delimited by size
                  into ws-cutoff-date
           end-string
           .

       step-back-one-business-day.
           perform find-previous-business-day
           move ws-prev-business-date to ws-cal-check-date
           add 1 to ws-days-walked
           .

       read-master-account.
           read account-master next
               at end set no-more-accounts to true
               not at end perform judge-account-dormancy
           end-read
           .

      *> ---------------------------------------------------------------
      *> YYYY/MM/DD compares in date order as text, so the last
      *> activity is held straight against the cutoff
      *> ---------------------------------------------------------------
       judge-account-dormancy.
           add 1 to ws-account-count
           move spaces to ws-dormant-tag
           evaluate true
               when acct-is-dormant
                   move "HELD" to ws-dormant-tag
               when acct-is-active
                   and acct-last-activity = spaces
                   add 1 to ws-undated-count
               when acct-is-active
                   and acct-last-activity < ws-cutoff-date
                   move "D" to acct-status
                   rewrite account-record
                   end-rewrite
                   add 1 to ws-new-dormant-count
                   move "NEW " to ws-dormant-tag
           end-evaluate
           if ws-dormant-tag not = spaces
              add 1 to ws-dormant-count
              add acct-balance to ws-dormant-balance-total
              perform write-dormant-line
           end-if
           .

       write-dormant-line.
           move acct-balance to ws-edit-balance
           move spaces to dormancy-report-record
           string ws-dormant-tag delimited by size
                  " " delimited by size
                  acct-account delimited by size
                  " " delimited by size
                  acct-name delimited by size
                  " " delimited by size
                  acct-type delimited by size
                  " " delimited by size
                  acct-last-activity delimited by size
                  " " delimited by size
                  ws-edit-balance delimited by size
                  into dormancy-report-record
           end-string
           write dormancy-report-record
           .

       write-report-heading.
           open output dormancy-report-file
           move spaces to dormancy-report-record
           string "POLYGLOT DORMANCY REVIEW      " delimited by size
                  rh-datetime delimited by size
                  into dormancy-report-record
           end-string
           write dormancy-report-record
           move ws-dormant-days to ws-edit-count
           move spaces to dormancy-report-record
           string "NO ACTIVITY SINCE BEFORE " delimited by size
                  ws-cutoff-date delimited by size
                  " (" delimited by size
                  ws-edit-count delimited by size
                  " BUSINESS DAYS)" delimited by size
                  into dormancy-report-record
           end-string
           write dormancy-report-record
           move spaces to dormancy-report-record
           write dormancy-report-record
           .

       write-report-totals.
           move spaces to dormancy-report-record
           write dormancy-report-record

           move ws-account-count to ws-edit-count
           move spaces to dormancy-report-record
           string "ACCOUNTS REVIEWED. . . . . " delimited by size
                  ws-edit-count delimited by size
                  into dormancy-report-record
           end-string
           write dormancy-report-record

           move ws-new-dormant-count to ws-edit-count
           move spaces to dormancy-report-record
           string "MADE DORMANT THIS RUN. . . " delimited by size
                  ws-edit-count delimited by size
                  into dormancy-report-record
           end-string
           write dormancy-report-record

           move ws-dormant-count to ws-edit-count
           move spaces to dormancy-report-record
           string "DORMANT ACCOUNTS . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into dormancy-report-record
           end-string
           write dormancy-report-record

           move ws-dormant-balance-total to ws-edit-balance
           move spaces to dormancy-report-record
           string "DORMANT BALANCES . . . " delimited by size
                  ws-edit-balance delimited by size
                  into dormancy-report-record
           end-string
           write dormancy-report-record

           move ws-undated-count to ws-edit-count
           move spaces to dormancy-report-record
           string "NO ACTIVITY DATE - NOT JUDGED " delimited by size
                  ws-edit-count delimited by size
                  into dormancy-report-record
           end-string
           write dormancy-report-record

           close dormancy-report-file
           .

      *> ---------------------------------------------------------------
      *> always append an audit-trail entry, whatever happened
      *> ---------------------------------------------------------------
       write-run-log.
           open i-o run-log-file
           if ws-runlog-status = "35"
              open output run-log-file
              close run-log-file
              open i-o run-log-file
           end-if
           move rh-job-name to rlx-job-name
           move ws-caller-language to rlx-caller
           move rh-datetime(1:10) to rlx-run-date
           move rh-datetime to rlx-datetime
           move rh-return-code to rlx-return-code
           write run-log-index-record
               invalid key rewrite run-log-index-record
               end-rewrite
           end-write
           close run-log-file
           .

       write-error-log.
           open extend error-log-file
           if ws-errorlog-status = "35"
              close error-log-file
              open output error-log-file
           end-if
           move spaces to error-log-record
           string "CALLER=" delimited by size
                  ws-caller-language delimited by space
                  " " delimited by size
                  rh-datetime delimited by size
                  " RC=" delimited by size
                  rh-return-code delimited by size
                  " REASON=" delimited by size
                  ws-error-reason delimited by size
                  into error-log-record
           end-string
           write error-log-record
           close error-log-file
           .

       finish-run.
           move return-code to ws-return-code-num
           move ws-return-code-num to rh-return-code
           perform write-run-log
           if ws-return-code-num not = 0
              perform write-error-log
           end-if
           .
      *>****
