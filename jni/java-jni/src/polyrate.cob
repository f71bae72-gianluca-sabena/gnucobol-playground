      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20260903
      *>   Modified: 2026-10-15 - works under the suite's processing
      *>     date (see procdate) instead of the clock's: the rates
      *>     must be dated the business day being run, and the
      *>     history and run-log are dated by it.  A processing date
      *>     the controls refuse stops the run with RC 9.
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

           select calendar-file assign to "polyglot-calendar.dat"
               organization line sequential
               file status is ws-calendar-status.

       data division.
       file section.
      *> ---------------------------------------------------------------
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

       fd calendar-file.
       copy calrec.

       working-storage section.
       copy runheader.

       01 ws-report-status          pic xx.
       01 ws-config-status          pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-journal-status         pic xx.
       01 ws-errorlog-status        pic xx.

       01 ws-caller-language        pic x(10) value "UNKNOWN".

       01 ws-run-date               pic x(8).

      *> ---------------------------------------------------------------
      *> shared processing date (see procdate/procdatk)
      *> ---------------------------------------------------------------
       copy procdate.
       copy cycctl.

      *> ---------------------------------------------------------------
      *> shared processing calendar (see runcal/runcalck/calrec)
      *> ---------------------------------------------------------------
       copy runcal.

      *> ---------------------------------------------------------------
      *> maintenance control file: RATEMOVE=nn, largest percentage a
      *> rate may move against its last accepted value
           move "POLYRATE" to rh-job-name
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
           perform read-config
           perform load-rate-history
           perform load-rate-feed

       copy runstamp.

       copy procdatk.

       copy cycctlk.

       copy runcalck.

      *> ---------------------------------------------------------------
      *> maintenance control file: RATEMOVE=nn (percent; POLYRECON
      *> and POLYSUSP read their own keys from the same file)
           end-if
           move rh-job-name to rlx-job-name
           move ws-caller-language to rlx-caller
           move ws-proc-date to rlx-run-date
           move rh-datetime to rlx-datetime
           move rh-return-code to rlx-return-code
           write run-log-index-record
