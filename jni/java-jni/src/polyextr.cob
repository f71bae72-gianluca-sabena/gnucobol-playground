      *>     refuses to run with RC 9 and its own run-log entry
      *>     unless the predecessor in polyglot-seqctl.dat finished
      *>     clean today.
      *>   Modified: 2026-10-15 - works under the suite's processing
      *>     date (see procdate): the gate and its own run-log entry
      *>     go by the business day being run, not the clock's.  A
      *>     processing date the controls refuse stops the run with
      *>     RC 9.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)

       input-output section.
       file-control.
           select cycle-control-file assign to "polyglot-cycle.dat"
               organization line sequential
               file status is ws-cycle-status.

           select posting-journal-file assign to "polyglot-journal.dat"
               organization line sequential
               file status is ws-journal-status.

           select run-log-file assign to "polyglot-runlog.idx"
               organization indexed
               access mode dynamic
               organization line sequential
               file status is ws-override-status.

           select processing-date-file
               assign to "polyglot-procdate.dat"
               organization line sequential
               file status is ws-procdate-status.

           select calendar-file assign to "polyglot-calendar.dat"
               organization line sequential
               file status is ws-calendar-status.

       data division.
       file section.
       fd cycle-control-file.
       01 cycle-control-record       pic x(80).

       fd posting-journal-file.
       copy jrnlrec.

       fd run-log-file.
       copy runlogix.

       fd override-audit-file.
       01 override-audit-record      pic x(80).

       fd processing-date-file.
       01 processing-date-record     pic x(80).

       fd calendar-file.
       copy calrec.

       working-storage section.
       copy runheader.

       01 ws-runlog-status          pic xx.
       01 ws-journal-status         pic xx.
       01 ws-summary-status         pic xx.
       01 ws-recon-status           pic xx.
       01 ws-extract-status         pic xx.
      *> ---------------------------------------------------------------
       copy seqgate.

      *> ---------------------------------------------------------------
      *> shared processing date (see procdate/procdatk)
      *> ---------------------------------------------------------------
       copy procdate.
       copy cycctl.

      *> ---------------------------------------------------------------
      *> shared processing calendar (see runcal/runcalck/calrec)
      *> ---------------------------------------------------------------
       copy runcal.

       01 ws-runlog-eof-switch      pic x value "N".
           88 runlog-eof            value "Y".
       01 ws-summary-eof-switch     pic x value "N".
           move "POLYEXTR" to rh-job-name
           perform build-run-stamp
           move 0 to return-code
           perform set-processing-date
           if proc-date-is-refused
              move 9 to return-code
              move ws-proc-reason to ws-error-reason
              perform finish-run
              goback
           end-if

           perform check-step-gate
           if gate-is-blocked

       copy runstamp.

       copy procdatk.

       copy cycctlk.

       copy runcalck.

       copy seqgatek.

      *> ---------------------------------------------------------------
           end-if
           move rh-job-name to rlx-job-name
           move ws-caller-language to rlx-caller
           move ws-proc-date to rlx-run-date
           move rh-datetime to rlx-datetime
           move rh-return-code to rlx-return-code
           write run-log-index-record
