      *>     today per polyglot-seqctl.dat, and every sequence-gate
      *>     override taken today is listed on the operations report
      *>     so an override can never be used quietly.
      *>   Modified: 2026-10-15 - the ledger handover joins the
      *>     checks: POLYGLAK must have run today and closed its GL
      *>     acknowledgement report CLEAN; a break against the feed
      *>     sent, or a feed the ledger has not acknowledged within a
      *>     business day, holds the day NOGO.
      *>   Modified: 2026-10-15 - monitoring cases POLYMON reports
      *>     open past their configured age are listed, from today's
      *>     polyglot-monrpt.txt, under their own heading; they are
      *>     compliance's to work, not a reason to hold the day.
      *>   Modified: 2026-10-15 - judges the cycle of the suite's
      *>     processing date (see procdate), not the clock's: the
      *>     runs logged under it, and the summary, GL acknowledgement
      *>     and monitor reports of that business day, which carry a
      *>     PROCESSING DATE line when it was not the day they ran.
      *>     The report shows the processing date beside the run date
      *>     whenever the two differ; error-log lines and overrides
      *>     stamped with either date are taken, as is a
      *>     reconciliation report of either.  A GO closes the cycle
      *>     for the processing date's backwards check.  A processing
      *>     date the controls refuse stops the run with RC 9.
      *>   Modified: 2026-10-15 - a GO is also recorded as LAST CYCLE
      *>     on the cycle control record (see cycctl), which POLYHIST
      *>     never rolls.
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
               file status is ws-summary-status.

           select glack-report-file assign to "polyglot-glakrpt.txt"
               organization line sequential
               file status is ws-glack-status.

           select monitor-report-file assign to "polyglot-monrpt.txt"
               organization line sequential
               file status is ws-monitor-status.

           select eod-report-file assign to "polyglot-eod.txt"
               organization line sequential
               file status is ws-eod-status.
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

       fd summary-file.
       01 summary-record             pic x(80).

       fd glack-report-file.
       01 glack-report-record        pic x(80).

       fd monitor-report-file.
       01 monitor-report-record      pic x(80).

       fd eod-report-file.
       01 eod-report-record          pic x(80).

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
       01 ws-errorlog-status        pic xx.
       01 ws-recon-status           pic xx.
       01 ws-summary-status         pic xx.
       01 ws-glack-status           pic xx.
       01 ws-monitor-status         pic xx.
       01 ws-eod-status             pic xx.

       01 ws-caller-language        pic x(10) value "UNKNOWN".
       01 ws-summary-date           pic x(10) value spaces.
       01 ws-summary-net-switch     pic x value "N".
           88 summary-has-net       value "Y".
       01 ws-glack-eof-switch       pic x value "N".
           88 glack-eof             value "Y".
       01 ws-glack-date             pic x(10) value spaces.
       01 ws-glack-verdict          pic x(10) value spaces.

      *> ---------------------------------------------------------------
      *> the day's exceptions, gathered as report lines as they are
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

      *> ---------------------------------------------------------------
      *> sequence-gate overrides taken today: sanctioned, but never
      *> silent -- each one is shown on the operations report
       01 ws-override-eof-switch    pic x value "N".
           88 override-eof          value "Y".

      *> ---------------------------------------------------------------
      *> monitoring cases open past their age, as today's POLYMON
      *> report lists them
      *> ---------------------------------------------------------------
       01 ws-aged-case-table.
           05 ws-aged-case-entry occurs 20 times
                                  indexed by agd-idx.
               10 ag-text           pic x(70).
       01 ws-aged-case-count        pic 9(3) value 0.
       01 ws-monitor-date           pic x(10) value spaces.
       01 ws-monitor-eof-switch     pic x value "N".
           88 monitor-eof           value "Y".

       01 ws-today                  pic x(10).
       01 ws-edit-count             pic zz9.
       01 ws-return-code-num        pic 9(4).
           end-if
           move "POLYEOD " to rh-job-name
           perform build-run-stamp
           perform set-processing-date
           if proc-date-is-refused
              move 9 to return-code
              perform write-own-run-log
              goback
           end-if
           move ws-proc-date to ws-today

           perform check-step-gate
           if gate-is-blocked
           perform check-error-log
           perform check-reconciliation
           perform check-summary
           perform check-gl-acknowledgement
           perform check-aged-cases
           perform check-overrides
           perform write-eod-report

           if ws-exception-count = 0
              move 0 to return-code
              perform record-closed-cycle
           else
              move 8 to return-code
           end-if

       copy runstamp.

       copy procdatk.

       copy cycctlk.

      *> ---------------------------------------------------------------
      *> a GO closes the processing date's cycle on the cycle control
      *> record as well as the run-log: the record outlives POLYHIST's
      *> month-end rollover, and POLYCLOS and the processing-date
      *> controls read it
      *> ---------------------------------------------------------------
       record-closed-cycle.
           perform read-cycle-control
           if ws-proc-date > ws-cyc-last-cycle
              move ws-proc-date to ws-cyc-last-cycle
              perform write-cycle-control
           end-if
           .

       copy runcalck.

       copy seqgatek.

      *> ---------------------------------------------------------------
           read override-audit-file
               at end set override-eof to true
               not at end
                   if (override-audit-record(33:10) = ws-today
                       or override-audit-record(33:10)
                          = rh-datetime(1:10))
                      and ws-override-count < 20
                      add 1 to ws-override-count
                      move override-audit-record(1:70)
                     into ws-err-datetime
              end-string
              if ws-err-datetime(1:10) = ws-today
                 or ws-err-datetime(1:10) = rh-datetime(1:10)
                 move ws-err-tail(1:4) to ws-err-rc
                 move ws-err-tok1(8:10) to ws-err-caller
                 move "N" to ws-err-match-switch
           .

      *> ---------------------------------------------------------------
      *> POLYRECON must have run today and closed RECONCILED.  it
      *> checks the bindings on the clock, not the business day, so
      *> on a catch-up cycle this morning's report serves as well.
      *> ---------------------------------------------------------------
       check-reconciliation.
           move "N" to ws-recon-eof-switch
                   move "NO RECONCILIATION REPORT" to ws-eod-prefix
                   perform note-exception-text
               when ws-recon-date not = ws-today
                    and ws-recon-date not = rh-datetime(1:10)
                   move "RECONCILIATION REPORT IS NOT TODAYS"
                        to ws-eod-prefix
                   perform note-exception-text
                         = "POLYGLOT TRANSACTION SUMMARY  "
                      move summary-record(31:10) to ws-summary-date
                   end-if
                   if summary-record(1:16) = "PROCESSING DATE "
                      move summary-record(27:10) to ws-summary-date
                   end-if
                   if summary-record(1:4) = "NET "
                      set summary-has-net to true
                   end-if
           end-read
           .

      *> ---------------------------------------------------------------
      *> POLYGLAK must have run today and found the ledger holding
      *> what was sent, with nothing left unacknowledged too long
      *> ---------------------------------------------------------------
       check-gl-acknowledgement.
           move "N" to ws-glack-eof-switch
           move spaces to ws-glack-date
           move spaces to ws-glack-verdict
           open input glack-report-file
           if ws-glack-status = "00"
              perform read-glack-record until glack-eof
              close glack-report-file
           end-if
           evaluate true
               when ws-glack-date = spaces
                   move "NO GL ACKNOWLEDGEMENT REPORT" to ws-eod-prefix
                   perform note-exception-text
               when ws-glack-date not = ws-today
                   move "GL ACKNOWLEDGEMENT REPORT IS NOT TODAYS"
                        to ws-eod-prefix
                   perform note-exception-text
               when ws-glack-verdict not = "CLEAN"
                   move spaces to ws-eod-prefix
                   string "GL ACKNOWLEDGEMENT VERDICT IS "
                          delimited by size
                          ws-glack-verdict delimited by size
                          into ws-eod-prefix
                   end-string
                   perform note-exception-text
           end-evaluate
           .

       read-glack-record.
           read glack-report-file
               at end set glack-eof to true
               not at end
                   if glack-report-record(1:30)
                         = "POLYGLOT GL ACKNOWLEDGEMENT   "
                      move glack-report-record(31:10) to ws-glack-date
                   end-if
                   if glack-report-record(1:16) = "PROCESSING DATE "
                      move glack-report-record(27:10) to ws-glack-date
                   end-if
                   if glack-report-record(1:16) = "GL ACK VERDICT: "
                      move glack-report-record(17:10)
                           to ws-glack-verdict
                   end-if
           end-read
           .

      *> ---------------------------------------------------------------
      *> aged monitoring cases, from today's report only; the count
      *> is every AGED line, the listing the first twenty
      *> ---------------------------------------------------------------
       check-aged-cases.
           move "N" to ws-monitor-eof-switch
           move spaces to ws-monitor-date
           open input monitor-report-file
           if ws-monitor-status = "00"
              perform read-monitor-record until monitor-eof
              close monitor-report-file
           end-if
           .

       read-monitor-record.
           read monitor-report-file
               at end set monitor-eof to true
               not at end
                   if monitor-report-record(1:30)
                         = "POLYGLOT TRANSACTION MONITOR  "
                      move monitor-report-record(31:10)
                           to ws-monitor-date
                   end-if
                   if monitor-report-record(1:16) = "PROCESSING DATE "
                      move monitor-report-record(27:10)
                           to ws-monitor-date
                   end-if
                   if monitor-report-record(1:5) = "AGED "
                      and ws-monitor-date = ws-today
                      add 1 to ws-aged-case-count
                      if ws-aged-case-count not > 20
                         move monitor-report-record(1:70)
                              to ag-text(ws-aged-case-count)
                      end-if
                   end-if
           end-read
           .

      *> ---------------------------------------------------------------
      *> exception bookkeeping: the caller leaves the finished line
      *> in ws-eod-prefix
           end-string
           write eod-report-record

           if proc-date-is-set
              move spaces to eod-report-record
              string "PROCESSING DATE . . . . . " delimited by size
                     ws-proc-date delimited by size
                     "  RUN DATE " delimited by size
                     rh-datetime(1:10) delimited by size
                     into eod-report-record
              end-string
              write eod-report-record
           end-if

           move spaces to eod-report-record
           write eod-report-record

           end-string
           write eod-report-record

           move spaces to eod-report-record
           string "GL ACK VERDICT . . . . . . " delimited by size
                  ws-glack-verdict delimited by size
                  into eod-report-record
           end-string
           write eod-report-record

           move spaces to eod-report-record
           write eod-report-record

           move spaces to eod-report-record
           write eod-report-record

           move spaces to eod-report-record
           string "MONITOR REPORT DATED . . . " delimited by size
                  ws-monitor-date delimited by size
                  into eod-report-record
           end-string
           write eod-report-record

           move ws-aged-case-count to ws-edit-count
           move spaces to eod-report-record
           string "AGED MONITORING CASES. . . " delimited by size
                  ws-edit-count delimited by size
                  into eod-report-record
           end-string
           write eod-report-record

           perform write-aged-case-line
                   varying agd-idx from 1 by 1
                   until agd-idx > ws-aged-case-count
                      or agd-idx > 20

           move spaces to eod-report-record
           write eod-report-record

           move spaces to eod-report-record
           if ws-exception-count = 0
              move "GO" to eod-report-record
           write eod-report-record
           .

       write-aged-case-line.
           move spaces to eod-report-record
           string "  " delimited by size
                  ag-text(agd-idx) delimited by size
                  into eod-report-record
           end-string
           write eod-report-record
           .

      *> ---------------------------------------------------------------
      *> the verdict itself joins the audit trail
      *> ---------------------------------------------------------------
           end-if
           move rh-job-name to rlx-job-name
           move ws-caller-language to rlx-caller
           move ws-proc-date to rlx-run-date
           move rh-datetime to rlx-datetime
           move rh-return-code to rlx-return-code
           write run-log-index-record
