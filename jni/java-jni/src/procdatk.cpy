      *> ***************************************************************
      *>****C* SWIG/polyglot/procdatk
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Procedure half of the shared processing date (see
      *>   procdate).  Reads the control file's date -- the first
      *>   line not opening "*", YYYY/MM/DD in its first ten bytes --
      *>   and judges it: a real date, no later than the clock, a
      *>   business day on the processing calendar, not before the
      *>   last cycle POLYEOD closed GO, so the chain can never be
      *>   run backwards over a day already signed off, and after
      *>   the month POLYCLOS last closed, whose lines have left the
      *>   live journal.  The day POLYEOD closed GO is itself
      *>   refused to every job but POLYEXTR, which runs after the
      *>   GO, so a date line left behind cannot post new business
      *>   into a signed-off day.  An empty or missing file, or
      *>   today's own date, leaves the chain on the clock as it
      *>   always was.
      *> ***************************************************************
       set-processing-date.
           move rh-datetime(1:10) to ws-proc-date
           set proc-date-is-clock to true
           move spaces to ws-proc-reason
           move spaces to ws-procdate-value
           move "N" to ws-procdate-eof-switch
           open input processing-date-file
           if ws-procdate-status = "00"
              perform read-procdate-record until procdate-eof
              close processing-date-file
           end-if
           if ws-procdate-value not = spaces
              and ws-procdate-value not = rh-datetime(1:10)
              perform judge-processing-date
           end-if
           move spaces to ws-proc-date-x
           string ws-proc-date(1:4) delimited by size
                  ws-proc-date(6:2) delimited by size
                  ws-proc-date(9:2) delimited by size
                  into ws-proc-date-x
           end-string
           .

       read-procdate-record.
           read processing-date-file
               at end set procdate-eof to true
               not at end
                   if processing-date-record(1:1) not = "*"
                      and processing-date-record not = spaces
                      move processing-date-record(1:10)
                           to ws-procdate-value
                      set procdate-eof to true
                   end-if
           end-read
           .

       judge-processing-date.
           set proc-date-is-refused to true
           move spaces to ws-procdate-check-x
           string ws-procdate-yyyy delimited by size
                  ws-procdate-mm delimited by size
                  ws-procdate-dd delimited by size
                  into ws-procdate-check-x
           end-string
           if ws-procdate-sep-1 = "/"
              and ws-procdate-sep-2 = "/"
              and ws-procdate-check-x is numeric
              if function test-date-yyyymmdd(ws-procdate-check-n) = 0
                 set proc-date-is-set to true
              end-if
           end-if
           if proc-date-is-refused
              move spaces to ws-proc-reason
              string "PROCESSING DATE " delimited by size
                     ws-procdate-value delimited by size
                     " IS NOT A DATE" delimited by size
                     into ws-proc-reason
              end-string
           end-if
           if proc-date-is-set
              and ws-procdate-value > rh-datetime(1:10)
              set proc-date-is-refused to true
              move spaces to ws-proc-reason
              string "PROCESSING DATE " delimited by size
                     ws-procdate-value delimited by size
                     " IS AHEAD OF THE CLOCK" delimited by size
                     into ws-proc-reason
              end-string
           end-if
           if proc-date-is-set
              perform load-processing-calendar
              move ws-procdate-check-n to ws-cal-check-date
              perform check-processing-day
              if cal-is-closed-day
                 set proc-date-is-refused to true
                 move spaces to ws-proc-reason
                 string "PROCESSING DATE " delimited by size
                        ws-procdate-value delimited by size
                        " IS NOT A BUSINESS DAY" delimited by size
                        into ws-proc-reason
                 end-string
              end-if
           end-if
           if proc-date-is-set
              perform find-last-completed-cycle
              if ws-procdate-value < ws-proc-last-cycle
                 set proc-date-is-refused to true
                 move spaces to ws-proc-reason
                 string "PROCESSING DATE " delimited by size
                        ws-procdate-value delimited by size
                        " BEFORE LAST CYCLE " delimited by size
                        ws-proc-last-cycle delimited by size
                        into ws-proc-reason
                 end-string
              end-if
              if ws-procdate-value = ws-proc-last-cycle
                 and rh-job-name not = "POLYEXTR"
                 set proc-date-is-refused to true
                 move spaces to ws-proc-reason
                 string "PROCESSING DATE " delimited by size
                        ws-procdate-value delimited by size
                        " CYCLE ALREADY CLOSED" delimited by size
                        into ws-proc-reason
                 end-string
              end-if
           end-if
           if proc-date-is-set
              perform find-journal-forward-date
              if ws-procdate-value not > ws-proc-forward-date
                 set proc-date-is-refused to true
                 move spaces to ws-proc-reason
                 string "PROCESSING DATE " delimited by size
                        ws-procdate-value delimited by size
                        " IN MONTH CLOSED TO " delimited by size
                        ws-proc-forward-date delimited by size
                        into ws-proc-reason
                 end-string
              end-if
           end-if
           if proc-date-is-set
              move ws-procdate-value to ws-proc-date
           end-if
           .

      *> ---------------------------------------------------------------
      *> a cycle is complete once POLYEOD has logged it GO; its
      *> run-log entry is keyed by the processing date it closed.
      *> POLYHIST empties the run-log at month end, so the cycle
      *> control record (see cycctl) answers once it has been rolled.
      *> ---------------------------------------------------------------
       find-last-completed-cycle.
           move spaces to ws-proc-last-cycle
           move "N" to ws-proc-scan-eof-switch
           open input run-log-file
           if ws-runlog-status = "00"
              move low-values to rlx-key
              start run-log-file key not < rlx-key
                  invalid key set proc-scan-done to true
              end-start
              perform read-cycle-run-log until proc-scan-done
              close run-log-file
           end-if
           perform read-cycle-control
           if ws-cyc-last-cycle > ws-proc-last-cycle
              move ws-cyc-last-cycle to ws-proc-last-cycle
           end-if
           .

       read-cycle-run-log.
           read run-log-file next
               at end set proc-scan-done to true
               not at end
                   if rlx-job-name = "POLYEOD "
                      and rlx-return-code = 0
                      and rlx-run-date > ws-proc-last-cycle
                      move rlx-run-date to ws-proc-last-cycle
                   end-if
           end-read
           .

      *> ---------------------------------------------------------------
      *> the balance-forward lines head the live journal (see
      *> POLYCLOS), so the scan stops at the first other line
      *> ---------------------------------------------------------------
       find-journal-forward-date.
           move spaces to ws-proc-forward-date
           move "N" to ws-proc-scan-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              perform read-forward-journal until proc-scan-done
              close posting-journal-file
           end-if
           .

       read-forward-journal.
           read posting-journal-file
               at end set proc-scan-done to true
               not at end
                   if jrn-is-balance-forward
                      if jrn-post-date > ws-proc-forward-date
                         move jrn-post-date to ws-proc-forward-date
                      end-if
                   else
                      set proc-scan-done to true
                   end-if
           end-read
           .
      *>****
