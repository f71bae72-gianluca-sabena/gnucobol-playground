      *> ***************************************************************
      *>****C* SWIG/polyglot/procdate
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Working-storage half of the shared processing date: the
      *>   business date the nightly chain works under, which is the
      *>   clock's date unless operations set another in the control
      *>   file "polyglot-procdate.dat" to run a lost night's cycle
      *>   the next morning as its own business day.  RH-DATETIME
      *>   still says when a job really ran; posting dates, suspense
      *>   ages, warehouse releases, rate freshness, run-log keys and
      *>   the sequence gate all come from ws-proc-date instead.
      *>
      *>   COPY this into WORKING-STORAGE and procdatk into PROCEDURE
      *>   DIVISION; the program supplies the SELECT/FD for
      *>   processing-date-file ("polyglot-procdate.dat", line
      *>   sequential, record x(80)), the calendar (see runcal/
      *>   runcalck/calrec), the indexed run-log opened with
      *>   dynamic access, the cycle control record (see cycctl/
      *>   cycctlk) and the posting journal (see jrnlrec), read only
      *>   for the balance-forward lines heading it.  PERFORM
      *>   set-processing-date straight
      *>   after build-run-stamp and read back:
      *>     ws-proc-date     YYYY/MM/DD, as rh-datetime(1:10) is
      *>     ws-proc-date-x   YYYYMMDD, numeric view ws-proc-date-n
      *>     the switch       clock (no date set, or today's), set
      *>                      (another day, accepted), or refused
      *>                      (run nothing: RC 9 by suite convention,
      *>                      ws-proc-reason ready for the error log;
      *>                      ws-proc-date is left on the clock so the
      *>                      refusal is logged under today).
      *> ***************************************************************
       01 ws-procdate-status        pic xx.
       01 ws-procdate-eof-switch    pic x value "N".
           88 procdate-eof          value "Y".
       01 ws-procdate-value         pic x(10).
       01 ws-procdate-parts redefines ws-procdate-value.
           05 ws-procdate-yyyy      pic x(4).
           05 ws-procdate-sep-1     pic x(1).
           05 ws-procdate-mm        pic x(2).
           05 ws-procdate-sep-2     pic x(1).
           05 ws-procdate-dd        pic x(2).
       01 ws-procdate-check-x       pic x(8).
       01 ws-procdate-check-n redefines ws-procdate-check-x
                                    pic 9(8).

       01 ws-proc-date              pic x(10).
       01 ws-proc-date-x            pic x(8).
       01 ws-proc-date-n redefines ws-proc-date-x
                                    pic 9(8).
       01 ws-proc-switch            pic x value "C".
           88 proc-date-is-clock    value "C".
           88 proc-date-is-set      value "S".
           88 proc-date-is-refused  value "R".
       01 ws-proc-reason            pic x(60).

      *> the last cycle POLYEOD closed GO, from the cycle control
      *> record or the run-log, whichever is later; and the day the
      *> live journal's balance-forward lines carry, the end of the
      *> last month POLYCLOS closed
       01 ws-proc-last-cycle        pic x(10).
       01 ws-proc-forward-date      pic x(10).
       01 ws-proc-scan-eof-switch   pic x value "N".
           88 proc-scan-done        value "Y".
      *>****
