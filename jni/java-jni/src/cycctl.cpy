      *> ***************************************************************
      *>****C* SWIG/polyglot/cycctl
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Working-storage half of the cycle control record, the one
      *>   line in "polyglot-cycle.dat" that remembers how far the
      *>   nightly chain has got:
      *>     LAST CYCLE    the latest processing date POLYEOD closed
      *>                   GO (RC 0)
      *>     LAST POSTED   the latest processing date POLYPOST ran
      *>                   for past its own gates
      *>   The run-log says the same for as long as it holds the
      *>   entries, but POLYHIST empties it at every month end; this
      *>   record is never rolled, so the processing-date controls
      *>   (see procdatk), the period close (POLYCLOS) and the
      *>   posting backout (POLYBKOT) still know after a rollover.
      *>   Each date only ever moves forward.
      *>
      *>   COPY this into WORKING-STORAGE and cycctlk into PROCEDURE
      *>   DIVISION; the program supplies the SELECT/FD for
      *>   cycle-control-file ("polyglot-cycle.dat", line
      *>   sequential, record cycle-control-record x(80), file
      *>   status ws-cycle-status).  PERFORM read-cycle-control and
      *>   read the two dates back (spaces while nothing has been
      *>   recorded); to record one, move it in and PERFORM
      *>   write-cycle-control.
      *> ***************************************************************
       01 ws-cycle-status           pic xx.
       01 ws-cycle-line.
           05 ws-cyc-label-1        pic x(11).
           05 ws-cyc-last-cycle     pic x(10).
           05 ws-cyc-label-2        pic x(14).
           05 ws-cyc-last-posting   pic x(10).
           05 ws-cyc-label-3        pic x(10).
           05 ws-cyc-updated        pic x(19).
           05 filler                pic x(6).
      *>****
