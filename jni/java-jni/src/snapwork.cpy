      *> ***************************************************************
      *>****C* SWIG/polyglot/snapwork
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Working-storage half of the pre-posting snapshot naming.
      *>   POLYPOST copies the account master, the referral queue,
      *>   the referral decisions, the warehouse and the interest
      *>   accrual file aside before it posts anything, one dated
      *>   file each:
      *>     polyglot-snap-master-YYYYMMDD.dat
      *>     polyglot-snap-referral-YYYYMMDD.dat
      *>     polyglot-snap-refdec-YYYYMMDD.dat
      *>     polyglot-snap-warehouse-YYYYMMDD.dat
      *>     polyglot-snap-accrual-YYYYMMDD.dat
      *>   and POLYBKOT puts them back for a backed-out posting date.
      *>   The master's copy is written last, so its presence says
      *>   the set is complete.  COPY this into WORKING-STORAGE and
      *>   snapname into PROCEDURE DIVISION; set ws-snap-date and
      *>   ws-snap-kind, PERFORM build-snapshot-name, read back
      *>   ws-snap-file-name.  The program supplies a line-sequential
      *>   SELECT assigned to "GENFILE" for the snapshot itself.
      *> ***************************************************************
       01 ws-snap-date              pic x(8).
       01 ws-snap-kind              pic x(9).
       01 ws-snap-file-name         pic x(40).
      *>****
