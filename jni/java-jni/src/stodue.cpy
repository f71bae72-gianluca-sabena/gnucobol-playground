      *> ***************************************************************
      *>****C* SWIG/polyglot/stodue
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Working-storage half of the standing-order schedule
      *>   arithmetic.  COPY this into WORKING-STORAGE and stoduek
      *>   into PROCEDURE DIVISION of a program that has the
      *>   standing-order record (see storec) in its FILE SECTION.
      *>   The paragraphs work on STO-NEXT-DUE in place; catching up
      *>   takes its floor date from ws-sto-floor-date.
      *> ***************************************************************
       01 ws-sto-due-date           pic 9(8).
       01 ws-sto-due-parts redefines ws-sto-due-date.
           05 ws-sto-due-yyyy       pic 9(4).
           05 ws-sto-due-mm         pic 9(2).
           05 ws-sto-due-dd         pic 9(2).
       01 ws-sto-max-dd             pic 9(2).
       01 ws-sto-day-number         pic s9(9) comp.
       01 ws-sto-floor-date         pic 9(8).
       01 ws-sto-seek-limit         pic 9(4).
      *>****
