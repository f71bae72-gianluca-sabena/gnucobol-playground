      *> ***************************************************************
      *>****C* SWIG/polyglot/cycctlk
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Procedure half of the cycle control record (see cycctl).
      *>   No file yet reads as nothing recorded; the record is
      *>   rewritten whole, stamped with the run that wrote it.
      *> ***************************************************************
       read-cycle-control.
           move spaces to ws-cycle-line
           open input cycle-control-file
           if ws-cycle-status = "00"
              read cycle-control-file into ws-cycle-line
                  at end move spaces to ws-cycle-line
              end-read
              close cycle-control-file
           end-if
           .

       write-cycle-control.
           move "LAST CYCLE " to ws-cyc-label-1
           move "  LAST POSTED " to ws-cyc-label-2
           move "  UPDATED " to ws-cyc-label-3
           move rh-datetime to ws-cyc-updated
           open output cycle-control-file
           if ws-cycle-status = "00"
              write cycle-control-record from ws-cycle-line
              close cycle-control-file
           end-if
           .
      *>****
