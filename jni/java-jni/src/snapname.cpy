      *> ***************************************************************
      *>****C* SWIG/polyglot/snapname
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Procedure half of the pre-posting snapshot naming (see
      *>   snapwork): builds the dated file name for one kind of
      *>   snapshot and points the GENFILE environment name at it.
      *> ***************************************************************
       build-snapshot-name.
           move spaces to ws-snap-file-name
           string "polyglot-snap-" delimited by size
                  ws-snap-kind delimited by space
                  "-" delimited by size
                  ws-snap-date delimited by size
                  ".dat" delimited by size
                  into ws-snap-file-name
           end-string
           set environment "GENFILE" to ws-snap-file-name
           .
      *>****
