      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20260903
      *>   Modified: 2026-10-15 - "today" is the suite's processing
      *>     date (see procdate): the predecessor is judged by its
      *>     run-log entry for the business day being run, so every
      *>     program copying this copies procdate/procdatk too.
      *> PURPOSE
      *>   Procedure half of the shared step-sequence gate (see
      *>   seqgate).  Reads this job's line from the sequence

       judge-gate-entry.
           if rlx-job-name = ws-gate-pred
              and rlx-run-date = ws-proc-date
              perform test-gate-clean-rc
           end-if
           .
