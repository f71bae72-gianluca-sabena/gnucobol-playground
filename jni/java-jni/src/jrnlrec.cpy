      *>     for an ordinary posting, "O" for a referred overdraft
      *>     debit posted on an operations approval, so the statement
      *>     shows which postings went past a limit on whose say-so.
      *>   Modified: 2026-10-15 - POLYINT posts here too: "I" marks
      *>     interest capitalized at month end, "F" the account type's
      *>     maintenance fee; both in base currency, captured and
      *>     converted amounts the same.
      *>   Modified: 2026-10-15 - reversal pairs: a reversal posts
      *>     with audit mark "R" and pair mark "R", carrying the
      *>     original's post date; the original's own line is then
      *>     given pair mark "X" and the reversal's post date, so a
      *>     statement shows the two as a pair.  The pair fields are
      *>     the only bytes of a posted line ever changed after the
      *>     fact -- its figures never are.  Lines written before
      *>     the record grew read back with both fields space.
      *>   Modified: 2026-10-15 - period close (see POLYCLOS): a
      *>     closed month's lines move to its dated generation file
      *>     and the live journal opens with one balance-forward line
      *>     per account, audit mark "P", dated the last day of the
      *>     closed month, type C for a balance in credit and D for
      *>     an overdrawn one, the balance in the converted amount
      *>     and a zero captured amount.  Replaying the file from the
      *>     top still lands every account on its balance.
      *>   Modified: 2026-10-15 - posting backout (see POLYBKOT): every
      *>     line of a backed-out posting date is given pair mark "V"
      *>     and the date of the backout.  A backed-out line stays on
      *>     the journal as the record that it once posted, but no
      *>     longer counts toward any balance, statement, ledger feed
      *>     or monitoring rule, and cannot be reversed.
      *>   Modified: 2026-10-15 - audit mark "A" for an item held for
      *>     a dormant account (see POLYPOST, refrec reason D) and
      *>     posted on an operations approval, debit or credit; "O"
      *>     stays the overdraft approval it always was.
      *> PURPOSE
      *>   Record layout for the permanent posted-transaction journal
      *>   "polyglot-journal.dat": one line per detail POLYPOST
           05 jrn-currency           pic x(3).
           05 jrn-conv-amount        pic 9(11)v99.
           05 jrn-audit-mark         pic x(1).
               88 jrn-is-balance-forward value "P".
           05 jrn-pair-mark          pic x(1).
               88 jrn-is-reversal    value "R".
               88 jrn-was-reversed   value "X".
               88 jrn-was-backed-out value "V".
           05 jrn-pair-date          pic x(10).
      *>****
