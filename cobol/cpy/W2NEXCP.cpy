      *> One EXCEPTIONS / REVIEW record written by W2NBATCH: the rule
      *> that fired (min/max zero on a keyed-amount mismatch or an
      *> ambiguous reading) in front of the full results record it
      *> held back, so the reviewer sees both at once. The run stamp
      *> is the start of the W2NBATCH run that wrote it - the same
      *> record number under the same file name comes round again on
      *> the next run, so W2NDISP and N2WINSTR tell one run's item
      *> from another's by the stamp and the document id.
       01 exceptions-record.
         05 exceptions-rule-key   pic x(32).
         05 exceptions-rule-min   pic 9(18).
         05 exceptions-rule-max   pic 9(18).
         05 exceptions-results    pic x(2200).
         05 exceptions-run-stamp  pic x(14).
         05 filler                pic x(18).
