         05 runhist-vocab-pin          occurs 4.
           10 runhist-pin-lang           pic x(2).
           10 runhist-pin-version        pic x(14).
      *> space on the record a run writes; "R" on the reversing entry
      *> W2NBACK writes when the run is backed out - it repeats the
      *> run's start stamp and figures so W2NTREND takes them back
      *> off that day instead of counting the run twice after a rerun.
         05 runhist-entry-kind         pic x(1).
           88 runhist-is-run-entry       value space.
           88 runhist-is-reversal        value "R".
