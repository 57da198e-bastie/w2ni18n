      *> One DRAWNDOC ledger record: a document N2WINSTR drew a check
      *> for, appended when the run that drew it completes and never
      *> rewritten, so a rerun or restart on the same RESULTS file
      *> finds every document already paid - whether or not its
      *> AMOUNTS have gone through N2WBATCH onto CHECKREG yet - and
      *> holds it back instead of drawing a second check.
       01 drawn-ledger-record.
         05 ledger-document-id         pic x(32).
         05 ledger-check-number        pic 9(10).
      *> the run that drew it: when, and from which RESULTS file
         05 ledger-drawn-stamp         pic x(14).
         05 ledger-results-file        pic x(64).
