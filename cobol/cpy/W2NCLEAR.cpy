      *> Fixed-column CLEARVAL record written by W2NBATCH, one per
      *> record whose digit-sequence value went out masked (see
      *> w2n-mask in W2N.cpy): the clear value, reason word and
      *> sentence behind the starred copies on AUDIT, REJECTS,
      *> EXCEPTIONS and REVIEW, keyed by the record number those
      *> files carry. CLEARVAL is the one file besides RESULTS and
      *> RESMASTR that holds full account numbers - it is kept under
      *> restricted access and is not archived with the AUDIT trail.
       01 clearval-record.
         05 clearval-record-number     pic 9(9).
         05 clearval-language-code     pic x(2).
      *> which output the starred copy went to - the AUDIT line is
      *> written on every call, so "R" (converted onto RESULTS) means
      *> the AUDIT line alone was masked.
         05 clearval-output-kind       pic x(1).
           88 clearval-for-results       value "R".
           88 clearval-for-rejects       value "J".
           88 clearval-for-exceptions    value "E".
           88 clearval-for-review        value "V".
         05 clearval-document-id       pic x(32).
         05 clearval-digit-count       pic 9(4).
         05 clearval-value             pic 9(38).
         05 clearval-reason-word       pic x(64).
         05 clearval-sentence          pic x(2045).
