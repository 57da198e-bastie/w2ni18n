           88 results-is-negative        value "-".
           88 results-is-positive        value space, "+".
         05 results-value-integer      pic 9(38).
      *> the starred display of a masked value - see
      *> results-value-masked below.
         05 results-value-masked-text redefines results-value-integer
                                       pic x(38).
         05 results-value-delimiter    pic x(1).
           88 results-value-is-integer   value space.
         05 results-value-decimal      pic 9(38).
           88 results-house-overflowed   value "O".
         05 results-house-value        pic 9(18).
         05 results-house-rate         pic 9(9).
      *> exceptions review (W2NDISP): "A" when a reviewer accepted a
      *> tolerance-diverted value as converted, "C" when the value
      *> carried is the one the reviewer keyed - space on a record
      *> that went straight through W2NBATCH.
         05 results-review-status      pic x(1).
           88 results-review-accepted    value "A".
           88 results-review-corrected   value "C".
      *> ambiguity (see w2n-result-ambiguity): "Y" when a second
      *> grammar would also have accepted the sentence, with that
      *> reading's kind (R range, T clock time hhmm, S digit
      *> sequence, Q quantity) and value - a range alternate carries
      *> its high end too. W2NBATCH routes flagged records to REVIEW
      *> instead of RESULTS.
         05 results-ambiguity.
           10 results-is-ambiguous     pic x(1).
             88 results-has-alternate    value "Y".
           10 results-alternate-kind   pic x(1).
             88 results-alternate-is-range    value "R".
             88 results-alternate-is-time     value "T".
             88 results-alternate-is-sequence value "S".
             88 results-alternate-is-quantity value "Q".
           10 results-alternate-value  pic 9(38).
           10 results-alternate-high   pic 9(38).
      *> auto-correction (see w2n-result-correction): "Y" when the
      *> value only converted because W2N replaced a misspelled word
      *> with its nearest vocabulary word - the word as spoken and
      *> the word used ride along so the change stays visible.
         05 results-correction.
           10 results-is-auto-corrected pic x(1).
             88 results-was-auto-corrected value "Y".
           10 results-corrected-from   pic x(64).
           10 results-corrected-to     pic x(64).
      *> "Y" when the value was read from a Roman numeral (see
      *> w2n-result-is-roman).
         05 results-is-roman           pic x(1).
           88 results-from-roman         value "Y".
      *> approximation qualifier spoken ahead of the number - AP, GE,
      *> LE, GT, LT, spaces when exact (see w2n-result-qualifier).
         05 results-qualifier          pic x(2).
           88 results-is-exact           value spaces.
           88 results-is-approximate     value "AP".
           88 results-is-at-least        value "GE".
           88 results-is-at-most         value "LE".
           88 results-is-more-than       value "GT".
           88 results-is-less-than       value "LT".
      *> duplicate-document check (W2NBATCH duplicate-check=flag):
      *> the latest run date this document id was already loaded
      *> under on RESMASTR - spaces when it was not on file or the
      *> check was off.
         05 results-prior-run-date     pic x(8).
      *> "Y" only on the copy of a record W2NBATCH routes to
      *> EXCEPTIONS or REVIEW whose digit-sequence value was masked:
      *> the value field then holds the starred display (read it
      *> through results-value-masked-text) and the clear value is on
      *> the run's CLEARVAL file under the same record number. Never
      *> set on a RESULTS record.
         05 results-value-masked       pic x(1).
           88 results-value-is-masked    value "Y".
      *> which input file of the run the sentence came from - its
      *> position on the W2NBATCH input manifest, 1 for a run over the
      *> single SENTENCES file.
         05 results-source-file        pic 9(2).
