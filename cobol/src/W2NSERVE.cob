           10 response-unit-entry occurs 8.
             15 response-unit-value pic 9(18).
             15 response-unit-name  pic x(32).
      *> on an unknown word, W2N's nearest vocabulary word - the
      *> caller's "did you mean" prompt.
         05 response-reason-suggestion pic x(64).
       01 extract-copy-idx      pic 9(2).
       01 unit-copy-idx         pic 9(2).

       move w2n-result-time-minute to results-time-minute
       move w2n-result-is-percent to results-is-percent
       move w2n-result-digit-count to results-digit-count
       if w2n-result-has-alternate
           move w2n-result-is-ambiguous to results-is-ambiguous
           move w2n-result-alternate-kind to results-alternate-kind
           move w2n-result-alternate-value
             to results-alternate-value
           move w2n-result-alternate-high to results-alternate-high
       else
           move "N" to results-is-ambiguous
       end-if
       if w2n-result-was-auto-corrected
           move w2n-result-is-auto-corrected
             to results-is-auto-corrected
           move w2n-result-corrected-from to results-corrected-from
           move w2n-result-corrected-to to results-corrected-to
       else
           move "N" to results-is-auto-corrected
       end-if
       if w2n-result-from-roman
           move "Y" to results-is-roman
       else
           move "N" to results-is-roman
       end-if
       move w2n-result-qualifier to results-qualifier

       initialize response-record
       move request-id to response-id
       move w2n-reason-code to response-reason-code
       move w2n-reason-word to response-reason-word
       move w2n-reason-position to response-reason-position
       move w2n-reason-suggestion to response-reason-suggestion

      *> the result fields the RESULTS layout has no columns for.
       move w2n-result-fraction-numerator
