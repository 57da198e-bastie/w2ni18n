      *> to be rejected for - see w2n-reason-code in W2N.cpy.
       01 expected-reason-code      pic 9(2).

      *> the ambiguity a sentence in test-ambiguity is expected to
      *> carry - see w2n-result-ambiguity in W2N.cpy. Kind space
      *> means the sentence must come back with one reading only.
       01 expected-alternate-kind   pic x(1).
       01 expected-alternate-value  pic 9(38).

      *> the nearest-word suggestion a refused sentence in
      *> test-suggestion is expected to carry, and the word as spoken
      *> an auto-corrected one is expected to report - see
      *> w2n-reason-suggestion and w2n-result-correction in W2N.cpy.
       01 expected-suggestion       pic x(64).
       01 expected-corrected-from   pic x(64).

      *> the approximation qualifier a sentence in test-qualifier is
      *> expected to carry - see w2n-result-qualifier in W2N.cpy.
       01 expected-qualifier        pic x(2).

      *> the rewritten sentence a sentence in test-normalize is
      *> expected to come back as - see w2n-request-normalize-text in
      *> W2N.cpy.
       01 expected-normalized       pic x(160).

      *> the starred sentence and value a digit sequence in
      *> test-masking is expected to come back with - see w2n-mask in
      *> W2N.cpy. A blank sentence means nothing may be starred.
       01 expected-mask-sentence    pic x(160).
       01 expected-mask-value       pic x(38).

      *> byte view of the sentence under test, so a FAIL message can
      *> show what was actually fed to W2N - the same redefines trick
      *> W2NRECON uses for recon-spelled.
           05 sentence-display-national redefines sentence-display-bytes
                                           pic n(1024).

      *> the canonical value in smallest units a unit phrase in
      *> test-units is expected to come back with - see
      *> w2n-result-canonical-value in W2N.cpy.
       01 expected-canonical        pic 9(38).

       01 assert-total-count        pic 9(9) value zero.
       01 assert-ok-count           pic 9(9) value zero.
       01 assert-fail-count         pic 9(9) value zero.
         perform setup
         perform test-positives
         perform test-negatives
         perform test-ambiguity
         perform test-suggestion
         perform test-roman
         perform test-qualifier
         perform test-normalize
         perform test-units
         perform test-masking
         perform tear-down
       display "exit English.main"

       .
       exit section.
      *-----------------------------------------------------------------
      * test-ambiguity
      * sentences a second grammar would also accept - each must come
      * back with the chosen value AND the alternate reading flagged,
      * and the plain ones with no flag at all.
      *-----------------------------------------------------------------
       test-ambiguity section.
       display "enter Engish.test-ambiguity"
       initialize expected-value
       move "ten to twelve" to w2n-number-sentences
           move 10 to expected-value-integer
           move "T" to expected-alternate-kind
           move 1150 to expected-alternate-value
           perform assert-ambiguous

       initialize expected-value
       move "ten to twelve" to w2n-number-sentences
           set w2n-time-phrase-requested to true
           move 1150 to expected-value-integer
           move "R" to expected-alternate-kind
           move 10 to expected-alternate-value
           perform assert-ambiguous
           move "N" to w2n-request-time-phrase

       initialize expected-value
       move "one two three" to w2n-number-sentences
           move 6 to expected-value-integer
           move "S" to expected-alternate-kind
           move 123 to expected-alternate-value
           perform assert-ambiguous

       initialize expected-value
       move "nineteen eighty four" to w2n-number-sentences
           move 1984 to expected-value-integer
           move "Q" to expected-alternate-kind
           move 103 to expected-alternate-value
           perform assert-ambiguous

       initialize expected-value
       move "one hundred and forty two" to w2n-number-sentences
           move 142 to expected-value-integer
           move space to expected-alternate-kind
           move zero to expected-alternate-value
           perform assert-ambiguous

       initialize expected-value
       move "half past nine" to w2n-number-sentences
           move 930 to expected-value-integer
           move space to expected-alternate-kind
           move zero to expected-alternate-value
           perform assert-ambiguous
       .
       exit section.
      *-----------------------------------------------------------------
      * test-suggestion
      * misspelled number words - refused with the nearest vocabulary
      * word suggested, and converted when auto-correction is asked
      * for and the correction is one edit with no equally close
      * rival ("fine" is one edit from FIVE and from NINE, so it
      * stays refused; the ordinal NINTH does not rival NINETY). A
      * sentence that still fails after the correction is refused
      * against the word as spoken.
      *-----------------------------------------------------------------
       test-suggestion section.
       display "enter Engish.test-suggestion"
       move "ninty" to w2n-number-sentences
           move "NINETY" to expected-suggestion
           perform assert-suggested

       initialize expected-value
       move "sevnty five" to w2n-number-sentences
           set w2n-auto-correct-requested to true
           move 75 to expected-value-integer
           move "SEVNTY" to expected-corrected-from
           move "SEVENTY" to expected-suggestion
           perform assert-corrected

       initialize expected-value
       move "ninty nine" to w2n-number-sentences
           move 99 to expected-value-integer
           move "NINTY" to expected-corrected-from
           move "NINETY" to expected-suggestion
           perform assert-corrected

       move "fine" to w2n-number-sentences
           move "FIVE" to expected-suggestion
           perform assert-suggested

       move "sevnty fivx" to w2n-number-sentences
           move "SEVENTY" to expected-suggestion
           perform assert-suggested
           move space to w2n-request-auto-correct
       .
       exit section.

      *-----------------------------------------------------------------
      * test-roman
      * Roman numerals written in capitals - read as numbers alone
      * and harvested from running text in extract-all mode, the
      * malformed ones refused for their own reason, the lower-case
      * word that only looks like one left a word.
      *-----------------------------------------------------------------
       test-roman section.
       display "enter Engish.test-roman"
       initialize expected-value
       move "MCMLXXXIV" to w2n-number-sentences
           move 1984 to expected-value-integer
           perform assert-roman

       initialize expected-value
       move "XIV" to w2n-number-sentences
           move 14 to expected-value-integer
           perform assert-roman

       initialize expected-value
       move "Volume III and Louis XVI" to w2n-number-sentences
           set w2n-extract-all-requested to true
           move 3 to expected-value-integer
           perform assert-roman
           move space to w2n-request-extract-all

       move "IIII" to w2n-number-sentences
           move 7 to expected-reason-code *> w2n-reason-malformed-roman
           perform assert-rejected

       move "VX" to w2n-number-sentences
           move 7 to expected-reason-code *> w2n-reason-malformed-roman
           perform assert-rejected

       move "mix" to w2n-number-sentences
           move 2 to expected-reason-code *> w2n-reason-unknown-word
           perform assert-rejected
       .
       exit section.

      *-----------------------------------------------------------------
      * test-qualifier
      * approximation qualifiers ahead of the number - the value is
      * the number as spoken, the qualifier comes back beside it; a
      * number stated plainly carries none.
      *-----------------------------------------------------------------
       test-qualifier section.
       display "enter Engish.test-qualifier"
       initialize expected-value
       move "about fifty" to w2n-number-sentences
           move 50 to expected-value-integer
           move "AP" to expected-qualifier
           perform assert-qualifier

       initialize expected-value
       move "over a thousand" to w2n-number-sentences
           move 1000 to expected-value-integer
           move "GT" to expected-qualifier
           perform assert-qualifier

       initialize expected-value
       move "at least three" to w2n-number-sentences
           move 3 to expected-value-integer
           move "GE" to expected-qualifier
           perform assert-qualifier

       initialize expected-value
       move "no more than twenty" to w2n-number-sentences
           move 20 to expected-value-integer
           move "LE" to expected-qualifier
           perform assert-qualifier

       initialize expected-value
       move "nearly a hundred" to w2n-number-sentences
           move 100 to expected-value-integer
           move "LT" to expected-qualifier
           perform assert-qualifier

       initialize expected-value
       move "fifty" to w2n-number-sentences
           move 50 to expected-value-integer
           move spaces to expected-qualifier
           perform assert-qualifier

       move "about" to w2n-number-sentences
           move 2 to expected-reason-code *> w2n-reason-unknown-word
           perform assert-rejected
       .
       exit section.

      *-----------------------------------------------------------------
      * test-normalize
      * the sentence handed back with digits in place of the spoken
      * numbers, in the house formats of profile_en - the words
      * around them, and any W2N cannot place, stay as written.
      *-----------------------------------------------------------------
       test-normalize section.
       display "enter Engish.test-normalize"
       set w2n-normalize-text-requested to true

       move spaces to sentence-work
       string "we shipped twenty five crates on the fourth of july "
              "two thousand twenty six" delimited by size
         into sentence-work
       end-string
       move sentence-work to w2n-number-sentences
           move "we shipped 25 crates on 2026-07-04"
             to expected-normalized
           perform assert-normalized

       move spaces to sentence-work
       string "It cost twelve dollars and fifty cents, about "
              "twenty-five percent more." delimited by size
         into sentence-work
       end-string
       move sentence-work to w2n-number-sentences
           move "It cost 12.50 dollars, about 25% more."
             to expected-normalized
           perform assert-normalized

       move "the first and the twenty second and the eleventh"
         to w2n-number-sentences
           move "the 1st and the 22nd and the 11th"
             to expected-normalized
           perform assert-normalized

       move "meet me at half past nine" to w2n-number-sentences
           move "meet me at 09:30" to expected-normalized
           perform assert-normalized

       move "minus five degrees and one hundred and one dalmatians"
         to w2n-number-sentences
           move "-5 degrees and 101 dalmatians" to expected-normalized
           perform assert-normalized

       move "between five and nine people" to w2n-number-sentences
           move "5-9 people" to expected-normalized
           perform assert-normalized

       move "no numbers in here at all" to w2n-number-sentences
           move "no numbers in here at all" to expected-normalized
           perform assert-normalized
           move space to w2n-request-normalize-text
       .
       exit section.

      *-----------------------------------------------------------------
      * test-masking
      * digit-sequence values starred down to their last four digits
      * - by the request flag, by the profile's mask-digits key, and
      * not at all when the caller refuses it.
      *-----------------------------------------------------------------
       test-masking section.
       display "enter Engish.test-masking"
       set w2n-digit-sequence-requested to true
       set w2n-mask-digits-requested to true

       move "four seven three two one nine" to w2n-number-sentences
           move "**** ***** three two one nine"
             to expected-mask-sentence
           move "**3219" to expected-mask-value
           perform assert-masked

       move "double four seven 1234" to w2n-number-sentences
           move "****** **** ***** 1234" to expected-mask-sentence
           move "***1234" to expected-mask-value
           perform assert-masked

       move "47321985" to w2n-number-sentences
           move "****1985" to expected-mask-sentence
           move "****1985" to expected-mask-value
           perform assert-masked

       move "one two three" to w2n-number-sentences
           move spaces to expected-mask-sentence
           move spaces to expected-mask-value
           perform assert-masked

      *> blank request flag: the English profile masks
       move space to w2n-request-mask-digits
       move "nine nine eight eight seven seven" to w2n-number-sentences
           move "**** **** eight eight seven seven"
             to expected-mask-sentence
           move "**8877" to expected-mask-value
           perform assert-masked

       set w2n-mask-digits-refused to true
       move "four seven three two one nine" to w2n-number-sentences
           move spaces to expected-mask-sentence
           move spaces to expected-mask-value
           perform assert-masked

       move space to w2n-request-mask-digits
       move space to w2n-request-digit-sequence
       .
       exit section.

      *-----------------------------------------------------------------
      * test-units
      * compound unit phrases folded down to their canonical value
      * in smallest units - including a phrase that leaves a zero
      * unit out between two spoken ones.
      *-----------------------------------------------------------------
       test-units section.
       display "enter Engish.test-units"
       move "twelve dollars and fifty cents"
         to w2n-number-sentences
           move 1250 to expected-canonical
           perform assert-canonical

       move "two hours thirty minutes and fifteen seconds"
         to w2n-number-sentences
           move 9015 to expected-canonical
           perform assert-canonical

       move "two hours and fifteen seconds"
         to w2n-number-sentences
           move 7215 to expected-canonical
           perform assert-canonical

       move "three kilometers and forty five centimeters"
         to w2n-number-sentences
           move 300045 to expected-canonical
           perform assert-canonical

       move "zero dollars and one cent"
         to w2n-number-sentences
           move 1 to expected-canonical
           perform assert-canonical
       .
       exit section.

      *-----------------------------------------------------------------
      * tear down
      *-----------------------------------------------------------------
       tear-down section.
       .
       exit section.

      *-----------------------------------------------------------------
      * assert-ambiguous
      * run the sentence through W2N and check the chosen value plus
      * the alternate reading (or its absence) against
      * expected-alternate-kind / expected-alternate-value.
      *-----------------------------------------------------------------
       assert-ambiguous section.
       display "enter Engish.assert-ambiguous"
       add 1 to assert-total-count
       move w2n-number-sentences to sentence-display-national

       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning
                     on exception display "99 bugs in a bottle..."
       end-call

       if w2n-returning-ok
          and w2n-result-value-integer = expected-value-integer
          and ((expected-alternate-kind = space
                and not w2n-result-has-alternate)
            or (w2n-result-has-alternate
                and w2n-result-alternate-kind = expected-alternate-kind
                and w2n-result-alternate-value
                      = expected-alternate-value))
           add 1 to assert-ok-count
       else
           add 1 to assert-fail-count
           move expected-value-integer to expected-value-edit
           move w2n-result-value-integer to actual-value-edit
           display "FAIL: [" sentence-display-bytes (1:64) "] expected="
                    expected-value-edit " actual=" actual-value-edit
                    " alternate=" w2n-result-alternate-kind
                    " " w2n-result-alternate-value
       end-if

       .
       exit section.

      *-----------------------------------------------------------------
      * assert-suggested
      * run the sentence through W2N and check it is refused as an
      * unknown word with expected-suggestion as the nearest word.
      *-----------------------------------------------------------------
       assert-suggested section.
       display "enter Engish.assert-suggested"
       add 1 to assert-total-count
       move w2n-number-sentences to sentence-display-national

       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning
                     on exception display "99 bugs in a bottle..."
       end-call

       if w2n-returning-error
          and w2n-reason-unknown-word
          and w2n-reason-suggestion = expected-suggestion
          and not w2n-result-was-auto-corrected
           add 1 to assert-ok-count
       else
           add 1 to assert-fail-count
           display "FAIL: [" sentence-display-bytes (1:64) "] expected"
                    " suggestion=" expected-suggestion (1:16)
                    " actual returning=" w2n-returning
                    " reason=" w2n-reason-code
                    " suggestion=" w2n-reason-suggestion (1:16)
       end-if

       .
       exit section.

      *-----------------------------------------------------------------
      * assert-corrected
      * run the sentence through W2N with auto-correction and check
      * the value plus the correction it reports.
      *-----------------------------------------------------------------
       assert-corrected section.
       display "enter Engish.assert-corrected"
       add 1 to assert-total-count
       move w2n-number-sentences to sentence-display-national

       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning
                     on exception display "99 bugs in a bottle..."
       end-call

       if w2n-returning-ok
          and w2n-result-value-integer = expected-value-integer
          and w2n-result-was-auto-corrected
          and w2n-result-corrected-from = expected-corrected-from
          and w2n-result-corrected-to = expected-suggestion
           add 1 to assert-ok-count
       else
           add 1 to assert-fail-count
           move expected-value-integer to expected-value-edit
           move w2n-result-value-integer to actual-value-edit
           display "FAIL: [" sentence-display-bytes (1:64) "] expected="
                    expected-value-edit " actual=" actual-value-edit
                    " returning=" w2n-returning
                    " corrected=" w2n-result-is-auto-corrected
       end-if

       .
       exit section.

      *-----------------------------------------------------------------
      * assert-roman
      * run the sentence through W2N and check the value and that it
      * is flagged as read from a Roman numeral.
      *-----------------------------------------------------------------
       assert-roman section.
       display "enter Engish.assert-roman"
       add 1 to assert-total-count
       move w2n-number-sentences to sentence-display-national

       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning
                     on exception display "99 bugs in a bottle..."
       end-call

       if w2n-returning-ok
          and w2n-result-value-integer = expected-value-integer
          and w2n-result-from-roman
           add 1 to assert-ok-count
       else
           add 1 to assert-fail-count
           move expected-value-integer to expected-value-edit
           move w2n-result-value-integer to actual-value-edit
           display "FAIL: [" sentence-display-bytes (1:64) "] expected="
                    expected-value-edit " actual=" actual-value-edit
                    " returning=" w2n-returning
                    " roman=" w2n-result-is-roman
       end-if

       .
       exit section.

      *-----------------------------------------------------------------
      * assert-qualifier
      * run the sentence through W2N and check the value and the
      * approximation qualifier that comes back with it.
      *-----------------------------------------------------------------
       assert-qualifier section.
       display "enter Engish.assert-qualifier"
       add 1 to assert-total-count
       move w2n-number-sentences to sentence-display-national

       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning
                     on exception display "99 bugs in a bottle..."
       end-call

       if w2n-returning-ok
          and w2n-result-value-integer = expected-value-integer
          and w2n-result-qualifier = expected-qualifier
           add 1 to assert-ok-count
       else
           add 1 to assert-fail-count
           move expected-value-integer to expected-value-edit
           move w2n-result-value-integer to actual-value-edit
           display "FAIL: [" sentence-display-bytes (1:64) "] expected="
                    expected-value-edit " actual=" actual-value-edit
                    " returning=" w2n-returning
                    " qualifier=" w2n-result-qualifier
       end-if

       .
       exit section.

      *-----------------------------------------------------------------
      * assert-normalized
      * run the sentence through W2N with the normalized text asked for
      * and check the sentence that comes back against
      * expected-normalized - the call's own outcome does not matter,
      * a sentence W2N refuses as a whole still comes back rewritten.
      *-----------------------------------------------------------------
       assert-normalized section.
       display "enter Engish.assert-normalized"
       add 1 to assert-total-count
       move w2n-number-sentences to sentence-display-national

       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning
                     on exception display "99 bugs in a bottle..."
       end-call

       move w2n-number-sentences to sentence-display-national
       if sentence-display-bytes (1:160) = expected-normalized
           add 1 to assert-ok-count
       else
           add 1 to assert-fail-count
           display "FAIL: expected=[" expected-normalized (1:64) "]"
                   " actual=[" sentence-display-bytes (1:64) "]"
       end-if

       .
       exit section.

      *-----------------------------------------------------------------
      * assert-masked
      * run the sentence through W2N and check the starred sentence
      * and value against expected-mask-sentence/-value - blank
      * expectations mean the call must come back with nothing
      * starred.
      *-----------------------------------------------------------------
       assert-masked section.
       display "enter Engish.assert-masked"
       add 1 to assert-total-count
       move w2n-number-sentences to sentence-display-national

       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning
                     on exception display "99 bugs in a bottle..."
       end-call

       if expected-mask-sentence = spaces
           if not w2n-mask-was-applied
               add 1 to assert-ok-count
           else
               add 1 to assert-fail-count
               display "FAIL: " sentence-display-bytes (1:64)
                       " starred as [" w2n-mask-sentence (1:64) "]"
           end-if
       else
           if w2n-mask-was-applied
              and w2n-mask-sentence (1:160) = expected-mask-sentence
              and function trim (w2n-mask-value)
                    = expected-mask-value
               add 1 to assert-ok-count
           else
               add 1 to assert-fail-count
               display "FAIL: expected=[" expected-mask-sentence (1:64)
                       "] actual=[" w2n-mask-sentence (1:64) "] value=["
                       function trim (w2n-mask-value) "]"
           end-if
       end-if

       .
       exit section.

      *-----------------------------------------------------------------
      * assert-canonical
      * run the unit phrase through W2N and check the canonical value
      * it folds down to against expected-canonical.
      *-----------------------------------------------------------------
       assert-canonical section.
       display "enter Engish.assert-canonical"
       add 1 to assert-total-count
       move w2n-number-sentences to sentence-display-national

       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning
                     on exception display "99 bugs in a bottle..."
       end-call

       if w2n-returning-ok
          and w2n-result-has-compound-units
          and w2n-result-canonical-value = expected-canonical
           add 1 to assert-ok-count
       else
           add 1 to assert-fail-count
           move expected-canonical to expected-value-edit
           move w2n-result-canonical-value to actual-value-edit
           display "FAIL: [" sentence-display-bytes (1:64) "] expected="
                    expected-value-edit " actual=" actual-value-edit
                    " returning=" w2n-returning
       end-if

       .
       exit section.

      *- Bye bye -------------------------------------------------------
       exit program.
       END PROGRAM English.
