      *> to be rejected for - see w2n-reason-code in W2N.cpy.
       01 expected-reason-code      pic 9(2).

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
         perform test-suggestion
         perform test-qualifier
         perform test-normalize
         perform test-units
         perform tear-down
       display "exit German.main"

       .
       exit section.
      *-----------------------------------------------------------------
      * test-suggestion
      * a number word spelled without its umlaut transcription -
      * refused with the vocabulary spelling suggested, and converted
      * when auto-correction is asked for.
      *-----------------------------------------------------------------
       test-suggestion section.
       display "enter German.test-suggestion"
       move "funfzig" to w2n-number-sentences
           move "FUENFZIG" to expected-suggestion
           perform assert-suggested

       initialize expected-value
       move "funfzig" to w2n-number-sentences
           set w2n-auto-correct-requested to true
           move 50 to expected-value-integer
           move "FUNFZIG" to expected-corrected-from
           move "FUENFZIG" to expected-suggestion
           perform assert-corrected
           move space to w2n-request-auto-correct
       .
       exit section.

      *-----------------------------------------------------------------
      * test-qualifier
      * the German qualifier words - "etwa", "mindestens", "ueber",
      * the two-word "weniger als" - ahead of the number.
      *-----------------------------------------------------------------
       test-qualifier section.
       display "enter German.test-qualifier"
       initialize expected-value
       move "etwa fuenfzig" to w2n-number-sentences
           move 50 to expected-value-integer
           move "AP" to expected-qualifier
           perform assert-qualifier

       initialize expected-value
       move "mindestens drei" to w2n-number-sentences
           move 3 to expected-value-integer
           move "GE" to expected-qualifier
           perform assert-qualifier

       initialize expected-value
       move "ueber tausend" to w2n-number-sentences
           move 1000 to expected-value-integer
           move "GT" to expected-qualifier
           perform assert-qualifier

       initialize expected-value
       move "weniger als zehn" to w2n-number-sentences
           move 10 to expected-value-integer
           move "LT" to expected-qualifier
           perform assert-qualifier
       .
       exit section.

      *-----------------------------------------------------------------
      * test-normalize
      * the sentence handed back with digits in place of the spoken
      * numbers, in the house formats of profile_de.
      *-----------------------------------------------------------------
       test-normalize section.
       display "enter German.test-normalize"
       set w2n-normalize-text-requested to true

       move spaces to sentence-work
       string "um halb zehn kamen fuenfundzwanzig Leute, zwanzig "
              "prozent mehr" delimited by size
         into sentence-work
       end-string
       move sentence-work to w2n-number-sentences
           move "um 09:30 kamen 25 Leute, 20 % mehr"
             to expected-normalized
           perform assert-normalized

       move "minus drei Grad am Abend" to w2n-number-sentences
           move "-3 Grad am Abend" to expected-normalized
           perform assert-normalized

       move "kein einziger Zahlwert" to w2n-number-sentences
           move "kein einziger Zahlwert" to expected-normalized
           perform assert-normalized
           move space to w2n-request-normalize-text
       .
       exit section.

      *-----------------------------------------------------------------
      * test-units
      * compound unit phrases folded down to their canonical value
      * in smallest units - including a phrase that leaves a zero
      * unit out, and the "ein"/"eine" a single unit is spoken with.
      *-----------------------------------------------------------------
       test-units section.
       display "enter German.test-units"
       move "zwoelf euro und fuenfzig cent"
         to w2n-number-sentences
           move 1250 to expected-canonical
           perform assert-canonical

       move "eine stunde eine minute und eine sekunde"
         to w2n-number-sentences
           move 3661 to expected-canonical
           perform assert-canonical

       move "zwei stunden und fuenfzehn sekunden"
         to w2n-number-sentences
           move 7215 to expected-canonical
           perform assert-canonical

       move "ein euro und ein cent"
         to w2n-number-sentences
           move 101 to expected-canonical
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
      * assert-suggested
      * run the sentence through W2N and check it is refused as an
      * unknown word with expected-suggestion as the nearest word.
      *-----------------------------------------------------------------
       assert-suggested section.
       display "enter German.assert-suggested"
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
       display "enter German.assert-corrected"
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
      * assert-qualifier
      * run the sentence through W2N and check the value and the
      * approximation qualifier that comes back with it.
      *-----------------------------------------------------------------
       assert-qualifier section.
       display "enter German.assert-qualifier"
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
      * expected-normalized.
      *-----------------------------------------------------------------
       assert-normalized section.
       display "enter German.assert-normalized"
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
      * assert-canonical
      * run the unit phrase through W2N and check the canonical value
      * it folds down to against expected-canonical.
      *-----------------------------------------------------------------
       assert-canonical section.
       display "enter German.assert-canonical"
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
       END PROGRAM German.
