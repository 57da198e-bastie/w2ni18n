      * in the sentence with its word span and following word, so the
      * operator sees the same data every batch mode would have
      * produced without decoding W2NRESULT.cpy offsets by hand.
      * A dictated account number is queried in digit-sequence mode
      * and shown the way every output but RESULTS shows it - starred
      * down to its last four digits when the language profile masks
      * digit sequences, with no extract-all listing behind it.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01 operator-language     pic x(2).
       01 operator-sentence     pic x(2045).
       01 operator-digit-mode   pic x(1).
         88 operator-wants-digits value "Y", "y".
       01 operator-done-flag    pic x(1) value "N".
         88 operator-is-done      value "Y".

       01 echo-token-count      pic 9(4).
       01 echo-token-len        pic 9(4).
       01 echo-sentence-len     pic 9(4).
      *> the sentence echoed - the operator's, or W2N's starred copy
      *> of it when the digit sequence was masked.
       01 echo-source           pic x(2045).

       01 unit-display-idx      pic 9(2).
       01 extract-display-idx   pic 9(2).
           move spaces to operator-language
           accept operator-language

           display "digit sequence (Y/N - blank = N): "
                   with no advancing
           move spaces to operator-digit-mode
           accept operator-digit-mode

           display "sentence: " with no advancing
           move spaces to operator-sentence
           accept operator-sentence
       initialize w2n-parameter
       move function upper-case (operator-language)
         to w2n-language-code
       if operator-wants-digits
           set w2n-digit-sequence-requested to true
       end-if
       move sentence-national to w2n-number-sentences
       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning

       perform display-main-result

      *> the extract-all listing would spell a masked account number
      *> out in clear.
       if w2n-mask-was-applied
           display " "
           display "EXTRACT-ALL       (withheld - digit sequence"
                   " masked)"
           display "--------------------------------------------------"
           exit section
       end-if

       initialize w2n-parameter
       move function upper-case (operator-language)
         to w2n-language-code
       display "SIGN              " w2n-result-sign

       move w2n-result-value-integer to value-edit
       evaluate true
           when w2n-mask-was-applied
               display "VALUE             " w2n-mask-value
           when w2n-result-is-integer
               display "VALUE             " value-edit
           when other
           move w2n-result-value-decimal to decimal-edit
           display "VALUE             " value-edit "."
                   w2n-result-value-decimal
       end-evaluate

       if w2n-result-is-ordinal-word
           display "ORDINAL           YES"
           display "PERCENT           NO"
       end-if

       if w2n-result-from-roman
           display "ROMAN NUMERAL     YES"
       else
           display "ROMAN NUMERAL     NO"
       end-if

       evaluate true
           when w2n-qualifier-approximate
               display "QUALIFIER         APPROXIMATE"
           when w2n-qualifier-at-least
               display "QUALIFIER         AT LEAST"
           when w2n-qualifier-at-most
               display "QUALIFIER         AT MOST"
           when w2n-qualifier-more-than
               display "QUALIFIER         MORE THAN"
           when w2n-qualifier-less-than
               display "QUALIFIER         LESS THAN"
           when other
               display "QUALIFIER         EXACT"
       end-evaluate

       if w2n-result-digit-count > zero
           move w2n-result-digit-count to small-edit
           display "DIGIT COUNT       " small-edit

       if not w2n-returning-ok
           display "REASON CODE       " w2n-reason-code
           if w2n-mask-was-applied
               display "REASON WORD       " w2n-mask-reason-word
           else
               display "REASON WORD       " w2n-reason-word
           end-if
           if w2n-reason-suggestion not = spaces
               display "DID YOU MEAN      " w2n-reason-suggestion
           end-if
           move w2n-reason-position to small-edit
           display "REASON POSITION   " small-edit
           perform echo-sentence-with-marker
      * instead of being a bare position number.
      *-----------------------------------------------------------------
       echo-sentence-with-marker section.
       move operator-sentence to echo-source
       if w2n-mask-was-applied
           move w2n-mask-sentence (1:2045) to echo-source
       end-if
       move spaces to echo-line
       move zero to echo-out-pos
       move zero to echo-token-count
       perform varying echo-scan-pos from 2045 by -1
                until echo-scan-pos < 1
                   or echo-sentence-len > zero
           if echo-source (echo-scan-pos:1) not = space
               move echo-scan-pos to echo-sentence-len
           end-if
       end-perform
                until echo-scan-pos > echo-sentence-len + 1

           if echo-scan-pos <= echo-sentence-len
              and echo-source (echo-scan-pos:1) not = space
               if echo-token-start = zero
                   move echo-scan-pos to echo-token-start
               end-if
       end-if

       if echo-out-pos + echo-token-len <= 2090
           move echo-source
                (echo-token-start:echo-token-len)
             to echo-line (echo-out-pos + 1:echo-token-len)
           add echo-token-len to echo-out-pos
