           display "PERCENT           NO"
       end-if

       if results-from-roman
           display "ROMAN NUMERAL     YES"
       end-if

       evaluate true
           when results-is-approximate
               display "QUALIFIER         APPROXIMATE"
           when results-is-at-least
               display "QUALIFIER         AT LEAST"
           when results-is-at-most
               display "QUALIFIER         AT MOST"
           when results-is-more-than
               display "QUALIFIER         MORE THAN"
           when results-is-less-than
               display "QUALIFIER         LESS THAN"
       end-evaluate

       if results-prior-run-date not = spaces
           display "ALREADY CONVERTED RUN " results-prior-run-date
       end-if

       evaluate true
           when results-house-converted
               move results-house-value to small-edit
           when other
               continue
       end-evaluate

       if results-has-alternate
           move results-alternate-value to value-edit
           evaluate true
               when results-alternate-is-range
                   display "ALTERNATE RANGE   " value-edit
                   move results-alternate-high to value-edit
                   display "              TO  " value-edit
               when results-alternate-is-time
                   display "ALTERNATE TIME    " value-edit
               when results-alternate-is-sequence
                   display "ALTERNATE DIGITS  " value-edit
               when results-alternate-is-quantity
                   display "ALTERNATE QUANTITY" value-edit
               when other
                   display "ALTERNATE VALUE   " value-edit
           end-evaluate
       end-if
       if results-was-auto-corrected
           display "AUTO-CORRECTED    " results-corrected-from
           display "              TO  " results-corrected-to
       end-if
       evaluate true
           when results-review-accepted
               display "REVIEWED          ACCEPTED AS CONVERTED"
           when results-review-corrected
               display "REVIEWED          CORRECTED BY REVIEWER"
           when other
               continue
       end-evaluate
       display "--------------------------------------------------"

       exit section.
