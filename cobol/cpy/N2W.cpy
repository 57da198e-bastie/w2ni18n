         10 n2w-language-code           pic x(2).
           88 n2w-language-is-english      value "EN".
           88 n2w-language-is-german       value "DE".
           88 n2w-language-is-french       value "FR".
         10 n2w-request.
      *> "C" asks for the check-writing amount-line format: the
      *> integer amount in words, the minor amount as nn/100, the
           15 n2w-request-format        pic x(1).
             88 n2w-format-plain           value space, "P".
             88 n2w-format-check           value "C".
      *> "U" spells n2w-value-integer, a canonical value counted in
      *> the smallest unit of a unit chain, back as the unit phrase W2N
      *> reads it from - 1250 under "dollars" is "TWELVE DOLLARS AND
      *> FIFTY CENTS", each unit singular or plural as its value asks
      *> and units of value zero left out.
             88 n2w-format-unit            value "U".
      *> "Y" spells the final word in its ordinal form ("twenty
      *> fifth", German "einundzwanzigste") for anniversary and
      *> reminder letters - cardinal spelling otherwise.
      *> currency word printed in check format; spaces picks the
      *> first MAJOR word from units_<lang>.properties.
           15 n2w-check-currency        pic x(32).
      *> unit-phrase format: the major unit word of the chain in
      *> units_<lang>.properties, and the unit the value is counted
      *> in - spaces for the unit one below the major (cents under
      *> dollars), the unit W2N counts a phrase in when it names its
      *> major unit alone.
           15 n2w-unit-major-word       pic x(32).
           15 n2w-unit-counted-word     pic x(32).
         10 n2w-result-text             pic n(1024).

       01 n2w-returning             pic X.
