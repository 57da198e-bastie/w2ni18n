         10 w2n-language-code               pic x(2).
           88 w2n-language-is-english          value "EN".
           88 w2n-language-is-german           value "DE".
           88 w2n-language-is-french           value "FR".
      *> "??" asks W2N to score the sentence against every configured
      *> language's vocabulary and convert with the best match; the
      *> winner comes back in w2n-result-detected-language.
      *> caller can validate against the expected length.
           15 w2n-request-digit-sequence   pic x(1).
             88 w2n-digit-sequence-requested value "Y".
      *> "Y" lets W2N put a misspelled word right: when the nearest
      *> vocabulary word is exactly one edit away (one letter added,
      *> dropped or changed) and no other word is as close, the
      *> sentence is converted with that word in its place and
      *> w2n-result-correction below says so. Blank keeps the plain
      *> refusal - the suggestion comes back in w2n-reason either way.
           15 w2n-request-auto-correct     pic x(1).
             88 w2n-auto-correct-requested  value "Y".
      *> "Y" hands the sentence back rewritten with digits in place
      *> of its number words ("we shipped twenty five crates on the
      *> fourth of july" = "we shipped 25 crates on 2026-07-04"):
      *> every stretch one of the grammars accepts is written in the
      *> house format of the language profile (dates, times, percents,
      *> currency amounts), a date spoken without its year takes the
      *> current year, and words no grammar places stay as written.
      *> The rewritten text replaces w2n-number-sentences; the value,
      *> reason and return code are the ordinary conversion's.
           15 w2n-request-normalize-text   pic x(1).
             88 w2n-normalize-text-requested value "Y".
      *> digit-sequence masking: "Y" masks the call's digit-sequence
      *> value down to its last four digits on every output W2N writes
      *> itself (the AUDIT line) and hands the masked forms back in
      *> w2n-mask below for the caller's own outputs, "N" leaves the
      *> value in clear, blank follows the language profile's
      *> mask-digits key. Outside digit-sequence mode nothing is
      *> masked whatever the flag says.
           15 w2n-request-mask-digits      pic x(1).
             88 w2n-mask-digits-requested    value "Y".
             88 w2n-mask-digits-refused      value "N".
         10 w2n-result.
           15 filler                    pic x(1).
             88 w2n-result-is-none            value x"00".
               25 w2n-result-extract-start     pic 9(4).
               25 w2n-result-extract-end       pic 9(4).
               25 w2n-result-extract-following pic x(64).
      *> a sentence a second grammar would also have accepted: "ten
      *> to twelve" is a range and a clock time, "one two three" a
      *> digit sequence and an additive sum, "nineteen eighty four"
      *> a year and a quantity. The value fields above carry the
      *> reading W2N chose; the alternate reading's kind and value
      *> ride here (a range alternate carries its low and high, any
      *> other its single value in the low field, hhmm for a time).
      *> Spaces/zeros when the sentence has only one reading - a
      *> caller that must not act on a guess routes flagged records
      *> to a person instead.
           15 w2n-result-ambiguity.
             20 w2n-result-is-ambiguous     pic x(1).
               88 w2n-result-has-alternate     value "Y".
             20 w2n-result-alternate-kind   pic x(1).
               88 w2n-alternate-is-range       value "R".
               88 w2n-alternate-is-time        value "T".
               88 w2n-alternate-is-sequence    value "S".
               88 w2n-alternate-is-quantity    value "Q".
             20 w2n-result-alternate-value  pic 9(38).
             20 w2n-result-alternate-high   pic 9(38).
      *> set when the sentence only converted because a misspelled
      *> word was replaced by its nearest vocabulary word (see
      *> w2n-request-auto-correct) - the word as spoken and the word
      *> used, so a caller can show the change and a reviewer can
      *> judge it. "N"/spaces on every other call.
           15 w2n-result-correction.
             20 w2n-result-is-auto-corrected pic x(1).
               88 w2n-result-was-auto-corrected value "Y".
             20 w2n-result-corrected-from    pic x(64).
             20 w2n-result-corrected-to      pic x(64).
      *> "Y" when w2n-result-value-integer was read from a Roman
      *> numeral ("MCMLXXXIV" = 1984) rather than from number words
      *> or digits - in extract-all mode, when the first number found
      *> was one.
           15 w2n-result-is-roman          pic x(1).
             88 w2n-result-from-roman         value "Y".
      *> approximation qualifier spoken ahead of the number (from
      *> the profile's qualifier lists): "about fifty" = AP
      *> approximate, "at least three" = GE, "at most ten" = LE,
      *> "over a thousand" = GT more than, "nearly a hundred" = LT
      *> less than. The value fields carry the number as spoken;
      *> spaces when the number was stated exactly.
           15 w2n-result-qualifier         pic x(2).
             88 w2n-result-is-exact           value spaces.
             88 w2n-qualifier-approximate     value "AP".
             88 w2n-qualifier-at-least        value "GE".
             88 w2n-qualifier-at-most         value "LE".
             88 w2n-qualifier-more-than       value "GT".
             88 w2n-qualifier-less-than       value "LT".

         10 w2n-reason.
           15 w2n-reason-code           pic 9(2).
      *> continuation chain overflowed even the assembled buffer, so
      *> the sentence never reached the converter whole.
             88 w2n-reason-sentence-overflow value 6.
      *> the sentence's number is written in Roman letters that do
      *> not form a numeral ("IIII", "VX") - refused rather than
      *> read as the nearest well-formed value.
             88 w2n-reason-malformed-roman value 7.
           15 w2n-reason-word            pic x(64).
           15 w2n-reason-position        pic 9(4).
      *> on an unknown word, the nearest word in the loaded
      *> vocabulary by edit distance and that distance ("did you mean
      *> FORTY" for FOURTY, distance 1). Spaces/zero when nothing in
      *> the vocabulary is close enough to be a likely misspelling.
           15 w2n-reason-suggestion      pic x(64).
           15 w2n-reason-suggestion-distance pic 9(2).

      *> the masked forms of a digit-sequence call (see
      *> w2n-request-mask-digits): the value as a right-justified
      *> display with every digit but the last four starred
      *> ("*****3219"), the reason word and the sentence as written
      *> with the same digits starred - a spoken digit word is starred
      *> whole. The clear value stays in w2n-result for the caller's
      *> RESULTS record. w2n-mask-applied is "Y" only when something
      *> was actually starred - otherwise these fields are spaces.
         10 w2n-mask.
           15 w2n-mask-applied           pic x(1).
             88 w2n-mask-was-applied       value "Y".
           15 w2n-mask-value             pic x(38).
           15 w2n-mask-reason-word       pic x(64).
           15 w2n-mask-sentence          pic x(2048).

       01 w2n-returning             pic X.
         88 w2n-returning-ok            value low-value.
