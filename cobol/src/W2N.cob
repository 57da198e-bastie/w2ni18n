         05 fractions-content-bytes redefines fractions-content
                                     pic x(80).

      *> the 360-byte free-form line, then the trail's own sequence
      *> number and chained check value in fixed columns behind it -
      *> see write-audit-line.
       FD audit-file
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 audit-line.
         05 audit-line-text       pic x(360).
         05 audit-line-seq        pic x(9).
         05 filler                pic x(1).
         05 audit-line-chain      pic x(12).
         05 filler                pic x(18).

       FD languages-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 percent-flag            pic x(1).
         88 percent-phrase-found    value "Y".
       01 percent-word-idx        pic 9(4).
      *> a two-word percent phrase (French "pour cent") is kept
      *> blank-joined in percent-words and matched against the last
      *> two words of the sentence put together here.
       01 percent-phrase          pic x(32).
       01 percent-equivalent      pic 9(38).
      *> the power-of-ten denominator of whatever currently sits in
      *> w2n-result-value-decimal - 100 for the fraction path's
       01 double-match-flag       pic x(1).
         88 word-is-double-word     value "Y".

      *> digit-sequence masking: the profile's mask-digits key, the
      *> rule as it applies to this call, and how many digits each
      *> word gave the sequence (a double word gives none itself - it
      *> is starred with the digit word it doubles), so the sentence
      *> can be starred word by word up to the last four digits.
       01 mask-digits-flag        pic x(1) value "N".
         88 language-masks-digits   value "Y".
       01 digit-mask-flag         pic x(1) value "N".
         88 digit-mask-is-active    value "Y".
       77 MASK-SHOWN-DIGITS       pic 9(2) value 4.
       01 digit-seq-word-table.
        03 digit-seq-word-digits   pic 9(2) occurs 200.
       01 mask-hide-count         pic 9(4).
       01 mask-digits-seen        pic 9(4).
       01 mask-word-idx           pic 9(4).
       01 mask-char-idx           pic 9(4).
       01 mask-char-count         pic 9(4).
       01 mask-double-idx         pic 9(4).
       01 mask-word-hidden-flag   pic x(1).
         88 mask-word-is-hidden     value "Y".
       01 mask-value-digits       pic 9(38).

      *> ambiguity probes: once a grammar has filled the result, the
      *> competing grammar is tried on the same words to see whether
      *> it would also have accepted the sentence. The parse switches
      *> and value fields the second try disturbs are saved here and
      *> put back afterwards, so the chosen reading stands as it was.
       01 probe-saved-unknown     pic x(1).
       01 probe-saved-ordinal     pic x(1).
       01 probe-saved-overflow    pic x(1).
       01 probe-saved-value       pic x(80).
       01 probe-saved-decimal-scale pic 9(18).
       01 probe-saved-reason      pic x(200).
       01 probe-saved-time-request pic x(1).
       01 probe-digit-value       pic 9(38).
       01 probe-digit-count       pic 9(4).
       01 probe-digit-flag        pic x(1).
         88 probe-run-is-digits     value "Y".

      *> nearest-word suggestion working storage: the refused word and
      *> each vocabulary word are compared by edit distance, two rows
      *> of the distance matrix at a time (80 letters plus the empty
      *> prefix column).
       01 suggest-token           pic x(80).
       01 suggest-token-len       pic 9(4).
       01 suggest-candidate       pic x(80).
       01 suggest-candidate-len   pic 9(4).
       01 suggest-best-word       pic x(64).
       01 suggest-best-distance   pic 9(4).
       01 suggest-tie-flag        pic x(1).
         88 suggest-best-is-tied    value "Y".
       01 suggest-best-ordinal    pic x(1).
       01 suggest-candidate-ordinal pic x(1).
       01 suggest-distance        pic 9(4).
       01 suggest-limit           pic 9(4).
       01 suggest-table-idx       pic 9(4).
       01 filler.
        03 edit-previous-row       pic 9(4) occurs 81.
        03 edit-current-row        pic 9(4) occurs 81.
       01 edit-row-idx            pic 9(4).
       01 edit-col-idx            pic 9(4).
       01 edit-cost               pic 9(4).

      *> auto-correction working storage: the word as spoken is kept
      *> so a correction that still leaves the sentence refused can
      *> be put back.
       01 sentence-word-total     pic 9(4).
       01 correct-position        pic 9(4).
       01 correct-from-word       pic x(80).
       01 correct-to-word         pic x(64).
       01 correct-applied-flag    pic x(1).
         88 correction-was-applied  value "Y".

      *> loaded in ascending key order and searched with SEARCH ALL -
      *> every word of every sentence looks one of these up, so a
      *> linear scan here would not scale as more vocabulary is added.
       01 unit-role-work           pic x(6).
       01 unit-rank-work           pic 9(2).
       01 unit-ratio-work          pic 9(18).
       01 unit-entry-work          pic 9(4).
      *> the ratio part of a units line - a third ":" part names the
      *> singular form N2W spells and is no concern of this program.
       01 unit-ratio-text          pic x(16).

      *> the unit words actually present in this sentence, in spoken
      *> order with strictly descending unit size (a word out of rank
         05 unit-chain-word-idx       pic 9(4).
         05 unit-chain-rank           pic 9(2).
         05 unit-chain-ratio          pic 9(18).
         05 unit-chain-entry-idx      pic 9(4).
       01 unit-chain-count         pic 9(2) value zero.
       01 unit-chain-k             pic 9(2).
      *> one link of the fold: how many units of the next spoken word
      *> make one of the word above it, and the bound a spoken amount
      *> must stay under - the two differ when a zero level was left
      *> unspoken ("two hours fifteen seconds" folds through the
      *> minutes' ratio as well).
       01 unit-link-multiplier     pic 9(18).
       01 unit-link-bound          pic 9(18).
       01 unit-link-rank           pic 9(2).
       01 unit-link-idx            pic 9(4).
       01 unit-link-flag           pic x(1).
         88 unit-link-level-found    value "Y".
       01 canonical-valid-flag     pic x(1).
         88 canonical-is-valid       value "Y".

       01 negative-word-count     pic 9(2) value zero.
       01 compound-words-flag     pic x(1) value "N".
         88 language-agglutinates   value "Y".
      *> profile key "vigesimal": the language counts the upper tens
      *> in twenties (French "quatre-vingts" = 4 x 20) - see
      *> accumulate-value.
       01 vigesimal-flag          pic x(1) value "N".
         88 language-counts-in-twenties value "Y".
       01 filler-match-flag       pic x(1).
         88 word-is-filler          value "Y".
       01 negative-match-flag     pic x(1).
       01 profile-list-pos        pic 9(4).
       01 profile-list-start      pic 9(4).
       01 profile-scan-idx        pic 9(2).

      *> approximation qualifiers ("about fifty", "over a thousand",
      *> "at least three"): the profile's approximate / at-least /
      *> at-most / more-than / less-than lists, each word carrying
      *> the qualifier code it stands for (see w2n-result-qualifier).
      *> A multi-word qualifier is written hyphen-joined in the
      *> profile ("at-least") and kept blank-joined here, the way the
      *> tokenizer splits it. No lists, no qualifiers - a language
      *> without them parses exactly as before.
       01 filler.
        03 qualifier-entry          occurs 24.
         05 qualifier-text            pic x(32).
         05 qualifier-code            pic x(2).
       01 qualifier-count         pic 9(2) value zero.
       01 qualifier-code-work     pic x(2).
       01 qualifier-idx           pic 9(2).
       01 qualifier-try-words     pic 9(2).
       01 qualifier-join-idx      pic 9(4).
       01 qualifier-phrase        pic x(80).
       01 qualifier-phrase-pos    pic 9(4).
      *> the qualifier found leading the sentence and how many words
      *> it took - they are taken out of word-table before the parse,
      *> and the word positions handed back are put right afterwards.
       01 qualifier-found-code    pic x(2).
       01 qualifier-found-words   pic 9(2).

      *> house formats for the number-normalized text (see
      *> w2n-request-normalize-text), from the profile's house-* keys:
      *> a date pattern over YYYY/MM/DD, a time pattern over HH/MM,
      *> percent and currency patterns with "#" for the number and "*"
      *> for the currency word, the decimal mark, and the ordinal
      *> suffixes (one for every number, two for one and the rest,
      *> four for numbers ending 1/2/3 - not 11 to 13 - and the rest).
       01 house-date-format       pic x(32).
       01 house-time-format       pic x(32).
       01 house-percent-format    pic x(32).
       01 house-currency-format   pic x(32).
       01 house-decimal-mark      pic x(1).
       01 filler.
        03 house-ordinal-suffix    pic x(8) occurs 4.
       01 house-ordinal-count     pic 9(2) value zero.
      *> the articles that may open a spoken date ("THE fourth of
      *> july") - profile key "article".
       01 filler.
        03 article-words           pic x(32) occurs 8.
       01 article-word-count      pic 9(2) value zero.

      *> number-normalized text working storage: the call's own
      *> result, reason and tokens are put aside while every stretch
      *> of the sentence is tried through the grammars on its own, and
      *> put back before the rewritten text is handed over.
       01 normalize-saved-result  pic x(4000).
       01 normalize-saved-reason  pic x(200).
       01 normalize-saved-returning pic x(1).
       01 normalize-saved-extract pic x(1).
       01 normalize-word-total    pic 9(4).
       01 filler.
        03 normalize-word-save     occurs 200.
         05 normalize-word-image    pic x(200).
         05 normalize-word-start    pic 9(4).
         05 normalize-word-end      pic 9(4).
      *> per token: N a vocabulary word, F a filler word, M a month
      *> word, space anything else - worked out once, ahead of the
      *> trial parses that overwrite word-table.
         05 normalize-word-kind     pic x(1).
           88 normalize-kind-number    value "N".
           88 normalize-kind-filler    value "F".
           88 normalize-kind-month     value "M".
           88 normalize-kind-phrase    value "P".
           88 normalize-kind-article   value "A".
       01 normalize-list-idx      pic 9(4).
       01 normalize-first-word    pic x(32).
       01 normalize-scan-idx      pic 9(4).
       01 normalize-run-end       pic 9(4).
       01 normalize-try-end       pic 9(4).
       01 normalize-try-max       pic 9(4).
       01 normalize-copy-idx      pic 9(4).
       01 normalize-probe-words   pic 9(4).
       01 normalize-start-flag    pic x(1).
         88 normalize-start-possible value "Y".
       01 normalize-accept-flag   pic x(1).
         88 normalize-run-accepted  value "Y".
       01 normalize-month-flag    pic x(1).
         88 normalize-run-has-month value "Y".
       01 normalize-current-year  pic 9(4).
       01 normalize-text.
         05 normalize-text-bytes    pic x(2048).
         05 normalize-text-national redefines normalize-text-bytes
                                     pic n(1024).
       01 normalize-text-pos      pic 9(4).
       01 normalize-copied-to     pic 9(4).
       01 normalize-source-len    pic 9(4).
       01 normalize-byte-start    pic 9(4).
       01 normalize-byte-end      pic 9(4).
       01 normalize-render        pic x(160).
       01 normalize-render-pos    pic 9(4).
       01 normalize-int-value     pic 9(38).
       01 normalize-frac-digits   pic x(38).
       01 normalize-frac-len      pic 9(2).
       01 normalize-negative      pic x(1).
       01 normalize-number-edit   pic z(37)9.
       01 normalize-number-text   pic x(80).
       01 normalize-number-len    pic 9(4).
       01 normalize-edit-pos      pic 9(4).
       01 normalize-unit-text     pic x(32).
       01 normalize-unit-len      pic 9(4).
       01 normalize-unit-idx      pic 9(2).
       01 normalize-scale-work    pic 9(18).
       01 normalize-two-digits    pic 9(2).
       01 normalize-four-digits   pic 9(4).
       01 normalize-suffix-idx    pic 9(2).
       01 normalize-format        pic x(32).
       01 normalize-format-len    pic 9(2).
       01 normalize-format-pos    pic 9(2).
       01 normalize-format-kind   pic x(1).
         88 normalize-format-date   value "D".
         88 normalize-format-time   value "T".
         88 normalize-format-amount value "A".
       01 filler.
        03 decimal-words           pic x(64) occurs 10.
       01 decimal-word-count      pic 9(4) value zero.
      *> scale grammar can resolve "2.5 billion" exactly.
         05 word-decimal-digits     pic 9(18).
         05 word-decimal-scale      pic 9(18).
      *> "Y" when the token was written without a lower-case letter -
      *> only such a token can be read as a Roman numeral, so "mix"
      *> and "civil" in running text stay words.
         05 word-capitals           pic x(1).
           88 word-is-capitals         value "Y".
      *> where the token sits in the sentence as written (byte
      *> offset and length) - the parts of a segmented compound word
      *> all carry their whole word's place.
         05 word-source-start       pic 9(4).
         05 word-source-length      pic 9(4).
       01 word-count              pic 9(4) value zero.
       01 split-token-idx         pic 9(4).
      *> the sentence as written, before the upper-casing the
      *> vocabulary lookup needs - see word-capitals.
       01 sentence-case-bytes     pic x(2048).

      *> Roman numeral recognition: a capitals token made of nothing
      *> but Roman letters is read by the subtractive rule and then
      *> spelled back out in canonical form - only a token that
      *> spells back identically is well formed ("IIII" and "VX"
      *> read as 4 and 5 but spell back as IV and V, so both are
      *> refused as malformed rather than guessed at).
       01 roman-table-values.
         05 filler                pic x(6) value "M 1000".
         05 filler                pic x(6) value "CM0900".
         05 filler                pic x(6) value "D 0500".
         05 filler                pic x(6) value "CD0400".
         05 filler                pic x(6) value "C 0100".
         05 filler                pic x(6) value "XC0090".
         05 filler                pic x(6) value "L 0050".
         05 filler                pic x(6) value "XL0040".
         05 filler                pic x(6) value "X 0010".
         05 filler                pic x(6) value "IX0009".
         05 filler                pic x(6) value "V 0005".
         05 filler                pic x(6) value "IV0004".
         05 filler                pic x(6) value "I 0001".
       01 roman-table redefines roman-table-values.
         05 roman-entry           occurs 13.
           10 roman-entry-symbol    pic x(2).
           10 roman-entry-value     pic 9(4).
       01 roman-entry-idx         pic 9(2).
       01 roman-check-idx         pic 9(4).
       01 roman-check-flag        pic x(1).
         88 roman-token-valid       value "Y".
         88 roman-token-malformed   value "M".
       01 roman-token             pic x(80).
       01 roman-token-len         pic 9(4).
       01 roman-pos               pic 9(4).
       01 filler.
        03 roman-digit             pic 9(4) occurs 80.
       01 roman-value             pic s9(6).
       01 roman-remaining         pic 9(6).
       01 roman-spelled           pic x(20).
       01 roman-spell-pos         pic 9(4).
      *> set by the single-token path when the sentence's one token
      *> is Roman letters that do not form a numeral - its own
      *> refusal reason, not an unknown word.
       01 roman-malformed-flag    pic x(1).
         88 sentence-has-bad-roman  value "Y".

      *> digit-token recognition working storage - a bare numeral
      *> ("3", "250", "2.5") resolves through lookup-word like a
       01 filler.
        03 expanded-word           occurs 200.
         05 expanded-word-text      pic x(80).
         05 expanded-word-capitals  pic x(1).
         05 expanded-word-source-start  pic 9(4).
         05 expanded-word-source-length pic 9(4).
       01 expanded-word-count     pic 9(4) value zero.
       01 expand-token-idx        pic 9(4).
       01 append-token-text       pic x(80).
       01 audit-sentence-len      pic 9(4).
       01 audit-returning-text    pic x(8).
       01 audit-result-edit       pic z(37)9.
       01 audit-value-text        pic x(38).
       01 audit-word-text         pic x(64).
       01 audit-from-text         pic x(64).
       01 audit-to-text           pic x(64).
       01 audit-decimal-edit      pic z(37)9.
       01 audit-timestamp         pic x(21).
       01 audit-record-work       pic x(360).
       01 audit-reason-len        pic 9(4).
       01 audit-from-len          pic 9(4).
       01 audit-to-len            pic 9(4).
       01 audit-tail-pos          pic 9(4).

      *> the hash chain: every line carries the next sequence number
      *> and a check value folded from the previous line's check value
      *> and its own text and sequence number, so a deleted, edited or
      *> reordered line breaks the chain for W2NVRFY to find. The
      *> last line's values are held between calls for the file they
      *> came from and re-read from the file's tail whenever its size
      *> or stamp is no longer the one this program left behind -
      *> another writer appended, or W2NARCH cut the trail over.
       77 AUDIT-CHAIN-MODULUS     pic 9(12) value 999999999989.
       77 AUDIT-CHAIN-MULTIPLIER  pic 9(3) value 131.
       01 audit-chain-file-name   pic x(64) value spaces.
       01 audit-last-seq          pic 9(9) value zero.
       01 audit-last-chain        pic 9(12) value zero.
       01 audit-chain-work        pic 9(18).
       01 audit-chain-pos         pic 9(4).
       01 audit-seq-edit          pic 9(9).
       01 audit-chain-edit        pic 9(12).
       01 audit-file-details.
         05 audit-file-size       pic x(8) comp-x.
         05 audit-file-stamp      pic x(8).
       01 audit-known-details     pic x(16) value low-values.
       01 audit-check-return      pic s9(9) comp-5.

      *LOCAL-STORAGE SECTION.
       LINKAGE SECTION.

       display "enter W2N"

       perform clear-parse-result

      *> lang is plain WORKING-STORAGE, not reset between calls in the
      *> same run unit, so a blank/default language code has to be
           exit program
       end-if

       perform strip-qualifier-phrase

      *> the percent path drops the closing percent word from
      *> word-count - a second parse after a correction starts again
      *> from the full count kept here.
       move word-count to sentence-word-total

       perform parse-sentence

      *> a refused word gets the nearest vocabulary word as a
      *> suggestion, and - when the caller asked for it - one try at
      *> converting with that word in its place. Extract-all mode
      *> never refuses on a word, so it has nothing to suggest.
       move "N" to correct-applied-flag
       if sentence-has-unknown-word
          and not value-has-overflowed
          and not w2n-extract-all-requested
           perform suggest-nearest-word
           perform auto-correct-sentence
       end-if

       if sentence-has-ordinal-word
           set w2n-result-is-ordinal-word to true
       else
           set w2n-result-is-cardinal-word to true
       end-if

       evaluate true
           when value-has-overflowed
               set w2n-reason-out-of-range to true
               set w2n-returning-error to true
           when sentence-has-bad-roman
               set w2n-reason-malformed-roman to true
               set w2n-returning-error to true
           when sentence-has-unknown-word
               set w2n-reason-unknown-word to true
               set w2n-returning-error to true
           when other
               set w2n-returning-ok to true
       end-evaluate

       if qualifier-found-words > zero
           perform restore-qualifier-positions
       end-if

       if correction-was-applied
           move "Y" to w2n-result-is-auto-corrected
           move correct-from-word to w2n-result-corrected-from
           move correct-to-word to w2n-result-corrected-to
       end-if

      *> a dictated account number is starred down to its last four
      *> digits before it reaches the audit line - unless the caller
      *> or the language profile leaves it in clear.
       if w2n-digit-sequence-requested
          and not w2n-extract-all-requested
          and (w2n-mask-digits-requested
               or (not w2n-mask-digits-refused
                   and language-masks-digits))
           perform mask-digit-sequence
       end-if

       perform write-audit-line

       if w2n-normalize-text-requested
           perform normalize-sentence-text
       end-if

       exit section.
      * exit program. W2N.

      *-----------------------------------------------------------------
      * clear-parse-result
      * blank the result and reason areas and the parse switches ahead
      * of a parse - once per call, and again before a sentence is
      * parsed a second time with a corrected word.
      *-----------------------------------------------------------------
       clear-parse-result section.
       move all spaces to w2n-result
       move zero to w2n-result-value-decimal
       move zero to result-decimal-scale
       move "N" to w2n-result-is-year
       move zero to w2n-result-extract-count
       move zero to w2n-result-fraction-numerator
       move zero to w2n-result-fraction-denominator
       move "N" to w2n-result-is-range
       move zero to w2n-result-range-low
       move zero to w2n-result-range-high
       move "N" to w2n-result-is-date
       move zero to w2n-result-date-year
       move zero to w2n-result-date-month
       move zero to w2n-result-date-day
       move spaces to w2n-result-date-iso
       move "N" to w2n-result-is-time
       move zero to w2n-result-time-hour
       move zero to w2n-result-time-minute
       move "N" to w2n-result-is-percent
       move "N" to percent-flag
       move zero to w2n-result-digit-count
       move "N" to w2n-result-is-ambiguous
       move zero to w2n-result-alternate-value
       move zero to w2n-result-alternate-high
       move "N" to w2n-result-is-auto-corrected
       move "N" to w2n-result-is-roman
       move "N" to roman-malformed-flag
       move "N" to has-unknown-word
       move "N" to has-ordinal-word
       move "N" to has-value-overflow
       set w2n-reason-none to true
       move spaces to w2n-reason-word
       move zero to w2n-reason-position
       move spaces to w2n-reason-suggestion
       move zero to w2n-reason-suggestion-distance
       move spaces to w2n-mask
       move "N" to w2n-mask-applied
       move "N" to digit-mask-flag
       exit section.

      *-----------------------------------------------------------------
      * strip-qualifier-phrase
      * a sentence opening with one of the profile's qualifiers
      * ("about", "over", "at least") has it taken off word-table -
      * the longest match first, so "more than" is not mistaken for a
      * lone "more" - and its code noted for w2n-result-qualifier.
      * The words after it parse exactly as if it had not been
      * spoken; a qualifier with nothing after it stays a word.
      *-----------------------------------------------------------------
       strip-qualifier-phrase section.
       move spaces to qualifier-found-code
       move zero to qualifier-found-words
       if qualifier-count = zero
           exit section
       end-if

       perform varying qualifier-try-words from 3 by -1
                until qualifier-try-words < 1
                   or qualifier-found-words > zero
           if word-count > qualifier-try-words
               move spaces to qualifier-phrase
               move 1 to qualifier-phrase-pos
               perform varying qualifier-join-idx from 1 by 1
                        until qualifier-join-idx > qualifier-try-words
                   if qualifier-join-idx > 1
                       string " " delimited by size
                         into qualifier-phrase
                         with pointer qualifier-phrase-pos
                       end-string
                   end-if
                   string word-text (qualifier-join-idx)
                            delimited by space
                     into qualifier-phrase
                     with pointer qualifier-phrase-pos
                   end-string
               end-perform
               perform varying qualifier-idx from 1 by 1
                        until qualifier-idx > qualifier-count
                           or qualifier-found-words > zero
                   if qualifier-text (qualifier-idx) = qualifier-phrase
                       move qualifier-code (qualifier-idx)
                         to qualifier-found-code
                       move qualifier-try-words
                         to qualifier-found-words
                   end-if
               end-perform
           end-if
       end-perform

       if qualifier-found-words > zero
           perform varying qualifier-join-idx from 1 by 1
                    until qualifier-join-idx
                            > word-count - qualifier-found-words
               move word-table
                      (qualifier-join-idx + qualifier-found-words)
                 to word-table (qualifier-join-idx)
           end-perform
           subtract qualifier-found-words from word-count
       end-if

       exit section.

      *-----------------------------------------------------------------
      * restore-qualifier-positions
      * word positions handed back count from the sentence as spoken,
      * so a stripped qualifier's words are added back onto the
      * refused word's position and the extract-all spans.
      *-----------------------------------------------------------------
       restore-qualifier-positions section.
       if w2n-reason-position > zero
           add qualifier-found-words to w2n-reason-position
       end-if
       perform varying qualifier-join-idx from 1 by 1
                until qualifier-join-idx > w2n-result-extract-count
           add qualifier-found-words
             to w2n-result-extract-start (qualifier-join-idx)
           add qualifier-found-words
             to w2n-result-extract-end (qualifier-join-idx)
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * suggest-nearest-word
      * find the word in the loaded vocabulary closest to the refused
      * word by edit distance and hand it back in the reason area, so
      * the inquiry console and the REJECTS file can say "did you mean
      * FORTY". Numbers, units, fractions and months are all searched.
      * Short words get a tighter limit - any two-letter change turns
      * a three-letter word into almost anything.
      *-----------------------------------------------------------------
       suggest-nearest-word section.
       move spaces to suggest-best-word
       move 99 to suggest-best-distance
       move "N" to suggest-tie-flag
       move "N" to suggest-best-ordinal

       move w2n-reason-word to suggest-token
       if suggest-token = spaces
           exit section
       end-if
       compute suggest-token-len =
           function length (function trim (suggest-token trailing))
       if suggest-token-len < 3
          or suggest-token (1:1) is numeric
           exit section
       end-if
       if suggest-token-len > 4
           move 2 to suggest-limit
       else
           move 1 to suggest-limit
       end-if

       perform varying suggest-table-idx from 1 by 1
                until suggest-table-idx > number-system-count
           move number-system-text (suggest-table-idx)
             to suggest-candidate
           move number-system-is-ordinal (suggest-table-idx)
             to suggest-candidate-ordinal
           perform offer-suggest-candidate
       end-perform
       move "N" to suggest-candidate-ordinal
       perform varying suggest-table-idx from 1 by 1
                until suggest-table-idx > normalize-data-count
           move normalize-data-text (suggest-table-idx)
             to suggest-candidate
           perform offer-suggest-candidate
       end-perform
       perform varying suggest-table-idx from 1 by 1
                until suggest-table-idx > unit-word-count
           move unit-word-text (suggest-table-idx) to suggest-candidate
           perform offer-suggest-candidate
       end-perform
       perform varying suggest-table-idx from 1 by 1
                until suggest-table-idx > fraction-word-count
           move fraction-word-text (suggest-table-idx)
             to suggest-candidate
           perform offer-suggest-candidate
       end-perform
       perform varying suggest-table-idx from 1 by 1
                until suggest-table-idx > month-word-count
           move month-word-text (suggest-table-idx) to suggest-candidate
           perform offer-suggest-candidate
       end-perform

       if suggest-best-distance not > suggest-limit
           move suggest-best-word to w2n-reason-suggestion
           move suggest-best-distance
             to w2n-reason-suggestion-distance
       end-if

       exit section.

      *-----------------------------------------------------------------
      * offer-suggest-candidate
      * measure one vocabulary word against the refused word and keep
      * it when it is the closest yet. A second, different word at the
      * same best distance marks the best as tied - a tied suggestion
      * is still shown, but never applied by auto-correction. An
      * ordinal never ties a cardinal: "ninty" is one edit from NINTH
      * too, but amounts are spoken in cardinals, so NINETY wins.
      *-----------------------------------------------------------------
       offer-suggest-candidate section.
       if suggest-candidate = spaces
           exit section
       end-if
       compute suggest-candidate-len =
           function length (function trim (suggest-candidate trailing))
      *> the distance can never be less than the difference in length
       if suggest-candidate-len > suggest-token-len + suggest-limit
          or suggest-candidate-len + suggest-limit < suggest-token-len
           exit section
       end-if

       perform compute-edit-distance

       evaluate true
           when suggest-distance > suggest-limit
               continue
           when suggest-distance < suggest-best-distance
               perform take-suggest-candidate
           when suggest-distance not = suggest-best-distance
               continue
           when suggest-candidate = suggest-best-word
               continue
           when suggest-best-ordinal = "Y"
            and suggest-candidate-ordinal not = "Y"
               perform take-suggest-candidate
           when suggest-candidate-ordinal = "Y"
            and suggest-best-ordinal not = "Y"
               continue
           when other
               move "Y" to suggest-tie-flag
       end-evaluate

       exit section.

       take-suggest-candidate section.
       move suggest-candidate to suggest-best-word
       move suggest-distance to suggest-best-distance
       move suggest-candidate-ordinal to suggest-best-ordinal
       move "N" to suggest-tie-flag
       exit section.

      *-----------------------------------------------------------------
      * compute-edit-distance
      * Levenshtein distance between suggest-token and
      * suggest-candidate - the fewest letters added, dropped or
      * changed to turn one into the other - kept in two rows of the
      * distance matrix (column one is the empty prefix).
      *-----------------------------------------------------------------
       compute-edit-distance section.
       perform varying edit-col-idx from 1 by 1
                until edit-col-idx > suggest-candidate-len + 1
           compute edit-previous-row (edit-col-idx) = edit-col-idx - 1
       end-perform

       perform varying edit-row-idx from 1 by 1
                until edit-row-idx > suggest-token-len
           move edit-row-idx to edit-current-row (1)
           perform varying edit-col-idx from 2 by 1
                    until edit-col-idx > suggest-candidate-len + 1
               if suggest-token (edit-row-idx:1)
                  = suggest-candidate (edit-col-idx - 1:1)
                   move zero to edit-cost
               else
                   move 1 to edit-cost
               end-if
               compute edit-current-row (edit-col-idx) =
                   function min (edit-previous-row (edit-col-idx) + 1
                                 edit-current-row (edit-col-idx - 1) + 1
                                 edit-previous-row (edit-col-idx - 1)
                                   + edit-cost)
           end-perform
           perform varying edit-col-idx from 1 by 1
                    until edit-col-idx > suggest-candidate-len + 1
               move edit-current-row (edit-col-idx)
                 to edit-previous-row (edit-col-idx)
           end-perform
       end-perform

       move edit-previous-row (suggest-candidate-len + 1)
         to suggest-distance

       exit section.

      *-----------------------------------------------------------------
      * auto-correct-sentence
      * on request, put the suggestion in place of the refused word
      * and parse again - but only for a suggestion exactly one edit
      * away that no other vocabulary word ties. One word per sentence
      * is corrected; when the sentence still does not convert, the
      * word as spoken goes back and the call is refused against it
      * exactly as it would have been without the request.
      *-----------------------------------------------------------------
       auto-correct-sentence section.
       if not w2n-auto-correct-requested
          or w2n-reason-suggestion-distance not = 1
          or suggest-best-is-tied
           exit section
       end-if
       if w2n-reason-position = zero
          or w2n-reason-position > sentence-word-total
           exit section
       end-if
       if word-text (w2n-reason-position) not = w2n-reason-word
           exit section
       end-if

       move w2n-reason-position to correct-position
       move word-text (correct-position) to correct-from-word
       move w2n-reason-suggestion to correct-to-word
       move correct-to-word to word-text (correct-position)

       perform reparse-sentence

       if sentence-has-unknown-word
          or value-has-overflowed
           move correct-from-word to word-text (correct-position)
           perform reparse-sentence
           if sentence-has-unknown-word
              and not value-has-overflowed
               perform suggest-nearest-word
           end-if
       else
           move "Y" to correct-applied-flag
       end-if

       exit section.

      *-----------------------------------------------------------------
      * reparse-sentence
      * a second parse of the same call: cleared result, the full
      * token count, and the language and vocabulary stamps the first
      * parse was given.
      *-----------------------------------------------------------------
       reparse-sentence section.
       perform clear-parse-result
       move sentence-word-total to word-count
       move function upper-case (lang)
         to w2n-result-detected-language
       move vocab-version to w2n-result-vocab-version
       perform parse-sentence
       exit section.

      *-----------------------------------------------------------------
      * parse-sentence
      * run the tokenized sentence in word-table through the grammars
      * in their order of precedence and leave the value in w2n-result
      * and the verdict in the unknown-word/overflow switches.
      *-----------------------------------------------------------------
       parse-sentence section.
       move qualifier-found-code to w2n-result-qualifier

      *> resolved once, ahead of both the compound-unit and plain-value
      *> paths below, so "minus twelve dollars and fifty cents" skips
      *> the sign word the same way a plain "minus twelve" does. The
      *> lookup (it would only reject as unknown).
       perform find-percent-word
       if percent-phrase-found
           compute word-count = percent-word-idx - 1
       end-if

       perform check-date-phrase

       if time-phrase-found
           perform fill-time-result
           perform check-range-reading
       else

       perform find-range-connector

       if range-connector-idx > zero
           perform accumulate-range
           perform check-time-reading
       else

       perform detect-compound-units
               year-century-value * 100
               + year-tens-value + year-units-value
           set w2n-result-is-year-phrase to true
           perform check-quantity-reading
       else

       perform find-decimal-point
                   move function numval (word-text (literal-check-idx))
                     to parse-result
               else
                   move sentence-first-word to roman-check-idx
                   perform check-roman-token
                   evaluate true
                       when roman-token-valid
                           move roman-value to parse-result
                           move "Y" to w2n-result-is-roman
                       when roman-token-malformed
                           move zero to parse-result
                           move "Y" to roman-malformed-flag
                           move word-text (sentence-first-word)
                             to w2n-reason-word
                           move sentence-first-word
                             to w2n-reason-position
                       when other
                           move sentence-first-word to parse-start
                           move word-count to parse-end
                           perform accumulate-value
                   end-evaluate
               end-if
           else
               move sentence-first-word to parse-start
               move word-count to parse-end
               perform accumulate-value
               perform check-sequence-reading
           end-if
       end-if

           perform fill-percent-result
       end-if

       exit section.

      *-----------------------------------------------------------------
      * write-audit-line
      * return code, and when the call happened - so a day's batch run
      * can be reconciled against the original source documents later.
      * Opened in EXTEND mode and closed again on every call, the same
      * way load-vocabulary reopens config-file fresh every call. The
      * line's sequence number and chained check value go in the fixed
      * columns behind the text (361-369 and 371-382).
      *-----------------------------------------------------------------
       write-audit-line section.
      *> a partitioned caller's lines go to its own AUDIT.Pk file -

       move spaces to audit-sentence-bytes
       move w2n-number-sentences to audit-sentence-national
       if w2n-mask-was-applied
           move w2n-mask-sentence to audit-sentence-bytes
       end-if

       move zero to audit-sentence-len
       perform varying audit-sentence-len from 1 by 1

       move w2n-result-value-integer to audit-result-edit
       move w2n-result-value-decimal to audit-decimal-edit
       move audit-result-edit to audit-value-text
       move w2n-reason-word to audit-word-text
       if w2n-mask-was-applied
           move w2n-mask-value to audit-value-text
           move w2n-mask-reason-word to audit-word-text
       end-if

      *> the reason word is blank padded to 64 - find its real end so
      *> the audit line carries just the word (one byte minimum, the
                                           delimited by size
                  " | value="             delimited by size
                  w2n-result-sign         delimited by size
                  audit-value-text        delimited by size
                  " | reason="            delimited by size
                  w2n-reason-code         delimited by size
                  " | word="              delimited by size
                  audit-word-text (1:audit-reason-len)
                                           delimited by size
                  " | vocab="             delimited by size
                  vocab-version           delimited by size
                  " | reason="            delimited by size
                  w2n-reason-code         delimited by size
                  " | word="              delimited by size
                  audit-word-text (1:audit-reason-len)
                                           delimited by size
                  " | vocab="             delimited by size
                  vocab-version           delimited by size
           end-string
       end-if

      *> an auto-corrected call says so on its line, word as spoken
      *> and word used - each capped at 24 so the pair still fits
      *> behind the longest sentence excerpt (the reason word the cap
      *> above allows for is a single blank on a converted call).
       if w2n-result-was-auto-corrected
           compute audit-from-len = function length
               (function trim (w2n-result-corrected-from trailing))
           compute audit-to-len = function length
               (function trim (w2n-result-corrected-to trailing))
           if audit-from-len > 24
               move 24 to audit-from-len
           end-if
           if audit-to-len > 24
               move 24 to audit-to-len
           end-if
      *> a corrected digit word would give a masked digit away.
           move w2n-result-corrected-from to audit-from-text
           move w2n-result-corrected-to to audit-to-text
           if w2n-mask-was-applied
               move all "*" to audit-from-text (1:audit-from-len)
               move all "*" to audit-to-text (1:audit-to-len)
           end-if
           compute audit-tail-pos = function length
               (function trim (audit-record-work trailing)) + 1
           string " | corrected="        delimited by size
                  audit-from-text (1:audit-from-len)
                                           delimited by size
                  ">"                     delimited by size
                  audit-to-text (1:audit-to-len)
                                           delimited by size
             into audit-record-work
             with pointer audit-tail-pos
           end-string
       end-if

       perform check-audit-chain-tail

       move spaces to audit-line
       move audit-record-work to audit-line-text
       compute audit-seq-edit = audit-last-seq + 1
       move audit-seq-edit to audit-line-seq
       perform compute-audit-chain
       move audit-chain-edit to audit-line-chain

       OPEN EXTEND audit-file.
       if AUDIT-NOT_EXISTS
       if AUDIT-SUCCESS
           write audit-line
           close audit-file
           move audit-seq-edit to audit-last-seq
           move audit-chain-edit to audit-last-chain
           call "CBL_CHECK_FILE_EXIST" using audit-file-name
                                             audit-file-details
                returning audit-check-return
           move audit-file-details to audit-known-details
       end-if

       exit section.

      *-----------------------------------------------------------------
      * check-audit-chain-tail
      * make sure audit-last-seq / audit-last-chain are the values on
      * the file's last line: trusted as held when the file is the one
      * this program last wrote and has not changed since, otherwise
      * read back off the file. A missing file starts the chain at
      * zero; a trail from before the chain existed does too, from its
      * first chained line on.
      *-----------------------------------------------------------------
       check-audit-chain-tail section.
       move low-values to audit-file-details
       call "CBL_CHECK_FILE_EXIST" using audit-file-name
                                         audit-file-details
            returning audit-check-return

       if audit-file-name = audit-chain-file-name
          and audit-file-details = audit-known-details
           exit section
       end-if

       move audit-file-name to audit-chain-file-name
       move zero to audit-last-seq
       move zero to audit-last-chain

       OPEN INPUT audit-file.
       if AUDIT-SUCCESS
           perform with test before until not AUDIT-SUCCESS
               read audit-file
               if AUDIT-SUCCESS
                  and audit-line-seq is numeric
                  and audit-line-chain is numeric
                   move audit-line-seq to audit-last-seq
                   move audit-line-chain to audit-last-chain
               end-if
           end-perform
           close audit-file
       end-if

       exit section.

      *-----------------------------------------------------------------
      * compute-audit-chain
      * the check value of the line in audit-line: the previous
      * line's value, then every byte of the text and the sequence
      * number folded in (times 131, plus the byte, modulo the prime
      * 999999999989). W2NARCH, W2NMERGE and W2NVRFY fold the same way.
      *-----------------------------------------------------------------
       compute-audit-chain section.
       move audit-last-chain to audit-chain-work
       perform varying audit-chain-pos from 1 by 1
                until audit-chain-pos > 369
           compute audit-chain-work = function mod
               (audit-chain-work * AUDIT-CHAIN-MULTIPLIER
                + function ord (audit-line (audit-chain-pos:1)),
                AUDIT-CHAIN-MODULUS)
       end-perform
       move audit-chain-work to audit-chain-edit
       exit section.

      *-----------------------------------------------------------------
      * load-language-registry
      * read data/languages.properties into registered-language and
      *-----------------------------------------------------------------
       load-language-profile section.
       move "POINT" to point-text
       move zero to qualifier-count
       move "AND" to filler-words (1)
       move 1 to filler-word-count
       if not lang-default
       move "MINUS" to negative-words (1)
       move "NEGATIVE" to negative-words (2)
       move 2 to negative-word-count
       move "N" to vigesimal-flag
       move "YYYY-MM-DD" to house-date-format
       move "HH:MM" to house-time-format
       move "#%" to house-percent-format
       move "# *" to house-currency-format
       move "." to house-decimal-mark
       move zero to house-ordinal-count
       move zero to article-word-count
       move "N" to mask-digits-flag
       if lang-default
           move "THE" to article-words (1)
           move 1 to article-word-count
           set scale-system-is-short to true
           move "N" to compound-words-flag
           move "TO" to range-words (1)
                                   or profile-scan-idx > 4
                           move profile-list-entry (profile-scan-idx)
                             to percent-words (profile-scan-idx)
                           inspect percent-words (profile-scan-idx)
                                   replacing all "-" by " "
                           add 1 to percent-word-count
                       end-perform
                   when config-key-work = "APPROXIMATE"
                       move "AP" to qualifier-code-work
                       perform load-qualifier-list
                   when config-key-work = "AT-LEAST"
                       move "GE" to qualifier-code-work
                       perform load-qualifier-list
                   when config-key-work = "AT-MOST"
                       move "LE" to qualifier-code-work
                       perform load-qualifier-list
                   when config-key-work = "MORE-THAN"
                       move "GT" to qualifier-code-work
                       perform load-qualifier-list
                   when config-key-work = "LESS-THAN"
                       move "LT" to qualifier-code-work
                       perform load-qualifier-list
                   when config-key-work = "HALF-TO-NEXT"
                       move function upper-case (config-value-work)
                         to config-value-work
                       else
                           move "N" to half-to-next-flag
                       end-if
                   when config-key-work = "VIGESIMAL"
                       move function upper-case (config-value-work)
                         to config-value-work
                       if config-value-work (1:2) = "NO"
                          or config-value-work = spaces
                           move "N" to vigesimal-flag
                       else
                           move "Y" to vigesimal-flag
                       end-if
                   when config-key-work = "COMPOUND-WORDS"
                       move function upper-case (config-value-work)
                         to config-value-work
                       else
                           move "N" to compound-words-flag
                       end-if
      *> the house formats keep their case and their blanks - the
      *> value is the rest of the line, not a word list.
                   when config-key-work = "HOUSE-DATE"
                       move config-value-work to house-date-format
                   when config-key-work = "HOUSE-TIME"
                       move config-value-work to house-time-format
                   when config-key-work = "HOUSE-PERCENT"
                       move config-value-work to house-percent-format
                   when config-key-work = "HOUSE-CURRENCY"
                       move config-value-work to house-currency-format
                   when config-key-work = "HOUSE-DECIMAL"
                       move config-value-work (1:1)
                         to house-decimal-mark
                   when config-key-work = "ARTICLE"
                       move config-value-work to profile-list-work
                       perform split-profile-list
                       move zero to article-word-count
                       perform varying profile-scan-idx from 1 by 1
                                until profile-scan-idx
                                        > profile-list-count
                           move profile-list-entry (profile-scan-idx)
                             to article-words (profile-scan-idx)
                           add 1 to article-word-count
                       end-perform
                   when config-key-work = "MASK-DIGITS"
                       move function upper-case (config-value-work)
                         to config-value-work
                       if config-value-work (1:3) = "YES"
                           move "Y" to mask-digits-flag
                       else
                           move "N" to mask-digits-flag
                       end-if
                   when config-key-work = "HOUSE-ORDINAL"
                       move config-value-work to profile-list-work
                       perform split-profile-list
                       move zero to house-ordinal-count
                       perform varying profile-scan-idx from 1 by 1
                                until profile-scan-idx
                                        > profile-list-count
                                   or profile-scan-idx > 4
                           move function lower-case
                                (profile-list-entry (profile-scan-idx))
                             to house-ordinal-suffix (profile-scan-idx)
                           add 1 to house-ordinal-count
                       end-perform
                   when other
      *> keys this program has no use for (N2W's spelling key, for
      *> example) share the same file and are simply skipped.

       exit section.

      *-----------------------------------------------------------------
      * load-qualifier-list
      * add one profile qualifier list to qualifier-entry, every word
      * tagged with qualifier-code-work.
      *-----------------------------------------------------------------
       load-qualifier-list section.
       move config-value-work to profile-list-work
       perform split-profile-list
       perform varying profile-scan-idx from 1 by 1
                until profile-scan-idx > profile-list-count
                   or qualifier-count >= 24
           add 1 to qualifier-count
           move profile-list-entry (profile-scan-idx)
             to qualifier-text (qualifier-count)
           inspect qualifier-text (qualifier-count)
                   replacing all "-" by " "
           move qualifier-code-work to qualifier-code (qualifier-count)
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * load-normalize-data
      * open normalize_<lang>.properties, if one exists for this
                 to unit-word-text (unit-word-count)
               move function upper-case (config-value-work)
                 to unit-word-role (unit-word-count)
               move spaces to unit-ratio-text
               unstring config-scale-work
                   delimited by CONFIG-PART-DELIMITER
                   into unit-ratio-text
               end-unstring
               if unit-ratio-text = spaces
                   move zero to unit-word-ratio (unit-word-count)
               else
                   move function numval (unit-ratio-text)
                     to unit-word-ratio (unit-word-count)
               end-if
               perform resolve-unit-word-rank
      *> the ":MULT" tag marks a multiplier word (dozen, score,
      *> gross) rather than a scale-system variant - it always
      *> loads, flagged for accumulate-value's multiplier handling.
      *> ":ORD" likewise always loads, flagging an ordinal word the
      *> English "-th" rule in mark-ordinal-vocabulary-word cannot
      *> recognize (French "deuxieme").
               if config-scale-work = "MULT"
                  or config-scale-work = "ORD"
                   move "Y" to scale-tag-flag
               else
                   perform check-vocabulary-scale-tag
                                     (number-system-count)
                   end-if
                   perform mark-ordinal-vocabulary-word
                   if config-scale-work = "ORD"
                       move "Y" to number-system-is-ordinal
                                     (number-system-count)
                   end-if
               end-if
           end-if
       end-if
       move zero to word-count
       move spaces to sentence-work-bytes
       move w2n-number-sentences to sentence-work-national
       move sentence-work-bytes to sentence-case-bytes
       move function upper-case (sentence-work-bytes)
         to sentence-work-bytes
       inspect sentence-work-bytes replacing all "-" by " "
                    (text-util-split-output-start (split-token-idx):
                     text-util-split-output-length (split-token-idx))
                 to word-text (split-token-idx)
               if sentence-case-bytes
                    (text-util-split-output-start (split-token-idx):
                     text-util-split-output-length (split-token-idx))
                  = word-text (split-token-idx)
                   move "Y" to word-capitals (split-token-idx)
               else
                   move "N" to word-capitals (split-token-idx)
               end-if
               move text-util-split-output-start (split-token-idx)
                 to word-source-start (split-token-idx)
               move text-util-split-output-length (split-token-idx)
                 to word-source-length (split-token-idx)

           end-perform

                until expand-token-idx > expanded-word-count
           move expanded-word-text (expand-token-idx)
             to word-text (expand-token-idx)
           move expanded-word-capitals (expand-token-idx)
             to word-capitals (expand-token-idx)
           move expanded-word-source-start (expand-token-idx)
             to word-source-start (expand-token-idx)
           move expanded-word-source-length (expand-token-idx)
             to word-source-length (expand-token-idx)
       end-perform
       move expanded-word-count to word-count

           add 1 to expanded-word-count
           move append-token-text
             to expanded-word-text (expanded-word-count)
           move word-capitals (expand-token-idx)
             to expanded-word-capitals (expanded-word-count)
           move word-source-start (expand-token-idx)
             to expanded-word-source-start (expanded-word-count)
           move word-source-length (expand-token-idx)
             to expanded-word-source-length (expanded-word-count)
       end-if
       exit section.

                   on size error
                       move "Y" to has-value-overflow
               end-compute
      *> vigesimal counting: the word for twenty right after a count
      *> word 2-9 multiplies that count instead of adding to it
      *> ("quatre vingt dix sept" = 4 x 20 + 10 + 7). The count is
      *> already in parse-group, so nineteen more of it make up the
      *> product.
             when language-counts-in-twenties
              and word-value (parse-idx) = 20
              and not word-is-ordinal-word (parse-idx)
              and parse-idx > parse-start
              and word-is-found (parse-idx - 1)
              and not word-is-ordinal-word (parse-idx - 1)
              and word-value (parse-idx - 1) >= 2
              and word-value (parse-idx - 1) <= 9
               compute parse-group = parse-group
                     + word-value (parse-idx - 1) * 19
             when word-value (parse-idx) = 100
               if parse-group = zero
                   move 1 to parse-group
               move extract-run-end to parse-end
               perform accumulate-value

               perform file-extract-entry

               compute extract-scan-idx = extract-run-end + 1
           else
      *> a Roman numeral stands alone as its own number ("Volume
      *> III", "Louis XVI"); a malformed one is just another unknown
      *> word in running text. Single letters are passed over here -
      *> in running text they are far more often the pronoun "I" or
      *> an initial than a numeral.
               move extract-scan-idx to roman-check-idx
               perform check-roman-token
               if roman-token-valid and roman-token-len > 1
                   move roman-value to parse-result
                   move extract-scan-idx to extract-run-start
                   move extract-scan-idx to extract-run-end
                   perform file-extract-entry
                   if w2n-result-extract-count = 1
                       move "Y" to w2n-result-is-roman
                   end-if
               end-if
               add 1 to extract-scan-idx
           end-if

       end-perform

       if w2n-result-extract-count > zero
           move w2n-result-extract-value (1)
             to w2n-result-value-integer
      *> the runs were folded with unknown words safely outside them,
      *> so an unknown word noted along the way must not reject the
      *> sentence in this mode.
           move "N" to has-unknown-word
       else
           if not sentence-has-unknown-word
               move "Y" to has-unknown-word
      *> word-table persists across calls, so only a slot this call
      *> actually filled may name the refused word
               if word-count >= 1
                   move word-text (1) to w2n-reason-word
               else
                   move spaces to w2n-reason-word
               end-if
               move 1 to w2n-reason-position
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * file-extract-entry
      * file parse-result and the run extract-run-start:extract-run-end
      * as the next w2n-result-extract entry, with the word that
      * follows the run - past twenty numbers the rest go unfiled.
      *-----------------------------------------------------------------
       file-extract-entry section.
       if w2n-result-extract-count < 20
           add 1 to w2n-result-extract-count
           move parse-result to w2n-result-extract-value
                                 (w2n-result-extract-count)
           move extract-run-start to w2n-result-extract-start
                                 (w2n-result-extract-count)
           move extract-run-end to w2n-result-extract-end
                                 (w2n-result-extract-count)
           if extract-run-end < word-count
               move word-text (extract-run-end + 1)
                 to w2n-result-extract-following
                      (w2n-result-extract-count)
           else
               move spaces
                 to w2n-result-extract-following
                      (w2n-result-extract-count)
           end-if
       end-if
       exit section.

      *-----------------------------------------------------------------
      * extend-extract-run
      * push extract-run-end right while the tokens keep resolving
      * (filler words ride along inside the run), then trim any
      * trailing fillers so the run ends on a real number word.
      *-----------------------------------------------------------------
       extend-extract-run section.
       move "Y" to extract-extending
       perform until not extract-run-extends

           compute parse-idx = extract-run-end + 1
           if parse-idx > word-count
               move "N" to extract-extending
           else
               perform lookup-word
               perform check-filler-word
               if word-is-found (parse-idx) or word-is-filler
                   move parse-idx to extract-run-end
               else
                   move "N" to extract-extending
               end-if
           end-if

       end-perform

       move "Y" to extract-extending
       perform until not extract-run-extends
           move extract-run-end to parse-idx
           perform check-filler-word
           if word-is-filler and extract-run-end > extract-run-start
               subtract 1 from extract-run-end
           else
               move "N" to extract-extending
           end-if
       end-perform

       exit section.

      *-----------------------------------------------------------------
      * normalize-sentence-text
      * hand the sentence back with its numbers written as digits:
      * left to right, every token that could open a number tries the
      * longest stretch from there (sixteen words at most) that one of
      * the grammars accepts on its own, the way the whole sentence
      * would be tried, and the stretch is replaced by its reading in
      * the profile's house format. A stretch naming a month that will
      * not parse gets one more try with the current year after it, so
      * "the fourth of july" still reads as a date. The call's own
      * result, reason and tokens are put back afterwards.
      *-----------------------------------------------------------------
       normalize-sentence-text section.
       move w2n-result to normalize-saved-result
       move w2n-reason to normalize-saved-reason
       move w2n-returning to normalize-saved-returning
       move w2n-request-extract-all to normalize-saved-extract
       move "N" to w2n-request-extract-all
      *> a qualifier is not part of the number - it stays a word.
       move spaces to qualifier-found-code

       move sentence-word-total to normalize-word-total
       if normalize-word-total > 200
           move 200 to normalize-word-total
       end-if
       perform varying normalize-copy-idx from 1 by 1
                until normalize-copy-idx > normalize-word-total
           move normalize-copy-idx to parse-idx
           perform lookup-word
           perform check-filler-word
           move space to normalize-word-kind (normalize-copy-idx)
           evaluate true
               when word-is-filler
                   set normalize-kind-filler (normalize-copy-idx)
                     to true
               when word-is-found (parse-idx)
                   set normalize-kind-number (normalize-copy-idx)
                     to true
               when other
                   perform classify-normalize-word
           end-evaluate
           move word-table (normalize-copy-idx)
             to normalize-word-image (normalize-copy-idx)
           move word-source-start (normalize-copy-idx)
             to normalize-word-start (normalize-copy-idx)
           compute normalize-word-end (normalize-copy-idx) =
               word-source-start (normalize-copy-idx)
               + word-source-length (normalize-copy-idx) - 1
       end-perform

       move function current-date (1:4) to normalize-current-year
       move spaces to normalize-text-bytes
       move 1 to normalize-text-pos
       move zero to normalize-copied-to

       move 1 to normalize-scan-idx
       perform until normalize-scan-idx > normalize-word-total
           move "N" to normalize-accept-flag
           perform check-normalize-start
           if normalize-start-possible
               compute normalize-try-max = normalize-scan-idx + 15
               if normalize-try-max > normalize-word-total
                   move normalize-word-total to normalize-try-max
               end-if
               perform varying normalize-try-end
                          from normalize-try-max by -1
                        until normalize-try-end < normalize-scan-idx
                           or normalize-run-accepted
                   perform probe-normalize-run
               end-perform
           end-if
           if normalize-run-accepted
               perform emit-normalize-run
               compute normalize-scan-idx = normalize-run-end + 1
           else
               add 1 to normalize-scan-idx
           end-if
       end-perform

      *> whatever follows the last number goes over as written.
       move zero to normalize-source-len
       inspect sentence-case-bytes tallying normalize-source-len
               for trailing space
       compute normalize-source-len =
           length of sentence-case-bytes - normalize-source-len
       if normalize-source-len > normalize-copied-to
           string sentence-case-bytes (normalize-copied-to + 1:
                  normalize-source-len - normalize-copied-to)
                                       delimited by size
             into normalize-text-bytes
             with pointer normalize-text-pos
           end-string
       end-if

       perform varying normalize-copy-idx from 1 by 1
                until normalize-copy-idx > normalize-word-total
           move normalize-word-image (normalize-copy-idx)
             to word-table (normalize-copy-idx)
       end-perform
       move normalize-word-total to word-count
       move normalize-saved-result to w2n-result
       move normalize-saved-reason to w2n-reason
       move normalize-saved-returning to w2n-returning
       move normalize-saved-extract to w2n-request-extract-all

       move normalize-text-national to w2n-number-sentences

       exit section.

      *-----------------------------------------------------------------
      * check-normalize-start
      * may a number stretch open at normalize-scan-idx? Not on a
      * filler word, not inside a segmented compound word, and only
      * where a number or month word is at most two words away - the
      * article of "the fourth of july", the sign word of "minus
      * five", the "half" of "half past nine".
      *-----------------------------------------------------------------
       check-normalize-start section.
       move "N" to normalize-start-flag
       if normalize-kind-filler (normalize-scan-idx)
           exit section
       end-if
       if normalize-scan-idx > 1
          and normalize-word-start (normalize-scan-idx - 1)
            = normalize-word-start (normalize-scan-idx)
           exit section
       end-if

       evaluate true
           when normalize-kind-number (normalize-scan-idx)
             or normalize-kind-month (normalize-scan-idx)
               move "Y" to normalize-start-flag
           when normalize-scan-idx + 1 <= normalize-word-total
            and (normalize-kind-number (normalize-scan-idx + 1)
                 or normalize-kind-month (normalize-scan-idx + 1))
               move "Y" to normalize-start-flag
           when normalize-scan-idx + 2 <= normalize-word-total
            and (normalize-kind-number (normalize-scan-idx + 2)
                 or normalize-kind-month (normalize-scan-idx + 2))
               move "Y" to normalize-start-flag
           when other
               continue
       end-evaluate
       exit section.

      *-----------------------------------------------------------------
      * probe-normalize-run
      * parse the stretch normalize-scan-idx:normalize-try-end on its
      * own - moved to the front of word-table, as if it had been the
      * whole sentence - and render it when a grammar accepts it.
      *-----------------------------------------------------------------
       probe-normalize-run section.
       if normalize-kind-filler (normalize-try-end)
           exit section
       end-if
       if normalize-try-end < normalize-word-total
          and normalize-word-start (normalize-try-end + 1)
            = normalize-word-start (normalize-try-end)
           exit section
       end-if

       compute normalize-probe-words =
           normalize-try-end - normalize-scan-idx + 1
       move "N" to normalize-month-flag
       perform varying normalize-copy-idx from 1 by 1
                until normalize-copy-idx > normalize-probe-words
           move normalize-word-image
                (normalize-scan-idx + normalize-copy-idx - 1)
             to word-table (normalize-copy-idx)
           if normalize-kind-month
                (normalize-scan-idx + normalize-copy-idx - 1)
               move "Y" to normalize-month-flag
           end-if
       end-perform

       perform clear-parse-result
       move normalize-probe-words to word-count
       perform parse-sentence
       perform check-normalize-probe

       if not normalize-run-accepted
          and normalize-run-has-month
          and normalize-probe-words < 200
           add 1 to normalize-probe-words
           initialize word-table (normalize-probe-words)
           move normalize-current-year
             to word-text (normalize-probe-words)
           move "N" to word-capitals (normalize-probe-words)
           perform clear-parse-result
           move normalize-probe-words to word-count
           perform parse-sentence
           perform check-normalize-probe
           if not w2n-result-has-date
               move "N" to normalize-accept-flag
           end-if
       end-if

       if normalize-run-accepted
           move normalize-try-end to normalize-run-end
           perform render-normalize-run
       end-if

       exit section.

      *-----------------------------------------------------------------
      * check-normalize-probe
      * a trial parse counts when it went through cleanly. Roman
      * numerals stay as written - in running text a capital "I" is
      * the pronoun - and a stretch that does not open on a number
      * word counts only as a date, a clock time or a signed number.
      *-----------------------------------------------------------------
       check-normalize-probe section.
       move "N" to normalize-accept-flag
       if sentence-has-unknown-word
          or value-has-overflowed
          or sentence-has-bad-roman
          or w2n-result-from-roman
           exit section
       end-if

      *> the grammars pass over a stray word here and there, so
      *> every word of the stretch must belong to a number phrase - a
      *> date alone may carry its article up front and a connector
      *> word ("of") inside, never at either end.
       perform varying normalize-copy-idx from normalize-scan-idx by 1
                until normalize-copy-idx > normalize-try-end
           evaluate true
               when normalize-kind-article (normalize-copy-idx)
                   if not w2n-result-has-date
                      or normalize-copy-idx > normalize-scan-idx
                       exit section
                   end-if
               when normalize-word-kind (normalize-copy-idx) = space
                   if not w2n-result-has-date
                      or normalize-copy-idx = normalize-scan-idx
                      or normalize-copy-idx = normalize-try-end
                       exit section
                   end-if
               when other
                   continue
           end-evaluate
       end-perform

      *> a compound amount ends on its unit word - a bare number
      *> behind the last unit is left out of the canonical value, and
      *> rendering the stretch would drop it.
       if w2n-result-has-compound-units
          and not normalize-kind-phrase (normalize-try-end)
           exit section
       end-if

       if normalize-kind-number (normalize-scan-idx)
          or normalize-kind-month (normalize-scan-idx)
          or w2n-result-has-date
          or w2n-result-has-time
          or w2n-result-has-range
          or sentence-first-word > 1
           move "Y" to normalize-accept-flag
       end-if
       exit section.

      *-----------------------------------------------------------------
      * classify-normalize-word
      * the kind of a token that is neither a vocabulary nor a filler
      * word (word-text (parse-idx), kind slot normalize-copy-idx): a
      * month, one of the other words a number phrase is made of (unit,
      * fraction, percent, sign, range and clock words, the decimal
      * point), an article - or plain text.
      *-----------------------------------------------------------------
       classify-normalize-word section.
       perform varying mw-idx from 1 by 1
                until mw-idx > month-word-count
           if word-text (parse-idx) = month-word-text (mw-idx)
               set normalize-kind-month (normalize-copy-idx) to true
               exit section
           end-if
       end-perform

       perform varying uw-idx from 1 by 1
                until uw-idx > unit-word-count
           if word-text (parse-idx) = unit-word-text (uw-idx)
               set normalize-kind-phrase (normalize-copy-idx) to true
               exit section
           end-if
       end-perform

       perform varying fw-idx from 1 by 1
                until fw-idx > fraction-word-count
           if word-text (parse-idx) = fraction-word-text (fw-idx)
               set normalize-kind-phrase (normalize-copy-idx) to true
               exit section
           end-if
       end-perform

       if word-text (parse-idx) = point-text
           set normalize-kind-phrase (normalize-copy-idx) to true
           exit section
       end-if

      *> a two-word percent phrase ("POUR CENT") counts its first
      *> word here - the second is a number word anyway.
       perform varying normalize-list-idx from 1 by 1
                until normalize-list-idx > percent-word-count
           move spaces to normalize-first-word
           unstring percent-words (normalize-list-idx)
                    delimited by space
               into normalize-first-word
           end-unstring
           if word-text (parse-idx) = percent-words (normalize-list-idx)
              or word-text (parse-idx) = normalize-first-word
               set normalize-kind-phrase (normalize-copy-idx) to true
               exit section
           end-if
       end-perform

       perform varying normalize-list-idx from 1 by 1
                until normalize-list-idx > negative-word-count
           if word-text (parse-idx)
                = negative-words (normalize-list-idx)
               set normalize-kind-phrase (normalize-copy-idx) to true
               exit section
           end-if
       end-perform

       perform varying normalize-list-idx from 1 by 1
                until normalize-list-idx > range-word-count
           if word-text (parse-idx) = range-words (normalize-list-idx)
               set normalize-kind-phrase (normalize-copy-idx) to true
               exit section
           end-if
       end-perform

       perform varying normalize-list-idx from 1 by 1
                until normalize-list-idx > range-opener-count
           if word-text (parse-idx)
                = range-opener-words (normalize-list-idx)
               set normalize-kind-phrase (normalize-copy-idx) to true
               exit section
           end-if
       end-perform

       perform varying normalize-list-idx from 1 by 1
                until normalize-list-idx > time-past-count
           if word-text (parse-idx)
                = time-past-words (normalize-list-idx)
               set normalize-kind-phrase (normalize-copy-idx) to true
               exit section
           end-if
       end-perform

       perform varying normalize-list-idx from 1 by 1
                until normalize-list-idx > time-to-count
           if word-text (parse-idx) = time-to-words (normalize-list-idx)
               set normalize-kind-phrase (normalize-copy-idx) to true
               exit section
           end-if
       end-perform

       perform varying normalize-list-idx from 1 by 1
                until normalize-list-idx > double-word-count
           if word-text (parse-idx) = double-words (normalize-list-idx)
               set normalize-kind-phrase (normalize-copy-idx) to true
               exit section
           end-if
       end-perform

       perform varying normalize-list-idx from 1 by 1
                until normalize-list-idx > article-word-count
           if word-text (parse-idx)
                = article-words (normalize-list-idx)
               set normalize-kind-article (normalize-copy-idx) to true
               exit section
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * render-normalize-run
      * write the accepted stretch's reading into normalize-render in
      * the house format of the language profile.
      *-----------------------------------------------------------------
       render-normalize-run section.
       move spaces to normalize-render
       move 1 to normalize-render-pos
       move zero to normalize-frac-len
       move spaces to normalize-frac-digits
       move spaces to normalize-unit-text
       move zero to normalize-unit-len
       if w2n-result-is-negative
           move "Y" to normalize-negative
       else
           move "N" to normalize-negative
       end-if

       evaluate true
           when w2n-result-has-date
               set normalize-format-date to true
               move house-date-format to normalize-format
               perform expand-house-format
           when w2n-result-has-time
               set normalize-format-time to true
               move house-time-format to normalize-format
               perform expand-house-format
      *> the percent decimal is the equivalent at four places, so
      *> the number as spoken is that value at two.
           when w2n-result-has-percent
               compute normalize-int-value =
                   w2n-result-value-decimal / 100
               compute normalize-two-digits =
                   function mod (w2n-result-value-decimal, 100)
               move normalize-two-digits to normalize-frac-digits (1:2)
               evaluate true
                   when normalize-two-digits = zero
                       move zero to normalize-frac-len
                   when function mod (normalize-two-digits, 10) = zero
                       move 1 to normalize-frac-len
                   when other
                       move 2 to normalize-frac-len
               end-evaluate
               perform build-normalize-number
               set normalize-format-amount to true
               move house-percent-format to normalize-format
               perform expand-house-format
      *> minor ratio 100 is the currency convention - the amount in
      *> major units with its two decimals, and the major unit word.
           when w2n-result-has-compound-units
            and w2n-result-minor-ratio = 100
               compute normalize-int-value =
                   w2n-result-canonical-value / 100
               compute normalize-two-digits =
                   function mod (w2n-result-canonical-value, 100)
               move normalize-two-digits to normalize-frac-digits (1:2)
               move 2 to normalize-frac-len
               perform build-normalize-number
               move function lower-case (w2n-result-major-unit)
                 to normalize-unit-text
               perform measure-normalize-unit
               set normalize-format-amount to true
               move house-currency-format to normalize-format
               perform expand-house-format
           when w2n-result-has-compound-units
               perform render-normalize-unit-chain
           when w2n-result-has-range
               move w2n-result-range-low to normalize-int-value
               perform build-normalize-number
               move "N" to normalize-negative
               string normalize-number-text (1:normalize-number-len)
                      "-" delimited by size
                 into normalize-render
                 with pointer normalize-render-pos
               end-string
               move w2n-result-range-high to normalize-int-value
               perform build-normalize-number
               string normalize-number-text (1:normalize-number-len)
                                           delimited by size
                 into normalize-render
                 with pointer normalize-render-pos
               end-string
           when w2n-result-fraction-denominator > zero
               if w2n-result-value-integer > zero
                   move w2n-result-value-integer to normalize-int-value
                   perform build-normalize-number
                   move "N" to normalize-negative
                   string normalize-number-text (1:normalize-number-len)
                          " " delimited by size
                     into normalize-render
                     with pointer normalize-render-pos
                   end-string
               end-if
               move w2n-result-fraction-numerator to normalize-int-value
               perform build-normalize-number
               move "N" to normalize-negative
               string normalize-number-text (1:normalize-number-len)
                      "/" delimited by size
                 into normalize-render
                 with pointer normalize-render-pos
               end-string
               move w2n-result-fraction-denominator
                 to normalize-int-value
               perform build-normalize-number
               string normalize-number-text (1:normalize-number-len)
                                           delimited by size
                 into normalize-render
                 with pointer normalize-render-pos
               end-string
           when other
               move w2n-result-value-integer to normalize-int-value
      *> a spoken decimal part has as many digits as its scale has
      *> zeros ("three point zero five" = 05).
               if result-decimal-scale > 1
                   move result-decimal-scale to normalize-scale-work
                   perform until normalize-scale-work <= 1
                              or normalize-frac-len >= 38
                       divide 10 into normalize-scale-work
                       add 1 to normalize-frac-len
                   end-perform
                   move w2n-result-value-decimal
                        (39 - normalize-frac-len:normalize-frac-len)
                     to normalize-frac-digits
               end-if
               perform build-normalize-number
               string normalize-number-text (1:normalize-number-len)
                                           delimited by size
                 into normalize-render
                 with pointer normalize-render-pos
               end-string
               if sentence-has-ordinal-word
                  and not w2n-result-is-year-phrase
                  and normalize-frac-len = zero
                   perform append-ordinal-suffix
               end-if
       end-evaluate
       exit section.

      *-----------------------------------------------------------------
      * render-normalize-unit-chain
      * a unit chain other than a currency ("two hours thirty
      * minutes", "three kilometers two hundred meters") keeps its
      * unit words, each level's value in digits in front of it.
      *-----------------------------------------------------------------
       render-normalize-unit-chain section.
       perform varying normalize-unit-idx from 1 by 1
                until normalize-unit-idx > w2n-result-unit-count
                   or normalize-unit-idx > 8
           if normalize-unit-idx > 1
               move "N" to normalize-negative
               string " " delimited by size
                 into normalize-render
                 with pointer normalize-render-pos
               end-string
           end-if
           move w2n-result-unit-value (normalize-unit-idx)
             to normalize-int-value
           perform build-normalize-number
           move function lower-case
                (w2n-result-unit-name (normalize-unit-idx))
             to normalize-unit-text
           perform measure-normalize-unit
           string normalize-number-text (1:normalize-number-len)
                  " " delimited by size
             into normalize-render
             with pointer normalize-render-pos
           end-string
           if normalize-unit-len > zero
               string normalize-unit-text (1:normalize-unit-len)
                                           delimited by size
                 into normalize-render
                 with pointer normalize-render-pos
               end-string
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * build-normalize-number
      * normalize-int-value as plain digits, the sign in front when
      * normalize-negative says so and normalize-frac-len decimal
      * digits behind the house decimal mark.
      *-----------------------------------------------------------------
       build-normalize-number section.
       move normalize-int-value to normalize-number-edit
       move 1 to normalize-edit-pos
       perform until normalize-edit-pos >= 38
                  or normalize-number-edit (normalize-edit-pos:1)
                       not = space
           add 1 to normalize-edit-pos
       end-perform

       move spaces to normalize-number-text
       move 1 to normalize-number-len
       if normalize-negative = "Y"
           string "-" delimited by size
             into normalize-number-text
             with pointer normalize-number-len
           end-string
       end-if
       string normalize-number-edit (normalize-edit-pos:)
                                   delimited by size
         into normalize-number-text
         with pointer normalize-number-len
       end-string
       if normalize-frac-len > zero
           string house-decimal-mark delimited by size
                  normalize-frac-digits (1:normalize-frac-len)
                                   delimited by size
             into normalize-number-text
             with pointer normalize-number-len
           end-string
       end-if
       subtract 1 from normalize-number-len
       exit section.

      *-----------------------------------------------------------------
      * measure-normalize-unit
      * the length of the unit word in normalize-unit-text.
      *-----------------------------------------------------------------
       measure-normalize-unit section.
       move 32 to normalize-unit-len
       perform until normalize-unit-len = zero
                  or normalize-unit-text (normalize-unit-len:1)
                       not = space
           subtract 1 from normalize-unit-len
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * append-ordinal-suffix
      * the profile's ordinal suffix after an ordinal's digits - see
      * house-ordinal-suffix.
      *-----------------------------------------------------------------
       append-ordinal-suffix section.
       evaluate true
           when house-ordinal-count = zero
               exit section
           when house-ordinal-count = 1
               move 1 to normalize-suffix-idx
           when house-ordinal-count < 4
               if normalize-int-value = 1
                   move 1 to normalize-suffix-idx
               else
                   move 2 to normalize-suffix-idx
               end-if
           when other
               compute normalize-two-digits =
                   function mod (normalize-int-value, 100)
               evaluate true
                   when normalize-two-digits >= 11
                    and normalize-two-digits <= 13
                       move 4 to normalize-suffix-idx
                   when function mod (normalize-two-digits, 10) >= 1
                    and function mod (normalize-two-digits, 10) <= 3
                       compute normalize-suffix-idx =
                           function mod (normalize-two-digits, 10)
                   when other
                       move 4 to normalize-suffix-idx
               end-evaluate
       end-evaluate
       string house-ordinal-suffix (normalize-suffix-idx)
                                   delimited by space
         into normalize-render
         with pointer normalize-render-pos
       end-string
       exit section.

      *-----------------------------------------------------------------
      * expand-house-format
      * copy the pattern in normalize-format into normalize-render,
      * its placeholders filled: YYYY/MM/DD for a date, HH/MM for a
      * clock time, "#" (the number) and "*" (the currency word) for
      * an amount. Everything else in the pattern is copied as is.
      *-----------------------------------------------------------------
       expand-house-format section.
       move 32 to normalize-format-len
       perform until normalize-format-len = zero
                  or normalize-format (normalize-format-len:1)
                       not = space
           subtract 1 from normalize-format-len
       end-perform

       move 1 to normalize-format-pos
       perform until normalize-format-pos > normalize-format-len
           evaluate true
               when normalize-format-date
                and normalize-format-pos + 3 <= normalize-format-len
                and normalize-format (normalize-format-pos:4) = "YYYY"
                   string w2n-result-date-year delimited by size
                     into normalize-render
                     with pointer normalize-render-pos
                   end-string
                   add 4 to normalize-format-pos
               when normalize-format-date
                and normalize-format-pos < normalize-format-len
                and normalize-format (normalize-format-pos:2) = "MM"
                   string w2n-result-date-month delimited by size
                     into normalize-render
                     with pointer normalize-render-pos
                   end-string
                   add 2 to normalize-format-pos
               when normalize-format-date
                and normalize-format-pos < normalize-format-len
                and normalize-format (normalize-format-pos:2) = "DD"
                   string w2n-result-date-day delimited by size
                     into normalize-render
                     with pointer normalize-render-pos
                   end-string
                   add 2 to normalize-format-pos
               when normalize-format-time
                and normalize-format-pos < normalize-format-len
                and normalize-format (normalize-format-pos:2) = "HH"
                   string w2n-result-time-hour delimited by size
                     into normalize-render
                     with pointer normalize-render-pos
                   end-string
                   add 2 to normalize-format-pos
               when normalize-format-time
                and normalize-format-pos < normalize-format-len
                and normalize-format (normalize-format-pos:2) = "MM"
                   string w2n-result-time-minute delimited by size
                     into normalize-render
                     with pointer normalize-render-pos
                   end-string
                   add 2 to normalize-format-pos
               when normalize-format-amount
                and normalize-format (normalize-format-pos:1) = "#"
                   string normalize-number-text (1:normalize-number-len)
                                           delimited by size
                     into normalize-render
                     with pointer normalize-render-pos
                   end-string
                   add 1 to normalize-format-pos
               when normalize-format-amount
                and normalize-format (normalize-format-pos:1) = "*"
                   if normalize-unit-len > zero
                       string normalize-unit-text (1:normalize-unit-len)
                                           delimited by size
                         into normalize-render
                         with pointer normalize-render-pos
                       end-string
                   end-if
                   add 1 to normalize-format-pos
               when other
                   string normalize-format (normalize-format-pos:1)
                                           delimited by size
                     into normalize-render
                     with pointer normalize-render-pos
                   end-string
                   add 1 to normalize-format-pos
           end-evaluate
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * emit-normalize-run
      * the sentence as written up to the accepted stretch, then its
      * rendering in place of the stretch's own words.
      *-----------------------------------------------------------------
       emit-normalize-run section.
       move normalize-word-start (normalize-scan-idx)
         to normalize-byte-start
       move normalize-word-end (normalize-run-end)
         to normalize-byte-end
       if normalize-byte-start <= normalize-copied-to
           exit section
       end-if

       if normalize-byte-start > normalize-copied-to + 1
           string sentence-case-bytes (normalize-copied-to + 1:
                  normalize-byte-start - normalize-copied-to - 1)
                                       delimited by size
             into normalize-text-bytes
             with pointer normalize-text-pos
           end-string
       end-if
       if normalize-render-pos > 1
           string normalize-render (1:normalize-render-pos - 1)
                                       delimited by size
             into normalize-text-bytes
             with pointer normalize-text-pos
           end-string
       end-if
       move normalize-byte-end to normalize-copied-to
       exit section.

      *-----------------------------------------------------------------

       exit section.

      *-----------------------------------------------------------------
      * check-range-reading
      * a clock time spoken with a connector the profile also lists as
      * a range connector ("ten TO twelve") reads just as well as the
      * range 10..12 - try the range grammar on the same words and,
      * when it accepts them split at the same connector, carry the
      * range as the alternate reading. The fraction forms ("half
      * past nine", "quarter to five") are no range and are left
      * alone.
      *-----------------------------------------------------------------
       check-range-reading section.
       if time-connector-idx = zero
          or time-minutes-from-fraction
           exit section
       end-if

       perform save-parse-state

       perform find-range-connector
       if range-connector-idx = time-connector-idx
           perform accumulate-range
           if w2n-result-has-range
              and not sentence-has-unknown-word
              and not value-has-overflowed
               set w2n-result-has-alternate to true
               set w2n-alternate-is-range to true
               move w2n-result-range-low to w2n-result-alternate-value
               move w2n-result-range-high to w2n-result-alternate-high
           end-if
           move "N" to w2n-result-is-range
           move zero to w2n-result-range-low
           move zero to w2n-result-range-high
       end-if

       perform restore-parse-state

       exit section.

      *-----------------------------------------------------------------
      * check-time-reading
      * the other way round: a range whose connector is also a clock
      * connector ("ten TO twelve" read as a range because the caller
      * did not arm time-phrase mode) would have been the clock time
      * 11:50 in time-phrase mode - try the full time grammar on the
      * same words and carry hhmm as the alternate reading. With
      * time-phrase mode armed the time grammar has already had its
      * turn and turned the sentence down, so there is nothing to try.
      *-----------------------------------------------------------------
       check-time-reading section.
       if not w2n-result-has-range
          or sentence-has-unknown-word
          or w2n-time-phrase-requested
           exit section
       end-if

       perform save-parse-state

       move w2n-request-time-phrase to probe-saved-time-request
       set w2n-time-phrase-requested to true
       perform check-time-phrase
       move probe-saved-time-request to w2n-request-time-phrase

       if time-phrase-found
          and time-connector-idx = range-connector-idx
           set w2n-result-has-alternate to true
           set w2n-alternate-is-time to true
           compute w2n-result-alternate-value =
               time-hour-value * 100 + time-minute-value
       end-if
       move "N" to time-flag

       perform restore-parse-state

       exit section.

      *-----------------------------------------------------------------
      * check-quantity-reading
      * a spoken-year pair ("nineteen eighty four" = 1984) still folds
      * through the ordinary grammar as a quantity (19 + 80 + 4 =
      * 103) - carry that sum as the alternate reading.
      *-----------------------------------------------------------------
       check-quantity-reading section.
       perform save-parse-state

       move sentence-first-word to parse-start
       move word-count to parse-end
       perform accumulate-value

       if not sentence-has-unknown-word
          and not value-has-overflowed
          and parse-result not = w2n-result-value-integer
           set w2n-result-has-alternate to true
           set w2n-alternate-is-quantity to true
           move parse-result to w2n-result-alternate-value
       end-if

       perform restore-parse-state

       exit section.

      *-----------------------------------------------------------------
      * check-sequence-reading
      * a sentence of nothing but single digits ("one two three")
      * folds additively to 6, but is just as likely a number read
      * digit by digit, 123 - when every word is a plain 0-9 number
      * word or digit and the two readings differ, carry the
      * digit-sequence value as the alternate reading. Digit-sequence
      * mode itself never gets here: that caller has said how the
      * digits are meant. Expects the additive fold in parse-result.
      *-----------------------------------------------------------------
       check-sequence-reading section.
       if word-count <= sentence-first-word
          or sentence-has-unknown-word
          or value-has-overflowed
           exit section
       end-if

       move "Y" to probe-digit-flag
       move zero to probe-digit-value
       move zero to probe-digit-count

       perform varying parse-idx from sentence-first-word by 1
                until parse-idx > word-count
                   or not probe-run-is-digits
           perform lookup-word
           if word-is-found (parse-idx)
              and not word-is-ordinal-word (parse-idx)
              and not word-is-multiplier-word (parse-idx)
              and word-decimal-scale (parse-idx) = zero
              and word-value (parse-idx) <= 9
              and probe-digit-count < 38
               compute probe-digit-value =
                   probe-digit-value * 10 + word-value (parse-idx)
               add 1 to probe-digit-count
           else
               move "N" to probe-digit-flag
           end-if
       end-perform

       if probe-run-is-digits
          and probe-digit-value not = parse-result
           set w2n-result-has-alternate to true
           set w2n-alternate-is-sequence to true
           move probe-digit-value to w2n-result-alternate-value
       end-if

       exit section.

      *-----------------------------------------------------------------
      * save-parse-state / restore-parse-state
      * bracket an ambiguity probe: the switches and value fields the
      * second grammar writes are saved first and put back after, so
      * the probe can run the ordinary sections unchanged. The probe
      * starts with the unknown-word and overflow switches clear, so
      * what it finds there is its own verdict.
      *-----------------------------------------------------------------
       save-parse-state section.
       move has-unknown-word to probe-saved-unknown
       move has-ordinal-word to probe-saved-ordinal
       move has-value-overflow to probe-saved-overflow
       move w2n-result-value to probe-saved-value
       move result-decimal-scale to probe-saved-decimal-scale
       move w2n-reason to probe-saved-reason
       move "N" to has-unknown-word
       move "N" to has-value-overflow
       exit section.

       restore-parse-state section.
       move probe-saved-unknown to has-unknown-word
       move probe-saved-ordinal to has-ordinal-word
       move probe-saved-overflow to has-value-overflow
       move probe-saved-value to w2n-result-value
       move probe-saved-decimal-scale to result-decimal-scale
       move probe-saved-reason to w2n-reason
       exit section.

      *-----------------------------------------------------------------
      * find-percent-word
      * a percent phrase is the number as spoken with one of the
      * profile's percent words closing the sentence - a percent
      * word anywhere else (or alone) is left for the ordinary
      * lookup to reject, so "percent discount applies" does not
      * start returning numbers. A two-word percent phrase ("pour
      * cent") closes the sentence with both its words;
      * percent-word-idx is where the phrase starts.
      *-----------------------------------------------------------------
       find-percent-word section.
       move "N" to percent-flag
           end-perform
       end-if

       if not percent-phrase-found
          and word-count > sentence-first-word + 1
           move spaces to percent-phrase
           string word-text (word-count - 1) delimited by space
                  " " delimited by size
                  word-text (word-count) delimited by space
             into percent-phrase
           end-string
           perform varying profile-scan-idx from 1 by 1
                    until profile-scan-idx > percent-word-count
               if percent-phrase = percent-words (profile-scan-idx)
                   compute percent-word-idx = word-count - 1
                   set percent-phrase-found to true
                   move percent-word-count to profile-scan-idx
               end-if
           end-perform
       end-if

       exit section.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       accumulate-digit-sequence section.
       move zero to digit-seq-count
       move zeros to digit-seq-word-table
       move zero to parse-result
       move 1 to digit-seq-repeat

      * field itself is full and the sequence is out of range.
      *-----------------------------------------------------------------
       append-sequence-digit section.
       add digit-seq-repeat to digit-seq-word-digits (parse-idx)
       perform digit-seq-repeat times
           if digit-seq-count >= 38
               move "Y" to has-value-overflow
       move 1 to digit-seq-repeat
       exit section.

      *-----------------------------------------------------------------
      * mask-digit-sequence
      * star a digit-sequence call down to its last four digits: the
      * value into w2n-mask-value, the sentence as written into
      * w2n-mask-sentence - every word whose digits fall before the
      * last four starred whole (a bare digit token only up to the
      * last four), a double word with the digit word it doubles -
      * and any digits in the refused word into w2n-mask-reason-word.
      *-----------------------------------------------------------------
       mask-digit-sequence section.
       set digit-mask-is-active to true
       move spaces to w2n-mask-sentence
       move sentence-case-bytes to w2n-mask-sentence
       move w2n-reason-word to w2n-mask-reason-word
       move spaces to w2n-mask-value

      *> the digits spoken, overflow included, fix how many are
      *> starred in the sentence.
       move zero to mask-digits-seen
       perform varying mask-word-idx from sentence-first-word by 1
                until mask-word-idx > word-count
           add digit-seq-word-digits (mask-word-idx)
             to mask-digits-seen
       end-perform
       move zero to mask-hide-count
       if mask-digits-seen > MASK-SHOWN-DIGITS
           compute mask-hide-count =
               mask-digits-seen - MASK-SHOWN-DIGITS
       end-if

       move zero to mask-digits-seen
       move zero to mask-double-idx
       perform varying mask-word-idx from sentence-first-word by 1
                until mask-word-idx > word-count
           if digit-seq-word-digits (mask-word-idx) > zero
               perform mask-one-sequence-word
           else
               perform varying profile-scan-idx from 1 by 1
                        until profile-scan-idx > double-word-count
                   if word-text (mask-word-idx)
                        = double-words (profile-scan-idx)
                       move mask-word-idx to mask-double-idx
                       move double-word-count to profile-scan-idx
                   end-if
               end-perform
           end-if
       end-perform

       if digit-seq-count > zero
           move w2n-result-value-integer
                (39 - digit-seq-count:digit-seq-count)
             to w2n-mask-value (39 - digit-seq-count:digit-seq-count)
           if digit-seq-count > MASK-SHOWN-DIGITS
               move all "*"
                 to w2n-mask-value
                    (39 - digit-seq-count:
                     digit-seq-count - MASK-SHOWN-DIGITS)
           end-if
       end-if

      *> a refused token with digits in it ("473219x") shows only
      *> its own last four.
       move zero to mask-char-count
       inspect w2n-reason-word tallying mask-char-count
               for all "0" all "1" all "2" all "3" all "4"
                   all "5" all "6" all "7" all "8" all "9"
       if mask-char-count > MASK-SHOWN-DIGITS
           subtract MASK-SHOWN-DIGITS from mask-char-count
           perform varying mask-char-idx from 1 by 1
                    until mask-char-idx > 64
                       or mask-char-count = zero
               if w2n-mask-reason-word (mask-char-idx:1) is numeric
                   move "*" to w2n-mask-reason-word (mask-char-idx:1)
                   subtract 1 from mask-char-count
               end-if
           end-perform
           move "Y" to w2n-mask-applied
       end-if

       if mask-hide-count > zero
           move "Y" to w2n-mask-applied
       end-if

       if not w2n-mask-was-applied
           move spaces to w2n-mask
           move "N" to w2n-mask-applied
       end-if

       exit section.

      *-----------------------------------------------------------------
      * mask-one-sequence-word
      * star word-table (mask-word-idx) in w2n-mask-sentence when its
      * digits fall before the last four, then count them as seen.
      *-----------------------------------------------------------------
       mask-one-sequence-word section.
       move "N" to mask-word-hidden-flag
       if mask-digits-seen < mask-hide-count
           set mask-word-is-hidden to true
           compute mask-char-count = mask-hide-count - mask-digits-seen
      *> a bare digit token straddling the boundary keeps the digits
      *> of the last four; a spoken word is starred whole.
           if word-text (mask-word-idx) (1:1) is numeric
              and mask-char-count
                    < word-source-length (mask-word-idx)
               move all "*"
                 to w2n-mask-sentence
                    (word-source-start (mask-word-idx):
                     mask-char-count)
           else
               move all "*"
                 to w2n-mask-sentence
                    (word-source-start (mask-word-idx):
                     word-source-length (mask-word-idx))
           end-if
       end-if

       if mask-double-idx > zero
           if mask-word-is-hidden
               move all "*"
                 to w2n-mask-sentence
                    (word-source-start (mask-double-idx):
                     word-source-length (mask-double-idx))
           end-if
           move zero to mask-double-idx
       end-if

       add digit-seq-word-digits (mask-word-idx) to mask-digits-seen

       exit section.

      *-----------------------------------------------------------------
      * find-fraction-word
      * locate the first fraction-words entry among word-table
                     to unit-chain-rank (unit-chain-count)
                   move unit-ratio-work
                     to unit-chain-ratio (unit-chain-count)
                   move unit-entry-work
                     to unit-chain-entry-idx (unit-chain-count)
               end-if
           end-if

       move spaces to unit-role-work
       move zero to unit-rank-work
       move zero to unit-ratio-work
       move zero to unit-entry-work
       perform varying uw-idx from 1 by 1
                until uw-idx > unit-word-count
           if word-text (parse-idx) = unit-word-text (uw-idx)
               move "Y" to unit-role-flag
               set unit-entry-work to uw-idx
               move unit-word-role (uw-idx) to unit-role-work
               move unit-word-rank (uw-idx) to unit-rank-work
               move unit-word-ratio (uw-idx) to unit-ratio-work
       perform varying unit-chain-k from 2 by 1
                until unit-chain-k > unit-chain-count

           perform resolve-unit-link
           if unit-link-multiplier = zero
               move "N" to canonical-valid-flag
           else
               if w2n-result-unit-value (unit-chain-k)
                    >= unit-link-bound
                   move "Y" to has-value-overflow
                   move word-text
                        (unit-chain-word-idx (unit-chain-k))
               if canonical-is-valid
                   compute w2n-result-canonical-value =
                       w2n-result-canonical-value
                       * unit-link-multiplier
                       + w2n-result-unit-value (unit-chain-k)
                       on size error
                           move "Y" to has-value-overflow

       exit section.

      *-----------------------------------------------------------------
      * resolve-unit-link
      * the multiplier and bound for folding spoken unit unit-chain-k
      * under the one spoken before it. Adjacent ranks fold through
      * the upper word's own ratio; for every rank left unspoken in
      * between, the ratio comes from the word of that rank listed
      * after the upper word in the units file (the units of one
      * chain are listed together, largest first), and the lowest
      * such ratio becomes the bound. Zero when a link has no ratio.
      *-----------------------------------------------------------------
       resolve-unit-link section.
       move unit-chain-ratio (unit-chain-k - 1) to unit-link-multiplier
       move unit-chain-ratio (unit-chain-k - 1) to unit-link-bound

       perform varying unit-link-rank
                from unit-chain-rank (unit-chain-k - 1) by 1
                until unit-link-rank + 1
                        >= unit-chain-rank (unit-chain-k)
                   or unit-link-multiplier = zero

           move "N" to unit-link-flag
           perform varying unit-link-idx
                    from unit-chain-entry-idx (unit-chain-k - 1) by 1
                    until unit-link-idx > unit-word-count
                       or unit-link-level-found
               if unit-word-rank (unit-link-idx) = unit-link-rank + 1
                   move "Y" to unit-link-flag
                   move unit-word-ratio (unit-link-idx)
                     to unit-link-bound
               end-if
      *> a MAJOR word after the lower ranks starts another chain
               if unit-link-idx
                    > unit-chain-entry-idx (unit-chain-k - 1)
                  and unit-word-rank (unit-link-idx) = 1
                  and unit-word-rank (unit-link-idx - 1) not = 1
                   move unit-word-count to unit-link-idx
               end-if
           end-perform

           if unit-link-level-found
               compute unit-link-multiplier =
                   unit-link-multiplier * unit-link-bound
                   on size error
                       move zero to unit-link-multiplier
               end-compute
           else
               move zero to unit-link-multiplier
           end-if

       end-perform

       exit section.

      *-----------------------------------------------------------------
      * check-roman-token
      * classify word-text (roman-check-idx): roman-token-valid with
      * its value in roman-value when it is a well-formed Roman
      * numeral (1 to 3999, canonical form), roman-token-malformed
      * when it is capitals Roman letters that do not form one, and
      * neither when it is any other token.
      *-----------------------------------------------------------------
       check-roman-token section.
       move "N" to roman-check-flag
       move zero to roman-value
       move zero to roman-token-len

       if not word-is-capitals (roman-check-idx)
          or word-text (roman-check-idx) = spaces
           exit section
       end-if
      *> a vocabulary word is never re-read as a numeral
       move roman-check-idx to parse-idx
       perform lookup-word
       if word-is-found (parse-idx)
           exit section
       end-if

       move word-text (roman-check-idx) to roman-token
       compute roman-token-len =
           function length (function trim (roman-token trailing))

       perform varying roman-pos from 1 by 1
                until roman-pos > roman-token-len
           evaluate roman-token (roman-pos:1)
               when "I"
                   move 1 to roman-digit (roman-pos)
               when "V"
                   move 5 to roman-digit (roman-pos)
               when "X"
                   move 10 to roman-digit (roman-pos)
               when "L"
                   move 50 to roman-digit (roman-pos)
               when "C"
                   move 100 to roman-digit (roman-pos)
               when "D"
                   move 500 to roman-digit (roman-pos)
               when "M"
                   move 1000 to roman-digit (roman-pos)
               when other
                   exit section
           end-evaluate
       end-perform

      *> a letter worth less than the one after it is subtracted
       perform varying roman-pos from 1 by 1
                until roman-pos > roman-token-len
           if roman-pos < roman-token-len
              and roman-digit (roman-pos) < roman-digit (roman-pos + 1)
               subtract roman-digit (roman-pos) from roman-value
           else
               add roman-digit (roman-pos) to roman-value
           end-if
       end-perform

       set roman-token-malformed to true
       if roman-value < 1 or roman-value > 3999
           exit section
       end-if

       move roman-value to roman-remaining
       move spaces to roman-spelled
       move 1 to roman-spell-pos
       perform varying roman-entry-idx from 1 by 1
                until roman-entry-idx > 13
           perform until roman-remaining
                           < roman-entry-value (roman-entry-idx)
               if roman-entry-symbol (roman-entry-idx) (2:1) = space
                   string roman-entry-symbol (roman-entry-idx) (1:1)
                            delimited by size
                     into roman-spelled
                     with pointer roman-spell-pos
                   end-string
               else
                   string roman-entry-symbol (roman-entry-idx)
                            delimited by size
                     into roman-spelled
                     with pointer roman-spell-pos
                   end-string
               end-if
               subtract roman-entry-value (roman-entry-idx)
                 from roman-remaining
           end-perform
       end-perform

       if roman-spelled = roman-token
           set roman-token-valid to true
       end-if

       exit section.

      *-----------------------------------------------------------------
      * check-numeric-literal
      * set literal-numeric-flag to Y when word-text (1) is a bare
