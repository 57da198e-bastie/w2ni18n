       01 spell-word-len          pic 9(4).
       01 spell-tally             pic 9(4).

      *> hyphenated-style working storage: the tens word and the
      *> remainder after it ("quatre-vingt" and "dix-sept" in 97), and
      *> whether the group being spelled may take the French plural
      *> s - only when no number follows it but a scale noun from a
      *> million up ("deux cents", "deux cents millions", but "deux
      *> cent mille").
       01 spell-tens-word         pic x(64).
       01 spell-rest-word         pic x(64).
       01 spell-joined-word       pic x(64).
       01 spell-next-scale        pic 9(38).
       01 spell-plural-flag       pic x(1).
         88 spell-plural-allowed    value "Y".

      *> per-language spelling rules: English spells a number as
      *> separate words in hundreds-tens-units order; German writes
      *> one compound word with the units before the tens joined by
      *> "und" (21 = einundzwanzig) and says "komma" on decimals.
      *> Scale words from a million upward stay separate words in
      *> German ("zwei million dreihunderttausend"), everything below
      *> joins into the compound. French spells separate words like
      *> English but hyphen-joins the tens and units below a hundred
      *> ("quatre-vingt-dix-sept"), with "et" before a lone one or
      *> eleven ("vingt et un", "soixante et onze").
       01 spell-style             pic x(8) value "SPACED".
         88 spell-style-spaced      value "SPACED".
         88 spell-style-compound    value "COMPOUND".
         88 spell-style-hyphenated  value "HYPHEN".
      *> how the tens from seventy up are spelled (profile key
      *> "vigesimal"): counted in twenties the standard French way,
      *> or with the Belgian septante/nonante or the Swiss septante/
      *> huitante/nonante words - "NO" for a language that has plain
      *> decimal tens.
       01 tens-variant            pic x(8) value "NO".
         88 tens-are-decimal        value "NO".
         88 tens-are-standard       value "STANDARD".
         88 tens-are-belgian        value "BELGIAN".
         88 tens-are-swiss          value "SWISS".
       01 decimal-point-word      pic x(64) value "POINT".
      *> the sign word spelled for a negative value - the first entry
      *> of the profile's "negative" word list.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==UNITS==.

      *> unit-phrase format working storage: every unit word of
      *> units_<lang>.properties in file order (one spare entry after
      *> the last keeps rank zero), the chain of units resolved from
      *> the caller's major unit word down to the unit the value is
      *> counted in, and the phrase built up one unit at a time.
       01 unit-entries.
        03 unit-entry              occurs 65.
         05 unit-entry-word          pic x(32).
         05 unit-entry-rank          pic 9(2).
         05 unit-entry-ratio         pic 9(18).
         05 unit-entry-one-word      pic x(16).
       01 unit-entry-count         pic 9(4) value zero.
       01 unit-entry-idx           pic 9(4).
       01 unit-found-idx           pic 9(4).
       01 unit-role-work           pic x(16).
       01 unit-ratio-text          pic x(16).
       01 unit-one-text            pic x(16).
       01 unit-word-upper          pic x(32).

       01 filler.
        03 unit-level              occurs 8.
         05 unit-level-first-entry   pic 9(4).
         05 unit-level-last-entry    pic 9(4).
         05 unit-level-singular      pic x(32).
         05 unit-level-plural        pic x(32).
         05 unit-level-one-word      pic x(16).
         05 unit-level-ratio         pic 9(18).
         05 unit-level-value         pic 9(38).
       01 unit-level-count         pic 9(2).
       01 unit-level-k             pic 9(2).
       01 unit-counted-level       pic 9(2).
       01 unit-last-spoken         pic 9(2).
       01 unit-chain-flag          pic x(1).
         88 unit-chain-is-valid      value "Y".
       01 unit-remaining-value     pic 9(38).
       01 unit-quotient-value      pic 9(38).
      *> the caller's value fields, borrowed by spell-number for each
      *> unit's amount and put back once the phrase is built
       01 unit-saved-sign          pic x(1).
       01 unit-saved-integer       pic 9(38).
       01 unit-saved-decimal       pic 9(38).
       01 unit-phrase-bytes        pic x(2048).
       01 unit-phrase-len          pic 9(4).

      *> append-word runs in one of two modes: spaced (a blank before
      *> every word) or joined (words glue into one compound, with a
      *> single blank inserted only where a new compound begins -
         move "KOMMA" to decimal-point-word
       end-if
       move "MINUS" to negative-spell-word
       set tens-are-decimal to true

       perform load-language-profile

       perform load-vocabulary

       if n2w-format-unit
           perform build-unit-phrase
       else
           perform spell-number
       end-if

       if n2w-spell-ordinal and not n2w-format-check
                            and not n2w-format-unit
           perform spell-ordinal-final-word
       end-if

       build-check-line section.
       set append-spaced-mode to true

       evaluate true
           when spell-style-compound
               move "UND" to spell-word
           when spell-style-hyphenated
               move "ET" to spell-word
           when other
               move "AND" to spell-word
       end-evaluate
       perform append-word

       compute check-cents = function mod (n2w-value-decimal, 100)

       exit section.

      *-----------------------------------------------------------------
      * build-unit-phrase
      * spell the canonical value in n2w-value-integer as a unit
      * phrase: break it down through the chain of units under
      * n2w-unit-major-word, spell the major unit and every smaller
      * unit whose amount is not zero with its singular or plural
      * word, and put the joining word in front of the last one - "TWO
      * HOURS THIRTY MINUTES AND FIFTEEN SECONDS", "ZERO DOLLARS AND
      * FIFTY CENTS". A major unit the units file does not have, or a
      * counted unit that is not in its chain, is refused.
      *-----------------------------------------------------------------
       build-unit-phrase section.
       move zero to n2w-text-len
       move spaces to n2w-build-bytes

       perform load-unit-entries
       perform resolve-unit-chain
       if not unit-chain-is-valid
           display "unit " n2w-unit-major-word " "
                   n2w-unit-counted-word " is not a unit chain"
           set n2w-returning-error to true
           exit section
       end-if

      *> break the value down from the counted unit upward
       move n2w-value-integer to unit-remaining-value
       perform varying unit-level-k from unit-level-count by -1
                until unit-level-k < 2
           divide unit-remaining-value
               by unit-level-ratio (unit-level-k - 1)
               giving unit-quotient-value
               remainder unit-level-value (unit-level-k)
           move unit-quotient-value to unit-remaining-value
       end-perform
       move unit-remaining-value to unit-level-value (1)

      *> the major unit is always spoken, zero or not - W2N only reads
      *> a phrase that starts on its major unit as a unit amount ("a
      *> second" on its own is the ordinal)
       move 1 to unit-last-spoken
       perform varying unit-level-k from 2 by 1
                until unit-level-k > unit-level-count
           if unit-level-value (unit-level-k) > zero
               move unit-level-k to unit-last-spoken
           end-if
       end-perform

       move n2w-value-sign to unit-saved-sign
       move n2w-value-integer to unit-saved-integer
       move n2w-value-decimal to unit-saved-decimal
       move zero to n2w-value-decimal
       move spaces to unit-phrase-bytes
       move zero to unit-phrase-len

       perform varying unit-level-k from 1 by 1
                until unit-level-k > unit-last-spoken
           if unit-level-k = 1
              or unit-level-value (unit-level-k) > zero
               if unit-level-k = unit-last-spoken
                  and unit-level-k > 1
                   evaluate true
                       when spell-style-compound
                           move "UND" to spell-word
                       when spell-style-hyphenated
                           move "ET" to spell-word
                       when other
                           move "AND" to spell-word
                   end-evaluate
                   perform add-unit-phrase-word
               end-if
               perform spell-unit-level
           end-if
       end-perform

       move unit-saved-sign to n2w-value-sign
       move unit-saved-integer to n2w-value-integer
       move unit-saved-decimal to n2w-value-decimal

      *> a phrase too long for the result is refused, not cut short
       if unit-phrase-len > length of unit-phrase-bytes
           set n2w-returning-error to true
           move zero to n2w-text-len
           move spaces to n2w-build-bytes
           exit section
       end-if

       move unit-phrase-bytes to n2w-build-bytes
       move unit-phrase-len to n2w-text-len

       exit section.

      *-----------------------------------------------------------------
      * spell-unit-level
      * spell the amount of unit unit-level-k and its unit word onto
      * the phrase: an amount of one takes the singular, spelled with
      * the unit's own word for one where the units file names one
      * ("EIN EURO", "EINE STUNDE"), every other amount the plural.
      * Only the first unit spelled carries the sign.
      *-----------------------------------------------------------------
       spell-unit-level section.
       move unit-level-value (unit-level-k) to n2w-value-integer

       if unit-level-value (unit-level-k) = 1
          and unit-level-one-word (unit-level-k) not = spaces
           if n2w-value-is-negative
               move negative-spell-word to spell-word
               perform add-unit-phrase-word
           end-if
           move unit-level-one-word (unit-level-k) to spell-word
           perform add-unit-phrase-word
       else
           perform spell-number
           perform add-unit-phrase-number
       end-if

       if unit-level-value (unit-level-k) = 1
           move unit-level-singular (unit-level-k) to spell-word
       else
           move unit-level-plural (unit-level-k) to spell-word
       end-if
       perform add-unit-phrase-word

       move space to n2w-value-sign

       exit section.

      *-----------------------------------------------------------------
      * add-unit-phrase-number
      * append the number spell-number just built to the phrase.
      *-----------------------------------------------------------------
       add-unit-phrase-number section.
       if n2w-text-len > zero
           if unit-phrase-len > zero
               add 1 to unit-phrase-len
           end-if
           if unit-phrase-len + n2w-text-len
                <= length of unit-phrase-bytes
               move n2w-build-bytes (1:n2w-text-len)
                 to unit-phrase-bytes (unit-phrase-len + 1:
                                       n2w-text-len)
           end-if
           add n2w-text-len to unit-phrase-len
       end-if

       exit section.

      *-----------------------------------------------------------------
      * add-unit-phrase-word
      * append spell-word (trimmed) to the phrase.
      *-----------------------------------------------------------------
       add-unit-phrase-word section.
       move zero to spell-tally
       if not spell-word = spaces
           inspect spell-word tallying spell-tally for trailing space
       end-if
       compute spell-word-len = length of spell-word - spell-tally

       if spell-word-len > zero
           if unit-phrase-len > zero
               add 1 to unit-phrase-len
           end-if
           if unit-phrase-len + spell-word-len
                <= length of unit-phrase-bytes
               move spell-word (1:spell-word-len)
                 to unit-phrase-bytes (unit-phrase-len + 1:
                                       spell-word-len)
           end-if
           add spell-word-len to unit-phrase-len
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-unit-entries
      * read every unit word of units_<lang>.properties, in file
      * order, into unit-entries. A missing units file leaves the
      * table empty and no major unit word resolves.
      *-----------------------------------------------------------------
       load-unit-entries section.
       initialize unit-entries
       move zero to unit-entry-count

       string "data/units_" delimited by size
              lang delimited by size
              ".properties" delimited by size
         into dynmaic-units-file-name
       end-string

       OPEN INPUT units-file.
       if UNITS-SUCCESS

           perform with test before until not UNITS-SUCCESS
                  read units-file
                  if UNITS-SUCCESS
                      perform load-unit-entry-line
                  end-if
           end-perform

           close units-file
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-unit-entry-line
      * split one units-line into its word and its ROLE[:ratio[:one]]
      * parts; the role resolves to a rank the way W2N.cob's
      * resolve-unit-word-rank does (MAJOR one, MINOR two, MINOR2
      * three...).
      *-----------------------------------------------------------------
       load-unit-entry-line section.

           if units-content-bytes (1:1) not = "#" and
              units-content-bytes not = spaces and
              unit-entry-count < 64

           move zero to helper-count-pos
           perform varying helper-count-pos from 1 by 1
                    until helper-count-pos > 80
                       or units-content-bytes (helper-count-pos:1)
                          = CONFIG-KEY-VALUE-DELIMITER
           end-perform

           if helper-count-pos <= 80
               move spaces to config-key-work
               move spaces to config-value-work
               move spaces to unit-role-work
               move spaces to unit-ratio-text
               move spaces to unit-one-text
               move units-content-bytes (1:helper-count-pos - 1)
                 to config-key-work
               move units-content-bytes (helper-count-pos + 1:)
                 to config-value-work
               unstring config-value-work
                   delimited by CONFIG-PART-DELIMITER
                   into unit-role-work unit-ratio-text unit-one-text
               end-unstring

               add 1 to unit-entry-count
               move function upper-case (config-key-work)
                 to unit-entry-word (unit-entry-count)
               move function upper-case (unit-one-text)
                 to unit-entry-one-word (unit-entry-count)
               if unit-ratio-text = spaces
                   move zero to unit-entry-ratio (unit-entry-count)
               else
                   move function numval (unit-ratio-text)
                     to unit-entry-ratio (unit-entry-count)
               end-if

               move function upper-case (unit-role-work)
                 to unit-role-work
               evaluate true
                   when unit-role-work = "MAJOR"
                       move 1 to unit-entry-rank (unit-entry-count)
                   when unit-role-work = "MINOR"
                       move 2 to unit-entry-rank (unit-entry-count)
                   when unit-role-work (1:5) = "MINOR"
                      and unit-role-work (6:1) >= "2"
                      and unit-role-work (6:1) <= "9"
                       compute unit-entry-rank (unit-entry-count) =
                           function numval (unit-role-work (6:1)) + 1
                   when other
                       move zero to unit-entry-rank (unit-entry-count)
               end-evaluate
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * resolve-unit-chain
      * find n2w-unit-major-word among the MAJOR words and collect its
      * chain: the units of one chain are listed together, largest
      * first, every word of a unit on consecutive lines - so the
      * chain is the run of MAJOR words around it and each run of the
      * next rank after that, for as long as the unit above carries a
      * ratio. The chain is then cut at the unit the value is counted
      * in.
      *-----------------------------------------------------------------
       resolve-unit-chain section.
       move "N" to unit-chain-flag
       move zero to unit-level-count
       move zero to unit-found-idx
       move function upper-case (n2w-unit-major-word)
         to unit-word-upper

       perform varying unit-entry-idx from 1 by 1
                until unit-entry-idx > unit-entry-count
           if unit-entry-word (unit-entry-idx) = unit-word-upper
              and unit-entry-rank (unit-entry-idx) = 1
               move unit-entry-idx to unit-found-idx
               move unit-entry-count to unit-entry-idx
           end-if
       end-perform

       if unit-found-idx = zero
           exit section
       end-if

      *> back up to the first word of the major unit
       move unit-found-idx to unit-entry-idx
       perform until unit-entry-idx = 1
                  or unit-entry-rank (unit-entry-idx - 1) not = 1
           subtract 1 from unit-entry-idx
       end-perform

       perform resolve-unit-level
       perform until unit-level-count = 8
                  or unit-level-ratio (unit-level-count) = zero
                  or unit-entry-rank (unit-entry-idx)
                       not = unit-level-count + 1
           perform resolve-unit-level
       end-perform

      *> cut the chain at the counted unit
       move function upper-case (n2w-unit-counted-word)
         to unit-word-upper
       if unit-word-upper = spaces
           if unit-level-count > 2
               move 2 to unit-level-count
           end-if
       else
           move zero to unit-counted-level
           perform varying unit-level-k from 1 by 1
                    until unit-level-k > unit-level-count
               perform varying unit-entry-idx
                        from unit-level-first-entry (unit-level-k)
                        by 1
                        until unit-entry-idx
                                > unit-level-last-entry (unit-level-k)
                   if unit-entry-word (unit-entry-idx)
                        = unit-word-upper
                       move unit-level-k to unit-counted-level
                   end-if
               end-perform
           end-perform
           if unit-counted-level = zero
               exit section
           end-if
           move unit-counted-level to unit-level-count
       end-if

       move "Y" to unit-chain-flag

       exit section.

      *-----------------------------------------------------------------
      * resolve-unit-level
      * take the run of words of the next rank starting at
      * unit-entry-idx as the next unit of the chain: its singular is
      * the first word naming its one, its plural the first word with
      * no third part ("-" words are only ever read, never spelled);
      * a unit with only one of the two spells it for every amount.
      * unit-entry-idx is left on the word after the run.
      *-----------------------------------------------------------------
       resolve-unit-level section.
       add 1 to unit-level-count
       move unit-entry-idx to unit-level-first-entry (unit-level-count)
       move spaces to unit-level-singular (unit-level-count)
       move spaces to unit-level-plural (unit-level-count)
       move spaces to unit-level-one-word (unit-level-count)
       move zero to unit-level-ratio (unit-level-count)
       move zero to unit-level-value (unit-level-count)

       perform until unit-entry-idx > unit-entry-count
                  or unit-entry-rank (unit-entry-idx)
                       not = unit-level-count
           evaluate true
               when unit-entry-one-word (unit-entry-idx) = "-"
                   continue
               when unit-entry-one-word (unit-entry-idx) not = spaces
                   if unit-level-singular (unit-level-count) = spaces
                       move unit-entry-word (unit-entry-idx)
                         to unit-level-singular (unit-level-count)
                       move unit-entry-one-word (unit-entry-idx)
                         to unit-level-one-word (unit-level-count)
                   end-if
               when other
                   if unit-level-plural (unit-level-count) = spaces
                       move unit-entry-word (unit-entry-idx)
                         to unit-level-plural (unit-level-count)
                   end-if
           end-evaluate
           if unit-level-ratio (unit-level-count) = zero
               move unit-entry-ratio (unit-entry-idx)
                 to unit-level-ratio (unit-level-count)
           end-if
           add 1 to unit-entry-idx
       end-perform

       compute unit-level-last-entry (unit-level-count) =
           unit-entry-idx - 1

       evaluate true
           when unit-level-singular (unit-level-count) = spaces
            and unit-level-plural (unit-level-count) = spaces
               move unit-entry-word
                    (unit-level-first-entry (unit-level-count))
                 to unit-level-singular (unit-level-count)
               move unit-level-singular (unit-level-count)
                 to unit-level-plural (unit-level-count)
           when unit-level-plural (unit-level-count) = spaces
               move unit-level-singular (unit-level-count)
                 to unit-level-plural (unit-level-count)
           when unit-level-singular (unit-level-count) = spaces
               move unit-level-plural (unit-level-count)
                 to unit-level-singular (unit-level-count)
           when other
               continue
       end-evaluate

       exit section.

      *-----------------------------------------------------------------
      * spell-ordinal-final-word
      * rewrite the final word of the spelled number into its ordinal
           end-if
       end-perform

       evaluate true
           when spell-style-compound
               perform spell-german-ordinal-suffix
           when spell-style-hyphenated
               perform spell-french-ordinal-suffix
           when other
           move spaces to ordinal-word-text
           compute helper-count-pos =
               n2w-text-len - ordinal-word-start + 1
               set append-spaced-mode to true
               perform append-word
           end-if
       end-evaluate

       exit section.


       exit section.

      *-----------------------------------------------------------------
      * spell-french-ordinal-suffix
      * French builds the ordinal by suffixing the final word with
      * -ieme: a plural s comes off first (deux cents - deux
      * centieme), a closing e gives way to the suffix (quatre -
      * quatrieme), cinq takes a u and neuf turns its f into v. One
      * on its own is premier.
      *-----------------------------------------------------------------
       spell-french-ordinal-suffix section.
       if n2w-value-integer = 1
           move spaces to n2w-build-bytes (ordinal-word-start:)
           move "PREMIER" to n2w-build-bytes (ordinal-word-start:7)
           compute n2w-text-len = ordinal-word-start + 6
           exit section
       end-if

       if n2w-text-len >= 2
          and n2w-build-bytes (n2w-text-len:1) = "S"
          and n2w-build-bytes (n2w-text-len - 1:1) not = "I"
           move space to n2w-build-bytes (n2w-text-len:1)
           subtract 1 from n2w-text-len
       end-if

       evaluate true
           when n2w-build-bytes (n2w-text-len:1) = "Q"
               move "UIEME" to n2w-build-bytes (n2w-text-len + 1:5)
               add 5 to n2w-text-len
           when n2w-build-bytes (n2w-text-len:1) = "F"
               move "VIEME" to n2w-build-bytes (n2w-text-len:5)
               add 4 to n2w-text-len
           when n2w-build-bytes (n2w-text-len:1) = "E"
               move "IEME" to n2w-build-bytes (n2w-text-len:4)
               add 3 to n2w-text-len
           when other
               move "IEME" to n2w-build-bytes (n2w-text-len + 1:4)
               add 4 to n2w-text-len
       end-evaluate

       exit section.

      *-----------------------------------------------------------------
      * load-default-currency
      * read units_<lang>.properties and take the first MAJOR word as
                   when config-key-work = "SPELLING"
                       move function upper-case (config-value-work)
                         to config-value-work
                       evaluate true
                           when config-value-work (1:8) = "COMPOUND"
                               set spell-style-compound to true
                           when config-value-work (1:6) = "HYPHEN"
                               set spell-style-hyphenated to true
                           when other
                               set spell-style-spaced to true
                       end-evaluate
                   when config-key-work = "VIGESIMAL"
                       move function upper-case (config-value-work)
                         to config-value-work
                       evaluate true
                           when config-value-work (1:8) = "STANDARD"
                               set tens-are-standard to true
                           when config-value-work (1:7) = "BELGIAN"
                               set tens-are-belgian to true
                           when config-value-work (1:5) = "SWISS"
                               set tens-are-swiss to true
                           when other
                               set tens-are-decimal to true
                       end-evaluate
                   when config-key-work = "SCALE"
                       move function upper-case (config-value-work)
                         to config-value-work
               if spell-group-value > 0
                   move spell-group-value to spell-subtract-amount
                   move "N" to group-open-flag
                   move sorted-measuere-values (spell-scale-idx)
                     to spell-next-scale

                   if spell-style-hyphenated
                       perform spell-hyphenated-scale-group
                   else

                   if spell-style-compound
                      and sorted-measuere-values (spell-scale-idx)
                   perform reverse-lookup-word
                   perform append-word

                   end-if

                   compute spell-value = spell-value -
                       spell-subtract-amount *
                       sorted-measuere-values (spell-scale-idx)

           if spell-value > 0
               move spell-value to spell-group-value
               move zero to spell-next-scale
      *> the final group continues an open compound rather than
      *> starting a new word: 777777 spells through to one
      *> "...tausendsiebenhundert..." word, group-open-flag only
      * words, e.g. 142 -> "ONE HUNDRED AND FORTY TWO".
      *-----------------------------------------------------------------
       spell-group section.
       if spell-style-hyphenated
           perform spell-hyphenated-group
           exit section
       end-if

       if spell-group-value >= 100
           compute spell-hundreds-digit = spell-group-value / 100
           if spell-style-compound and spell-hundreds-digit = 1

       exit section.

      *-----------------------------------------------------------------
      * spell-hyphenated-scale-group
      * one scale group in the hyphenated (French) style: a scale
      * noun from a million up is counted "un million" and takes the
      * plural s after more than one ("deux millions"); mille is
      * neither counted for one nor pluralized ("mille", "deux
      * mille").
      *-----------------------------------------------------------------
       spell-hyphenated-scale-group section.
       set append-spaced-mode to true
       if spell-subtract-amount = 1
           if spell-next-scale >= 1000000
               move 1 to reverse-lookup-target
               perform reverse-lookup-word
               perform append-word
           end-if
       else
           perform spell-group
       end-if

       move spell-next-scale to reverse-lookup-target
       perform reverse-lookup-word
       if spell-subtract-amount > 1
          and spell-next-scale >= 1000000
           perform pluralize-spell-word
       end-if
       perform append-word

       exit section.

      *-----------------------------------------------------------------
      * spell-hyphenated-group
      * spell spell-group-value (1 through 999) the French way:
      * "cent" alone for one hundred, "deux cents" with the plural s
      * when nothing but a scale noun follows, then the tens and
      * units below a hundred through spell-hyphenated-tens.
      *-----------------------------------------------------------------
       spell-hyphenated-group section.
       set append-spaced-mode to true
       move "N" to spell-plural-flag
       if spell-next-scale = zero
          or spell-next-scale >= 1000000
           set spell-plural-allowed to true
       end-if

       if spell-group-value >= 100
           compute spell-hundreds-digit = spell-group-value / 100
           compute spell-group-value =
               spell-group-value - spell-hundreds-digit * 100
           if spell-hundreds-digit > 1
               move spell-hundreds-digit to reverse-lookup-target
               perform reverse-lookup-word
               perform append-word
           end-if
           move 100 to reverse-lookup-target
           perform reverse-lookup-word
           if spell-hundreds-digit > 1
              and spell-group-value = zero
              and spell-plural-allowed
               perform pluralize-spell-word
           end-if
           perform append-word
       end-if

       if spell-group-value > 0
           perform spell-hyphenated-tens
       end-if

       exit section.

      *-----------------------------------------------------------------
      * spell-hyphenated-tens
      * spell spell-group-value (1 through 99): a word of its own
      * where the vocabulary has one below twenty, otherwise a tens
      * word and the remainder after it. Counting in twenties, 70 is
      * soixante plus dix, 80 is quatre-vingt (the plural s when it
      * ends the number) and 90 quatre-vingt plus dix; the Belgian
      * and Swiss variants use septante/nonante and the Swiss
      * huitante instead. The remainder joins with a hyphen, or with
      * "et" when it is one or eleven after any tens but
      * quatre-vingt.
      *-----------------------------------------------------------------
       spell-hyphenated-tens section.
       if spell-group-value < 20
           move spell-group-value to reverse-lookup-target
           perform reverse-lookup-word
           if spell-word not = spaces
               perform append-word
               exit section
           end-if
           move 10 to spell-tens-digit
       else
           divide spell-group-value by 10
             giving spell-tens-digit
           compute spell-tens-digit = spell-tens-digit * 10
           evaluate true
               when tens-are-standard and spell-tens-digit = 70
                   move 60 to spell-tens-digit
               when tens-are-standard and spell-tens-digit = 90
                   move 80 to spell-tens-digit
               when other
                   continue
           end-evaluate
       end-if
       compute spell-units-digit =
           spell-group-value - spell-tens-digit

       move spaces to spell-tens-word
       if spell-tens-digit = 80
          and (tens-are-standard or tens-are-belgian)
           move 4 to reverse-lookup-target
           perform reverse-lookup-word
           move spell-word to spell-joined-word
           move 20 to reverse-lookup-target
           perform reverse-lookup-word
           string spell-joined-word delimited by space
                  "-" delimited by size
                  spell-word delimited by space
             into spell-tens-word
           end-string
       else
           move spell-tens-digit to reverse-lookup-target
           perform reverse-lookup-word
           move spell-word to spell-tens-word
       end-if

       move spaces to spell-rest-word
       if spell-units-digit > zero
           move spell-units-digit to reverse-lookup-target
           perform reverse-lookup-word
           if spell-word = spaces
      *> seventeen to nineteen after soixante or quatre-vingt:
      *> dix-sept, dix-huit, dix-neuf
               move 10 to reverse-lookup-target
               perform reverse-lookup-word
               move spell-word to spell-joined-word
               compute reverse-lookup-target = spell-units-digit - 10
               perform reverse-lookup-word
               string spell-joined-word delimited by space
                      "-" delimited by size
                      spell-word delimited by space
                 into spell-rest-word
               end-string
           else
               move spell-word to spell-rest-word
           end-if
       end-if

       evaluate true
           when spell-units-digit = zero
               move spell-tens-word to spell-word
               if spell-tens-word (1:1) not = space
                  and spell-tens-digit = 80
                  and (tens-are-standard or tens-are-belgian)
                  and spell-plural-allowed
                   perform pluralize-spell-word
               end-if
               perform append-word
           when (spell-units-digit = 1 or spell-units-digit = 11)
            and spell-tens-digit >= 20
            and not (spell-tens-digit = 80
                     and (tens-are-standard or tens-are-belgian))
               move spell-tens-word to spell-word
               perform append-word
               move "ET" to spell-word
               perform append-word
               move spell-rest-word to spell-word
               perform append-word
           when other
               move spaces to spell-word
               string spell-tens-word delimited by space
                      "-" delimited by size
                      spell-rest-word delimited by space
                 into spell-word
               end-string
               perform append-word
       end-evaluate

       exit section.

      *-----------------------------------------------------------------
      * pluralize-spell-word
      * append the plural s to the word in spell-word.
      *-----------------------------------------------------------------
       pluralize-spell-word section.
       move zero to spell-tally
       inspect spell-word tallying spell-tally for trailing space
       compute spell-word-len = length of spell-word - spell-tally
       if spell-word-len > zero
           move "S" to spell-word (spell-word-len + 1:1)
       end-if
       exit section.

      *-----------------------------------------------------------------
      * spell-decimal-digits
      * spell each significant digit of n2w-value-decimal one at a
