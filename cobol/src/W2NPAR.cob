      * itself; this is the cross-language check that a mixed EN/DE
      * extract will not reject German sentences for values English
      * handles fine - the gaps surface here instead of one
      * production reject at a time. A number-system value with no
      * config key of its own on one side (French "dix-sept" is
      * composed from ten and seven) is no gap when N2W spells it in
      * that language and W2N reads the spelling back to the same
      * value - it is listed as composed instead. Ends 0 at full
      * parity, 4 when any gap was found, 16 on usage or a missing
      * config file.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         05 work-unit-ratio       pic 9(18).
         05 work-unit-word        pic x(64).
       01 work-unit-count       pic 9(4).
       01 unit-ratio-text       pic x(16).
       01 filler.
        03 work-prof-key         pic x(32) occurs 32.
       01 work-prof-count       pic 9(4).
       01 missing-in-lang       pic x(2).
       01 count-edit            pic z(8)9.

      *> the round trip a value missing on one side is put through
      *> before it counts as a gap: spelled with N2W in the language
      *> it is missing in, read back with W2N.
       01 roundtrip-value       pic 9(38).
       01 roundtrip-lang        pic x(2).
       01 roundtrip-flag        pic x(1).
         88 roundtrip-is-ok       value "Y".
       01 roundtrip-spelled.
         05 roundtrip-spelled-bytes     pic x(2048).
         05 roundtrip-spelled-national redefines
                                  roundtrip-spelled-bytes pic n(1024).
       01 composed-count        pic 9(9) value zero.

       copy "N2W.cpy". *> for call
       copy "W2N.cpy". *> for call

      *=================================================================
       PROCEDURE DIVISION.
       main section.
               add 1 to work-unit-count
               move function upper-case (config-key-work)
                 to work-unit-word (work-unit-count)
      *> a third ":" part is the singular form N2W spells - only the
      *> ratio is compared
               move spaces to unit-ratio-text
               unstring config-scale-work
                   delimited by CONFIG-PART-DELIMITER
                   into unit-ratio-text
               end-unstring
               if unit-ratio-text = spaces
                   move zero to work-unit-ratio (work-unit-count)
               else
                   move function numval (unit-ratio-text)
                     to work-unit-ratio (work-unit-count)
               end-if
               evaluate true
           if match-found-flag not = "Y"
               move side-b-lang to missing-in-lang
               move a-value (side-idx) to gap-value-edit
               move a-value (side-idx) to roundtrip-value
               perform check-value-round-trip
               if roundtrip-is-ok
                   perform write-composed-value-line
               else
                   perform write-value-gap-line
               end-if
           end-if
       end-perform

           if match-found-flag not = "Y"
               move side-a-lang to missing-in-lang
               move b-value (side-idx) to gap-value-edit
               move b-value (side-idx) to roundtrip-value
               perform check-value-round-trip
               if roundtrip-is-ok
                   perform write-composed-value-line
               else
                   perform write-reverse-value-gap-line
               end-if
           end-if
       end-perform

       exit section.

      *-----------------------------------------------------------------
      * check-value-round-trip
      * spell roundtrip-value with N2W in missing-in-lang and read the
      * spelling back with W2N - roundtrip-flag "Y" when it comes back
      * to the same value, the language composes what it has no word
      * for. A blank spelling is no round trip.
      *-----------------------------------------------------------------
       check-value-round-trip section.
       move "N" to roundtrip-flag
       move function upper-case (missing-in-lang) to roundtrip-lang

       initialize n2w-parameter
       move roundtrip-lang to n2w-language-code
       move roundtrip-value to n2w-value-integer
       call "N2W" using by reference n2w-parameter
                        by reference n2w-returning
       move n2w-result-text to roundtrip-spelled-national
       if n2w-returning-error or roundtrip-spelled-bytes = spaces
           exit section
       end-if

       initialize w2n-parameter
       move roundtrip-lang to w2n-language-code
       move roundtrip-spelled-national to w2n-number-sentences
       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning
       if w2n-returning-ok
          and w2n-result-value-integer = roundtrip-value
           move "Y" to roundtrip-flag
       end-if
       exit section.

       write-composed-value-line section.
       add 1 to composed-count
       move spaces to report-line
       string "  VALUE " delimited by size
              gap-value-edit delimited by size
              " COMPOSED IN " delimited by size
              roundtrip-lang delimited by size
              ": " delimited by size
              roundtrip-spelled-bytes delimited by "  "
         into report-line
       end-string
       write report-line
       exit section.

       write-value-gap-line section.
       add 1 to gap-count
       move spaces to report-line

       move gap-count to count-edit
       display "W2NPAR found " count-edit " gap(s)"
       move composed-count to count-edit
       display "W2NPAR " count-edit " value(s) composed, no gap"

       if gap-count > zero
           move 4 to return-code
