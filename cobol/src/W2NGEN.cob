      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2NGEN.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * W2NGEN writes a synthetic SENTENCES file with known answers, for
      * timing W2NBATCH against production volumes and for checking a
      * vocabulary promotion or a W2NPAR partition-count change before
      * it goes live - production extracts cannot leave the secure
      * area, this file can. Every sentence is spelled by N2W from a
      * value drawn out of the GENPARMS ranges, in a language of
      * data/languages.properties, as one of seven kinds: cardinal,
      * ordinal, year pair, spoken date, clock time, percent or
      * compound-unit amount. Noise can be mixed in - a leading filler
      * word, a misspelled word W2N's auto-correction has to repair,
      * a sentence broken over a "++" continuation record.
      * Alongside SENTENCES (fixed "LL text" or delimited
      * "document-id;LL;text" records - a continuation repeats its
      * head's document id - closed by the "#T" trailer W2NBATCH
      * balances against) goes EXPECTED, one W2NRESULT.cpy
      * record per sentence that should land on RESULTS, so
      * "W2NDIFF EXPECTED RESULTS" after the run shows any sentence
      * that did not convert to its known answer. A year pair ("nineteen
      * eighty four") always goes to REVIEW - W2N hears the quantity
      * reading too - so it has no EXPECTED record and is counted on
      * the GENRPT report, which also lists the W2NPARMS cards the run
      * needs. The value stream repeats for the same seed.
      * GENPARMS holds "key=value" cards, all optional:
      *   records=n          sentences to write (1000)
      *   seed=n             random seed (1)
      *   layout=fixed|delimited, delimiter=c (";")
      *   document-prefix=x  document ids are prefix + 9 digits (GEN)
      *   languages=en,de    codes to use (every registered language)
      *   cardinal=, ordinal=, year=, date=, time=, percent=,
      *   compound=          weights of the kinds in the mix
      *   range-cardinal=, range-ordinal=, range-year=, range-date=,
      *   range-percent=, range-compound=   "low:high" value ranges
      *                      (range-date in years, range-compound in
      *                      the chain's smallest unit)
      *   compound-unit=lang:word   major unit word of the chain to
      *                      spell amounts in (first MAJOR word of
      *                      units_<lang>.properties)
      *   negative=, filler=, misspell=, continuation=   noise in
      *                      percent of the sentences it applies to
      *   sentences-file=, expected-file=   output names (SENTENCES,
      *                      EXPECTED)
      * A kind a language has no vocabulary for is left out of that
      * language's mix: ordinals and dates need ordinal words W2N
      * reads, clock times need time-past/time-to words, year pairs
      * need spaced spelling.
      * Condition codes: 0 clean, 4 GENPARMS cards ignored or values
      * N2W could not spell, 16 no language or an output not written.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT parms-file ASSIGN TO "GENPARMS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARMS-STATUS.
       SELECT languages-file ASSIGN TO "data/languages.properties"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LANGUAGES-STATUS.
      *> assigned straight to the name field - see the matching comment
      *> in W2N.cob's FILE-CONTROL paragraph.
       SELECT config-file ASSIGN TO dynmaic-config-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONFIG-STATUS.
       SELECT normalize-file ASSIGN TO dynmaic-normalize-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NORMALIZE-STATUS.
       SELECT profile-file ASSIGN TO dynmaic-profile-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROFILE-STATUS.
       SELECT months-file ASSIGN TO dynmaic-months-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MONTHS-STATUS.
       SELECT fractions-file ASSIGN TO dynmaic-fractions-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FRACTIONS-STATUS.
       SELECT units-file ASSIGN TO dynmaic-units-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS UNITS-STATUS.
       SELECT sentences-file ASSIGN TO sentences-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SENTENCES-STATUS.
       SELECT expected-file ASSIGN TO expected-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXPECTED-STATUS.
       SELECT report-file ASSIGN TO "GENRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD parms-file
          RECORD CONTAINS 1 TO 256 CHARACTERS.
       01 parms-line            pic x(256).

       FD languages-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 languages-line.
         05 languages-content   pic n(80).
         05 languages-content-bytes redefines languages-content
                                     pic x(80).

       FD config-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 config-line.
         05 config-content   pic n(80).
         05 config-content-bytes redefines config-content pic x(80).

       FD normalize-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 normalize-line.
         05 normalize-content       pic n(80).
         05 normalize-content-bytes redefines normalize-content
                                     pic x(80).

       FD profile-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 profile-line.
         05 profile-content       pic n(80).
         05 profile-content-bytes redefines profile-content pic x(80).

       FD months-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 months-line.
         05 months-content       pic n(80).
         05 months-content-bytes redefines months-content pic x(80).

       FD fractions-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 fractions-line.
         05 fractions-content       pic n(80).
         05 fractions-content-bytes redefines fractions-content
                                     pic x(80).

       FD units-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 units-line.
         05 units-content       pic n(80).
         05 units-content-bytes redefines units-content pic x(80).

      *> the W2NBATCH input layout: "LL text" fixed records, or one
      *> delimited extract line per record.
       FD sentences-file
          RECORD CONTAINS 1 TO 2048 CHARACTERS.
       01 sentence-line.
         05 sentence-language pic x(2).
         05 filler            pic x(1).
         05 sentence-text     pic x(2045).
       01 sentence-extract-line pic x(2048).

       FD expected-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 expected-line         pic x(2200).

       FD report-file
          RECORD CONTAINS 1 TO 132 CHARACTERS.
       01 report-line           pic x(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PARMS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==LANGUAGES==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CONFIG==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==NORMALIZE==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PROFILE==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==MONTHS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==FRACTIONS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==UNITS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==SENTENCES==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==EXPECTED==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==REPORT==.

       77 CC-CLEAN              pic 9(2) value 0.
       77 CC-WITH-WARNINGS      pic 9(2) value 4.
       77 CC-NO-INPUT           pic 9(2) value 16.

       77 PARMS-KEY-VALUE-DELIMITER  PIC X(1) VALUE "=".
       77 PARMS-PART-DELIMITER       PIC X(1) VALUE ":".
       77 CONTINUATION-LANGUAGE      pic x(2) value "++".
       77 TRAILER-MARK               pic x(2) value "#T".
      *> the Lehmer generator's modulus and multiplier - a prime
      *> modulus keeps every bit of the state usable, so the same seed
      *> gives the same file on any machine.
       77 RANDOM-MODULUS             pic 9(10) value 2147483647.
       77 RANDOM-MULTIPLIER          pic 9(5) value 48271.

      *> GENPARMS settings, defaults as documented in the header
       01 records-wanted        pic 9(9) value 1000.
       01 random-seed           pic 9(10) value 1.
       01 output-layout         pic x(9) value "FIXED".
         88 layout-is-fixed       value "FIXED".
         88 layout-is-delimited   value "DELIMITED".
       01 extract-delimiter     pic x(1) value ";".
       01 document-prefix       pic x(16) value "GEN".
       01 language-list         pic x(128) value spaces.
       01 sentences-file-name   pic x(64) value "SENTENCES".
       01 expected-file-name    pic x(64) value "EXPECTED".
       01 negative-percent      pic 9(3) value 5.
       01 filler-percent        pic 9(3) value 5.
       01 misspell-percent      pic 9(3) value zero.
       01 continuation-percent  pic 9(3) value 5.

      *> the seven kinds in the mix, their weights and value ranges -
      *> a clock time draws its own hour and quarter, no range.
       01 kind-defaults.
         05 filler pic x(10) value "CARDINAL".
         05 filler pic 9(3)  value 40.
         05 filler pic 9(18) value zero.
         05 filler pic 9(18) value 999999.
         05 filler pic x(10) value "ORDINAL".
         05 filler pic 9(3)  value 10.
         05 filler pic 9(18) value 1.
         05 filler pic 9(18) value 100.
         05 filler pic x(10) value "YEAR".
         05 filler pic 9(3)  value 5.
         05 filler pic 9(18) value 1910.
         05 filler pic 9(18) value 1999.
         05 filler pic x(10) value "DATE".
         05 filler pic 9(3)  value 10.
         05 filler pic 9(18) value 1950.
         05 filler pic 9(18) value 2049.
         05 filler pic x(10) value "TIME".
         05 filler pic 9(3)  value 10.
         05 filler pic 9(18) value zero.
         05 filler pic 9(18) value zero.
         05 filler pic x(10) value "PERCENT".
         05 filler pic 9(3)  value 10.
         05 filler pic 9(18) value 1.
         05 filler pic 9(18) value 99.
         05 filler pic x(10) value "COMPOUND".
         05 filler pic 9(3)  value 15.
         05 filler pic 9(18) value 1.
         05 filler pic 9(18) value 999999.
       01 filler redefines kind-defaults.
        03 kind-entry            occurs 7.
         05 kind-name             pic x(10).
         05 kind-weight           pic 9(3).
         05 kind-range-low        pic 9(18).
         05 kind-range-high       pic 9(18).
       77 KIND-COUNT            pic 9(1) value 7.
       01 kind-idx              pic 9(1).
       01 kind-drawn            pic 9(1).
         88 kind-is-cardinal      value 1.
         88 kind-is-ordinal       value 2.
         88 kind-is-year          value 3.
         88 kind-is-date          value 4.
         88 kind-is-time          value 5.
         88 kind-is-percent       value 6.
         88 kind-is-compound      value 7.

      *> every language of the run with the words its sentences are
      *> built from, which kinds it can offer and what it was given.
       01 filler.
        03 gen-language          occurs 16.
         05 gl-code               pic x(2).
         05 gl-code-upper         pic x(2).
         05 gl-spelling           pic x(16).
         05 gl-filler-word        pic x(32).
         05 gl-percent-word       pic x(32).
         05 gl-article-word       pic x(32).
         05 gl-time-past-word     pic x(32).
         05 gl-time-to-word       pic x(32).
         05 gl-half-to-next       pic x(3).
         05 gl-half-word          pic x(32).
         05 gl-quarter-word       pic x(32).
         05 gl-month-word         pic x(32) occurs 12.
         05 gl-month-count        pic 9(2).
         05 gl-unit-major-word    pic x(32).
         05 gl-unit-ratio         pic 9(18).
         05 gl-chain-word-count   pic 9(2).
         05 gl-chain-entry        occurs 16.
           10 gl-chain-word        pic x(32).
           10 gl-chain-rank        pic 9(2).
      *> every word W2N can hear in the language - "V" a vocabulary
      *> word of config_<lang>.properties, "O" a normalize, unit,
      *> fraction or month word its auto-correction weighs as well
         05 gl-vocab-count        pic 9(3).
         05 gl-vocab-entry        occurs 256.
           10 gl-vocab-word        pic x(32).
           10 gl-vocab-kind        pic x(1).
         05 gl-offers-kind        pic x(1) occurs 7.
         05 gl-kind-count         pic 9(9) occurs 7.
       01 gen-language-count    pic 9(2) value zero.
       01 gl-idx                pic 9(2).
       01 gl-scan-idx           pic 9(2).
       01 gl-sub                pic 9(3).
       01 gl-offered-weight     pic 9(4).

      *> the registered codes of data/languages.properties
       01 filler.
        03 registered-language-code pic x(2) occurs 16.
       01 registered-language-count pic 9(2) value zero.
       01 registered-idx        pic 9(2).

      *> "lang:word" compound-unit cards, applied as each language's
      *> units file is read
       01 filler.
        03 compound-unit-card    occurs 16.
         05 compound-unit-lang    pic x(2).
         05 compound-unit-word    pic x(32).
       01 compound-unit-count   pic 9(2) value zero.
       01 compound-unit-idx     pic 9(2).

       01 helper-count-pos      pic 9(4).
       01 parm-key-work         pic x(64).
       01 parm-value-work       pic x(192).
       01 parm-low-work         pic x(32).
       01 parm-high-work        pic x(32).
       01 parm-list-pos         pic 9(4).
       01 parm-list-item        pic x(16).
       01 parm-warning-count    pic 9(4) value zero.
       01 parm-number-text      pic x(192).
       01 parm-number-length    pic 9(4).
       01 parm-number           pic 9(18).
       01 parm-low-number       pic 9(18).
       01 parm-number-flag      pic x(1).
         88 parm-number-is-valid  value "Y".
       01 config-value-work     pic x(64).
       01 config-tag-work       pic x(16).
       01 config-number         pic 9(18).

       01 dynmaic-config-file-name    pic x(64).
       01 dynmaic-normalize-file-name pic x(64).
       01 dynmaic-profile-file-name   pic x(64).
       01 dynmaic-months-file-name    pic x(64).
       01 dynmaic-fractions-file-name pic x(64).
       01 dynmaic-units-file-name     pic x(64).

      *> units_<lang>.properties as read, the chain is picked from it
       01 unit-entries.
        03 unit-entry            occurs 65.
         05 unit-entry-word        pic x(32).
         05 unit-entry-rank        pic 9(2).
         05 unit-entry-ratio       pic 9(18).
       01 unit-entry-count      pic 9(4) value zero.
       01 unit-entry-idx        pic 9(4).
       01 unit-major-idx        pic 9(4).
       01 unit-role-work        pic x(16).
       01 unit-ratio-text       pic x(16).

      *> random stream
       01 random-state          pic 9(10).
       01 random-wide           pic 9(20).
       01 random-range          pic 9(18).
       01 random-pick           pic 9(18).
       01 noise-roll            pic 9(3).

      *> the sentence being built and its known answer
       01 sentence-work         pic x(2045).
       01 sentence-pointer      pic 9(4).
       01 sentence-length       pic 9(4).
       01 sentence-split-pos    pic 9(4).
       01 continuation-work     pic x(2045).
       01 continued-flag        pic x(1).
         88 sentence-is-continued value "Y".
       01 expected-kind-flag    pic x(1).
         88 expected-on-results   value "R".
         88 expected-on-review    value "V".
       01 piece-work            pic x(2048).
       01 spelled.
         05 spelled-bytes         pic x(2048).
         05 spelled-national redefines spelled-bytes pic n(1024).
       01 spell-value           pic 9(18).
       01 spell-sign            pic x(1).
       01 spell-ordinal         pic x(1).
       01 spell-format          pic x(1).
       01 spell-major-word      pic x(32).
       01 spell-refused-flag    pic x(1).
         88 spell-was-refused     value "Y".

       01 value-drawn           pic 9(18).
       01 date-year             pic 9(4).
       01 date-month            pic 9(2).
       01 date-day              pic 9(2).
       01 time-hour             pic 9(2).
       01 time-next-hour        pic 9(2).
       01 time-minute           pic 9(2).
       01 year-century          pic 9(2).
       01 year-of-century       pic 9(2).

      *> token scan for the compound unit words and the misspelling
       01 token-pointer         pic 9(4).
       01 token-work            pic x(64).
       01 token-length          pic 9(4).
       01 token-hyphens         pic 9(4).
       01 token-found-flag      pic x(1).
         88 token-was-found       value "Y".
       01 heard-word-kind       pic x(1).
       01 misspelled-word       pic x(64).
       01 misspelled-length     pic 9(4).
      *> one-edit comparison of the misspelling with a heard word: the
      *> longer and the shorter of the two, walked side by side
       01 near-long-word        pic x(64).
       01 near-long-length      pic 9(4).
       01 near-short-word       pic x(64).
       01 near-short-length     pic 9(4).
       01 near-long-pos         pic 9(4).
       01 near-short-pos        pic 9(4).
       01 near-edit-count       pic 9(4).
       01 near-word-flag        pic x(1).
         88 near-word-was-found   value "Y".
       01 misspell-done-flag    pic x(1).
         88 misspell-was-done     value "Y".
       01 rebuilt-work          pic x(2045).
       01 rebuilt-pointer       pic 9(4).

       01 sentence-number       pic 9(9) value zero.
       01 physical-count        pic 9(9) value zero.
       01 head-record-number    pic 9(9).
       01 document-id-work      pic x(32).
       01 document-number-edit  pic 9(9).
       01 document-id-hash      pic 9(18) value zero.
       01 id-hash-scan-pos      pic 9(4).
       01 id-hash-byte          pic 9(4) comp.

       01 generated-count       pic 9(9) value zero.
       01 expected-count        pic 9(9) value zero.
       01 review-count          pic 9(9) value zero.
       01 continuation-count    pic 9(9) value zero.
       01 negative-count        pic 9(9) value zero.
       01 filler-count          pic 9(9) value zero.
       01 misspelled-count      pic 9(9) value zero.
       01 refused-count         pic 9(9) value zero.

       01 trailer-record.
         05 trailer-mark-out      pic x(2).
         05 filler                pic x(1) value space.
         05 trailer-count         pic 9(9).
         05 filler                pic x(1) value space.
         05 trailer-hash          pic x(18).
       01 report-count-edit     pic z(8)9.
       01 report-seed-edit      pic z(9)9.
       01 report-language-detail.
         05 report-language-code  pic x(2).
         05 filler                pic x(2) value spaces.
         05 report-kind-cell      occurs 7.
           10 report-kind-count    pic z(8)9.
           10 filler               pic x(1).

       copy "W2NRESULT.cpy". *> expected-results record
       copy "N2W.cpy". *> for call

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       perform load-parameters
       perform load-language-registry
       perform select-languages
       perform varying gl-idx from 1 by 1
                until gl-idx > gen-language-count
           perform load-language-words
       end-perform
       perform open-outputs
       perform generate-sentences
       perform write-trailer
       perform write-report
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter W2NGEN"

       move zero to return-code

       exit section.

      *-----------------------------------------------------------------
      * load-parameters
      * GENPARMS "key=value" cards - the same "=" split every control
      * file here uses. Without the file the documented defaults run.
      *-----------------------------------------------------------------
       load-parameters section.
       open input parms-file
       if not PARMS-SUCCESS
           display "GENPARMS not found (file status " PARMS-STATUS
                   ") - default mix and ranges used"
           perform set-random-seed
           exit section
       end-if

       perform with test before until not PARMS-SUCCESS
              read parms-file
              if PARMS-SUCCESS
                  perform load-one-parameter
              end-if
       end-perform

       close parms-file

       perform set-random-seed

       exit section.

       load-one-parameter section.

           if parms-line (1:1) not = "#" and
              parms-line not = spaces

           move zero to helper-count-pos
           perform varying helper-count-pos from 1 by 1
                    until helper-count-pos > 256
                       or parms-line (helper-count-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if helper-count-pos > 1 and helper-count-pos < 256
               move spaces to parm-key-work
               move spaces to parm-value-work
               move function upper-case
                    (parms-line (1:helper-count-pos - 1))
                 to parm-key-work
               move function trim
                    (parms-line (helper-count-pos + 1:))
                 to parm-value-work
               perform apply-one-parameter
           else
               perform ignore-parameter
           end-if
       end-if

       exit section.

       apply-one-parameter section.
       evaluate true
           when parm-key-work = "RECORDS"
               move parm-value-work to parm-number-text
               perform parse-parm-number
               if parm-number-is-valid and parm-number <= 999999999
                   move parm-number to records-wanted
               else
                   perform ignore-parameter
               end-if
           when parm-key-work = "SEED"
               move parm-value-work to parm-number-text
               perform parse-parm-number
               if parm-number-is-valid
                   move parm-number to random-seed
               else
                   perform ignore-parameter
               end-if
           when parm-key-work = "LAYOUT"
               move function upper-case (parm-value-work)
                 to parm-value-work
               if parm-value-work = "FIXED"
                  or parm-value-work = "DELIMITED"
                   move parm-value-work to output-layout
               else
                   perform ignore-parameter
               end-if
           when parm-key-work = "DELIMITER"
               if parm-value-work = spaces
                   perform ignore-parameter
               else
                   move parm-value-work (1:1) to extract-delimiter
               end-if
           when parm-key-work = "DOCUMENT-PREFIX"
               move parm-value-work to document-prefix
           when parm-key-work = "LANGUAGES"
               move function lower-case (parm-value-work)
                 to language-list
           when parm-key-work = "SENTENCES-FILE"
               move parm-value-work to sentences-file-name
           when parm-key-work = "EXPECTED-FILE"
               move parm-value-work to expected-file-name
           when parm-key-work = "NEGATIVE"
               perform parse-percent-value
               move parm-number to negative-percent
           when parm-key-work = "FILLER"
               perform parse-percent-value
               move parm-number to filler-percent
           when parm-key-work = "MISSPELL"
               perform parse-percent-value
               move parm-number to misspell-percent
           when parm-key-work = "CONTINUATION"
               perform parse-percent-value
               move parm-number to continuation-percent
           when parm-key-work = "COMPOUND-UNIT"
               perform load-compound-unit-card
           when parm-key-work (1:6) = "RANGE-"
               perform load-range-card
           when other
               perform load-kind-weight-card
       end-evaluate
       exit section.

      *-----------------------------------------------------------------
      * parse-percent-value
      * a noise percentage into parm-number - the card is ignored (and
      * the default kept) when it is no number from 0 to 100.
      *-----------------------------------------------------------------
       parse-percent-value section.
       move parm-value-work to parm-number-text
       perform parse-parm-number
       if not parm-number-is-valid or parm-number > 100
           perform ignore-parameter
           evaluate true
               when parm-key-work = "NEGATIVE"
                   move negative-percent to parm-number
               when parm-key-work = "FILLER"
                   move filler-percent to parm-number
               when parm-key-work = "MISSPELL"
                   move misspell-percent to parm-number
               when other
                   move continuation-percent to parm-number
           end-evaluate
       end-if
       exit section.

      *-----------------------------------------------------------------
      * parse-parm-number
      * parm-number-text, left-justified, into parm-number - valid
      * only when it is one to eighteen digits and nothing else.
      *-----------------------------------------------------------------
       parse-parm-number section.
       move "N" to parm-number-flag
       move zero to parm-number
       move function trim (parm-number-text) to parm-number-text
       move zero to parm-number-length
       inspect parm-number-text tallying parm-number-length
               for characters before initial space
       if parm-number-length > zero and parm-number-length <= 18
           if parm-number-text (1:parm-number-length) is numeric
              and parm-number-text (parm-number-length + 1:) = spaces
               move parm-number-text (1:parm-number-length)
                 to parm-number
               move "Y" to parm-number-flag
           end-if
       end-if
       exit section.

      *-----------------------------------------------------------------
      * load-kind-weight-card
      * "cardinal=40" and friends - a weight of zero drops the kind.
      *-----------------------------------------------------------------
       load-kind-weight-card section.
       move zero to kind-drawn
       perform varying kind-idx from 1 by 1
                until kind-idx > KIND-COUNT
           if parm-key-work = kind-name (kind-idx)
               move kind-idx to kind-drawn
           end-if
       end-perform

       move parm-value-work to parm-number-text
       perform parse-parm-number
       if kind-drawn = zero
          or not parm-number-is-valid
          or parm-number > 999
           perform ignore-parameter
       else
           move parm-number to kind-weight (kind-drawn)
       end-if
       exit section.

      *-----------------------------------------------------------------
      * load-range-card
      * "range-cardinal=low:high". The low end may not pass the high
      * end; year pairs stay inside 1110-1999 so they split into two
      * numbers below one hundred, dates inside 1000-9999, percents
      * inside 0-100 and ordinals start at one.
      *-----------------------------------------------------------------
       load-range-card section.
       move zero to kind-drawn
       perform varying kind-idx from 1 by 1
                until kind-idx > KIND-COUNT
           if parm-key-work (7:) = kind-name (kind-idx)
              and not kind-idx = 5
               move kind-idx to kind-drawn
           end-if
       end-perform

       move spaces to parm-low-work
       move spaces to parm-high-work
       unstring parm-value-work delimited by PARMS-PART-DELIMITER
           into parm-low-work parm-high-work
       end-unstring

       move parm-low-work to parm-number-text
       perform parse-parm-number
       move parm-number to parm-low-number
       if parm-number-is-valid
           move parm-high-work to parm-number-text
           perform parse-parm-number
       end-if
       if kind-drawn = zero
          or not parm-number-is-valid
           perform ignore-parameter
           exit section
       end-if

       move kind-drawn to kind-idx
       evaluate true
           when parm-low-number > parm-number
           when kind-idx = 2 and parm-low-number < 1
           when kind-idx = 3
            and (parm-low-number < 1110 or parm-number > 1999)
           when kind-idx = 4
            and (parm-low-number < 1000 or parm-number > 9999)
           when kind-idx = 6 and parm-number > 100
           when parm-number > 999999999999
               perform ignore-parameter
           when other
               move parm-low-number to kind-range-low (kind-drawn)
               move parm-number to kind-range-high (kind-drawn)
       end-evaluate
       exit section.

      *-----------------------------------------------------------------
      * load-compound-unit-card
      * "compound-unit=de:euro" - the major unit word of the chain
      * that language's amounts are spelled in.
      *-----------------------------------------------------------------
       load-compound-unit-card section.
       move spaces to parm-low-work
       move spaces to parm-high-work
       unstring parm-value-work delimited by PARMS-PART-DELIMITER
           into parm-low-work parm-high-work
       end-unstring

       if parm-low-work (3:) not = spaces
          or parm-high-work = spaces
          or compound-unit-count >= 16
           perform ignore-parameter
       else
           add 1 to compound-unit-count
           move function lower-case (parm-low-work (1:2))
             to compound-unit-lang (compound-unit-count)
           move function upper-case (parm-high-work)
             to compound-unit-word (compound-unit-count)
       end-if
       exit section.

       ignore-parameter section.
       add 1 to parm-warning-count
       display "GENPARMS card ignored: " function trim (parms-line)
       exit section.

      *-----------------------------------------------------------------
      * set-random-seed
      * a seed of zero (or a multiple of the modulus) would hold the
      * generator at zero for good - such a seed runs as one.
      *-----------------------------------------------------------------
       set-random-seed section.
       compute random-state = function mod
               (random-seed, RANDOM-MODULUS)
       if random-state = zero
           move 1 to random-state
       end-if
       exit section.

      *-----------------------------------------------------------------
      * load-language-registry
      * the language codes of data/languages.properties - the display
      * names and the detection flags belong to W2N.
      *-----------------------------------------------------------------
       load-language-registry section.
       move zero to registered-language-count

       OPEN INPUT languages-file.
       if LANGUAGES-SUCCESS

           perform with test before until not LANGUAGES-SUCCESS
                  read languages-file
                  if LANGUAGES-SUCCESS
                      perform load-language-registry-line
                  end-if
           end-perform

           close languages-file
       end-if

       if registered-language-count = zero
           display "no language registered in"
                   " data/languages.properties - nothing generated"
           move CC-NO-INPUT to return-code
           stop run
       end-if

       exit section.

       load-language-registry-line section.

           if languages-content-bytes (1:1) not = "#" and
              languages-content-bytes not = spaces

           move zero to helper-count-pos
           perform varying helper-count-pos from 1 by 1
                    until helper-count-pos > 80
                       or languages-content-bytes (helper-count-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if helper-count-pos <= 80
              and registered-language-count < 16
               add 1 to registered-language-count
               move function lower-case
                    (languages-content-bytes (1:2))
                 to registered-language-code
                    (registered-language-count)
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * select-languages
      * the languages= card picks among the registered codes; without
      * it every registered language is in the run. A code that is not
      * registered is reported and left out.
      *-----------------------------------------------------------------
       select-languages section.
       move zero to gen-language-count

       if language-list = spaces
           perform varying registered-idx from 1 by 1
                    until registered-idx > registered-language-count
               move registered-language-code (registered-idx)
                 to parm-list-item
               perform add-run-language
           end-perform
       else
           move 1 to parm-list-pos
           perform until parm-list-pos > 128
               move spaces to parm-list-item
               unstring language-list delimited by ","
                   into parm-list-item
                   with pointer parm-list-pos
               end-unstring
               move function trim (parm-list-item) to parm-list-item
               if parm-list-item not = spaces
                   move zero to gl-sub
                   perform varying registered-idx from 1 by 1
                            until registered-idx
                                  > registered-language-count
                       if registered-language-code (registered-idx)
                          = parm-list-item
                           move 1 to gl-sub
                       end-if
                   end-perform
                   if gl-sub = zero
                       add 1 to parm-warning-count
                       display "language " function trim
                               (parm-list-item) " is not registered"
                               " in data/languages.properties"
                               " - left out"
                   else
                       perform add-run-language
                   end-if
               end-if
           end-perform
       end-if

       if gen-language-count = zero
           display "no language left to generate sentences in"
           move CC-NO-INPUT to return-code
           stop run
       end-if

       exit section.

       add-run-language section.
       move zero to gl-sub
       perform varying gl-scan-idx from 1 by 1
                until gl-scan-idx > gen-language-count
           if gl-code (gl-scan-idx) = parm-list-item (1:2)
               move 1 to gl-sub
           end-if
       end-perform

       if gl-sub = zero and gen-language-count < 16
           add 1 to gen-language-count
           initialize gen-language (gen-language-count)
           move parm-list-item (1:2) to gl-code (gen-language-count)
           move function upper-case (parm-list-item (1:2))
             to gl-code-upper (gen-language-count)
       end-if
       exit section.

      *-----------------------------------------------------------------
      * load-language-words
      * everything one language's sentences are built from: its
      * vocabulary, its profile words, month names, fraction words and
      * the unit chain amounts are spelled in - then which kinds the
      * language can offer W2N at all.
      *-----------------------------------------------------------------
       load-language-words section.
       perform load-vocabulary
       perform load-normalize
       perform load-language-profile
       perform load-months
       perform load-fractions
       perform load-units
       perform select-unit-chain
       perform decide-offered-kinds
       exit section.

      *-----------------------------------------------------------------
      * load-vocabulary
      * every word of config_<lang>.properties, whatever its value or
      * tag - a misspelling is only made of a word W2N knows.
      *-----------------------------------------------------------------
       load-vocabulary section.
       move spaces to dynmaic-config-file-name
       string "data/config_" delimited by size
              gl-code (gl-idx) delimited by size
              ".properties" delimited by size
         into dynmaic-config-file-name
       end-string

       OPEN INPUT config-file.
       if CONFIG-SUCCESS

           perform with test before until not CONFIG-SUCCESS
                  read config-file
                  if CONFIG-SUCCESS
                      perform load-vocabulary-line
                  end-if
           end-perform

           close config-file
       end-if

       exit section.

       load-vocabulary-line section.

           if config-content-bytes (1:1) not = "#" and
              config-content-bytes not = spaces

           move zero to helper-count-pos
           perform varying helper-count-pos from 1 by 1
                    until helper-count-pos > 80
                       or config-content-bytes (helper-count-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if helper-count-pos > 1 and helper-count-pos <= 80
               move function upper-case
                    (config-content-bytes (1:helper-count-pos - 1))
                 to token-work
               move "V" to heard-word-kind
               perform add-heard-word
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * add-heard-word
      * token-work onto the language's table of words W2N can hear.
      *-----------------------------------------------------------------
       add-heard-word section.
       if gl-vocab-count (gl-idx) < 256
           add 1 to gl-vocab-count (gl-idx)
           move gl-vocab-count (gl-idx) to gl-sub
           move token-work to gl-vocab-word (gl-idx gl-sub)
           move heard-word-kind to gl-vocab-kind (gl-idx gl-sub)
       end-if
       exit section.

      *-----------------------------------------------------------------
      * load-normalize
      * the misspellings normalize_<lang>.properties already maps -
      * only wanted here so a generated misspelling never lands one
      * edit from one of them too.
      *-----------------------------------------------------------------
       load-normalize section.
       move spaces to dynmaic-normalize-file-name
       string "data/normalize_" delimited by size
              gl-code (gl-idx) delimited by size
              ".properties" delimited by size
         into dynmaic-normalize-file-name
       end-string

       OPEN INPUT normalize-file.
       if NORMALIZE-SUCCESS

           perform with test before until not NORMALIZE-SUCCESS
                  read normalize-file
                  if NORMALIZE-SUCCESS
                      perform load-normalize-line
                  end-if
           end-perform

           close normalize-file
       end-if

       exit section.

       load-normalize-line section.

           if normalize-content-bytes (1:1) not = "#" and
              normalize-content-bytes not = spaces

           move zero to helper-count-pos
           perform varying helper-count-pos from 1 by 1
                    until helper-count-pos > 80
                       or normalize-content-bytes (helper-count-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if helper-count-pos > 1 and helper-count-pos <= 80
               move function upper-case
                    (normalize-content-bytes (1:helper-count-pos - 1))
                 to token-work
               move "O" to heard-word-kind
               perform add-heard-word
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-language-profile
      * the first word of each profile list a sentence is built with:
      * the filler word, the percent word, the date article, the
      * clock-time words, and how the language spells numbers.
      *-----------------------------------------------------------------
       load-language-profile section.
       move spaces to dynmaic-profile-file-name
       string "data/profile_" delimited by size
              gl-code (gl-idx) delimited by size
              ".properties" delimited by size
         into dynmaic-profile-file-name
       end-string

       OPEN INPUT profile-file.
       if PROFILE-SUCCESS

           perform with test before until not PROFILE-SUCCESS
                  read profile-file
                  if PROFILE-SUCCESS
                      perform load-language-profile-line
                  end-if
           end-perform

           close profile-file
       end-if

       exit section.

       load-language-profile-line section.

           if profile-content-bytes (1:1) not = "#" and
              profile-content-bytes not = spaces

           move zero to helper-count-pos
           perform varying helper-count-pos from 1 by 1
                    until helper-count-pos > 80
                       or profile-content-bytes (helper-count-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if helper-count-pos > 1 and helper-count-pos < 80
               move spaces to parm-key-work
               move spaces to config-value-work
               move function upper-case
                    (profile-content-bytes (1:helper-count-pos - 1))
                 to parm-key-work
               unstring profile-content-bytes (helper-count-pos + 1:)
                   delimited by "," or space
                   into config-value-work
               end-unstring
               move function upper-case (config-value-work)
                 to config-value-work

               evaluate parm-key-work
                   when "FILLER"
                       move config-value-work
                         to gl-filler-word (gl-idx)
                   when "PERCENT"
                       move config-value-work
                         to gl-percent-word (gl-idx)
                   when "ARTICLE"
                       move config-value-work
                         to gl-article-word (gl-idx)
                   when "TIME-PAST"
                       move config-value-work
                         to gl-time-past-word (gl-idx)
                   when "TIME-TO"
                       move config-value-work
                         to gl-time-to-word (gl-idx)
                   when "HALF-TO-NEXT"
                       move config-value-work
                         to gl-half-to-next (gl-idx)
                   when "SPELLING"
                       move config-value-work
                         to gl-spelling (gl-idx)
                   when other
                       continue
               end-evaluate
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-months
      * the first name months_<lang>.properties gives each month - the
      * unaccented spelling where the file carries both.
      *-----------------------------------------------------------------
       load-months section.
       move spaces to dynmaic-months-file-name
       string "data/months_" delimited by size
              gl-code (gl-idx) delimited by size
              ".properties" delimited by size
         into dynmaic-months-file-name
       end-string

       OPEN INPUT months-file.
       if MONTHS-SUCCESS

           perform with test before until not MONTHS-SUCCESS
                  read months-file
                  if MONTHS-SUCCESS
                      perform load-months-line
                  end-if
           end-perform

           close months-file
       end-if

       exit section.

       load-months-line section.

           if months-content-bytes (1:1) not = "#" and
              months-content-bytes not = spaces

           move zero to helper-count-pos
           perform varying helper-count-pos from 1 by 1
                    until helper-count-pos > 80
                       or months-content-bytes (helper-count-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if helper-count-pos > 1 and helper-count-pos < 80
               move function upper-case
                    (months-content-bytes (1:helper-count-pos - 1))
                 to token-work
               move "O" to heard-word-kind
               perform add-heard-word
               move spaces to config-value-work
               unstring months-content-bytes (helper-count-pos + 1:)
                   delimited by space
                   into config-value-work
               end-unstring
               move config-value-work to parm-number-text
               perform parse-parm-number
               if parm-number-is-valid
                   move parm-number to config-number
                   if config-number >= 1 and config-number <= 12
                      and gl-month-word (gl-idx config-number)
                          = spaces
                       move function upper-case
                            (months-content-bytes
                             (1:helper-count-pos - 1))
                         to gl-month-word (gl-idx config-number)
                       add 1 to gl-month-count (gl-idx)
                   end-if
               end-if
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-fractions
      * the first fractions_<lang>.properties words for a half and a
      * quarter - the clock-time fractions.
      *-----------------------------------------------------------------
       load-fractions section.
       move spaces to dynmaic-fractions-file-name
       string "data/fractions_" delimited by size
              gl-code (gl-idx) delimited by size
              ".properties" delimited by size
         into dynmaic-fractions-file-name
       end-string

       OPEN INPUT fractions-file.
       if FRACTIONS-SUCCESS

           perform with test before until not FRACTIONS-SUCCESS
                  read fractions-file
                  if FRACTIONS-SUCCESS
                      perform load-fractions-line
                  end-if
           end-perform

           close fractions-file
       end-if

       exit section.

       load-fractions-line section.

           if fractions-content-bytes (1:1) not = "#" and
              fractions-content-bytes not = spaces

           move zero to helper-count-pos
           perform varying helper-count-pos from 1 by 1
                    until helper-count-pos > 80
                       or fractions-content-bytes (helper-count-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if helper-count-pos > 1 and helper-count-pos < 80
               move spaces to config-value-work
               unstring fractions-content-bytes (helper-count-pos + 1:)
                   delimited by space
                   into config-value-work
               end-unstring
               move function upper-case
                    (fractions-content-bytes (1:helper-count-pos - 1))
                 to parm-key-work
               move parm-key-work to token-work
               move "O" to heard-word-kind
               perform add-heard-word
               evaluate true
                   when config-value-work = "2"
                    and gl-half-word (gl-idx) = spaces
                       move parm-key-work to gl-half-word (gl-idx)
                   when config-value-work = "4"
                    and gl-quarter-word (gl-idx) = spaces
                       move parm-key-work to gl-quarter-word (gl-idx)
                   when other
                       continue
               end-evaluate
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-units
      * units_<lang>.properties into unit-entry: word, rank (MAJOR
      * one, MINOR two, MINOR2 three...) and ratio, the same split
      * W2NRECON's loader makes.
      *-----------------------------------------------------------------
       load-units section.
       initialize unit-entries
       move zero to unit-entry-count

       move spaces to dynmaic-units-file-name
       string "data/units_" delimited by size
              gl-code (gl-idx) delimited by size
              ".properties" delimited by size
         into dynmaic-units-file-name
       end-string

       OPEN INPUT units-file.
       if UNITS-SUCCESS

           perform with test before until not UNITS-SUCCESS
                  read units-file
                  if UNITS-SUCCESS
                      perform load-units-line
                  end-if
           end-perform

           close units-file
       end-if

       move spaces to unit-entry-word (unit-entry-count + 1)
       move zero to unit-entry-rank (unit-entry-count + 1)
       move zero to unit-entry-ratio (unit-entry-count + 1)

       exit section.

       load-units-line section.

           if units-content-bytes (1:1) not = "#" and
              units-content-bytes not = spaces and
              unit-entry-count < 64

           move zero to helper-count-pos
           perform varying helper-count-pos from 1 by 1
                    until helper-count-pos > 80
                       or units-content-bytes (helper-count-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if helper-count-pos > 1 and helper-count-pos < 80
               move spaces to config-value-work
               move spaces to unit-role-work
               move spaces to unit-ratio-text
               move units-content-bytes (helper-count-pos + 1:)
                 to config-value-work
               unstring config-value-work
                   delimited by PARMS-PART-DELIMITER
                   into unit-role-work unit-ratio-text
               end-unstring

               add 1 to unit-entry-count
               move function upper-case
                    (units-content-bytes (1:helper-count-pos - 1))
                 to unit-entry-word (unit-entry-count)
               move unit-entry-word (unit-entry-count) to token-work
               move "O" to heard-word-kind
               perform add-heard-word
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
      * select-unit-chain
      * the chain amounts are spelled in: the compound-unit card's
      * major word for the language, else the first MAJOR word of the
      * file - the word N2W's check format defaults to as well. The
      * run of MAJOR words it stands in and the MINOR run after it are
      * the words a spoken amount names its units with. Only a
      * two-unit chain is used - major and minor, the shape every
      * currency has.
      *-----------------------------------------------------------------
       select-unit-chain section.
       move spaces to spell-major-word
       perform varying compound-unit-idx from 1 by 1
                until compound-unit-idx > compound-unit-count
           if compound-unit-lang (compound-unit-idx) = gl-code (gl-idx)
               move compound-unit-word (compound-unit-idx)
                 to spell-major-word
           end-if
       end-perform

       move zero to unit-major-idx
       perform varying unit-entry-idx from 1 by 1
                until unit-entry-idx > unit-entry-count
                   or unit-major-idx > zero
           if unit-entry-rank (unit-entry-idx) = 1
              and (spell-major-word = spaces
               or spell-major-word = unit-entry-word (unit-entry-idx))
               move unit-entry-idx to unit-major-idx
           end-if
       end-perform

       if unit-major-idx = zero
           if spell-major-word not = spaces
               add 1 to parm-warning-count
               display "compound unit " function trim
                       (spell-major-word) " is no MAJOR word of "
                       function trim (dynmaic-units-file-name)
                       " - no compound amounts in "
                       gl-code-upper (gl-idx)
           end-if
           exit section
       end-if

       move unit-entry-word (unit-major-idx)
         to gl-unit-major-word (gl-idx)
       move unit-entry-ratio (unit-major-idx) to gl-unit-ratio (gl-idx)

      *> back to the first word of the MAJOR run, then collect that run
      *> and the MINOR run after it
       perform until unit-major-idx = 1
                  or unit-entry-rank (unit-major-idx - 1) not = 1
           subtract 1 from unit-major-idx
       end-perform
       move zero to gl-chain-word-count (gl-idx)
       move zero to gl-sub
       perform varying unit-entry-idx from unit-major-idx by 1
                until unit-entry-idx > unit-entry-count
                   or unit-entry-rank (unit-entry-idx) > 2
                   or unit-entry-rank (unit-entry-idx) = zero
                   or (unit-entry-rank (unit-entry-idx) = 1
                       and unit-entry-idx > unit-major-idx
                       and unit-entry-rank (unit-entry-idx - 1) = 2)
                   or gl-chain-word-count (gl-idx) >= 16
           add 1 to gl-chain-word-count (gl-idx)
           move gl-chain-word-count (gl-idx) to gl-sub
           move unit-entry-word (unit-entry-idx)
             to gl-chain-word (gl-idx gl-sub)
           move unit-entry-rank (unit-entry-idx)
             to gl-chain-rank (gl-idx gl-sub)
       end-perform

      *> a unit below the minor one, or no minor unit at all, and the
      *> chain is not used
       if gl-unit-ratio (gl-idx) = zero
          or gl-chain-rank (gl-idx gl-sub) not = 2
          or unit-entry-rank (unit-entry-idx) = 3
           if spell-major-word not = spaces
               add 1 to parm-warning-count
               display "compound unit " function trim
                       (spell-major-word) " is not a major/minor"
                       " chain - no compound amounts in "
                       gl-code-upper (gl-idx)
           end-if
           move spaces to gl-unit-major-word (gl-idx)
       end-if

       exit section.

      *-----------------------------------------------------------------
      * decide-offered-kinds
      * a language offers a kind only where W2N can read it back:
      * ordinals where N2W's ordinal "one" is a vocabulary word, dates
      * where ordinals and all twelve month names are there, clock
      * times where the profile names its past/to words and the half
      * and quarter fractions exist, year pairs under spaced spelling.
      *-----------------------------------------------------------------
       decide-offered-kinds section.
       perform varying kind-idx from 1 by 1
                until kind-idx > KIND-COUNT
           move "N" to gl-offers-kind (gl-idx kind-idx)
       end-perform

       move "Y" to gl-offers-kind (gl-idx 1)

       move 1 to spell-value
       move space to spell-sign
       move "Y" to spell-ordinal
       move space to spell-format
       perform spell-number
       if not spell-was-refused
           move spaces to token-work
           unstring spelled-bytes delimited by all space
               into token-work
           end-unstring
           perform find-vocabulary-word
           if token-was-found
               move "Y" to gl-offers-kind (gl-idx 2)
           end-if
       end-if

       if gl-spelling (gl-idx) = "SPACED"
           move "Y" to gl-offers-kind (gl-idx 3)
       end-if

       if gl-offers-kind (gl-idx 2) = "Y"
          and gl-month-count (gl-idx) = 12
           move "Y" to gl-offers-kind (gl-idx 4)
       end-if

       if gl-time-past-word (gl-idx) not = spaces
          and gl-time-to-word (gl-idx) not = spaces
          and gl-half-word (gl-idx) not = spaces
          and gl-quarter-word (gl-idx) not = spaces
           move "Y" to gl-offers-kind (gl-idx 5)
       end-if

       if gl-percent-word (gl-idx) not = spaces
           move "Y" to gl-offers-kind (gl-idx 6)
       end-if

       if gl-unit-major-word (gl-idx) not = spaces
           move "Y" to gl-offers-kind (gl-idx 7)
       end-if

       exit section.

      *-----------------------------------------------------------------
      * find-vocabulary-word
      * is token-work a word of the current language's vocabulary?
      *-----------------------------------------------------------------
       find-vocabulary-word section.
       move "N" to token-found-flag
       perform varying gl-sub from 1 by 1
                until gl-sub > gl-vocab-count (gl-idx)
                   or token-was-found
           if gl-vocab-word (gl-idx gl-sub) = token-work
              and gl-vocab-kind (gl-idx gl-sub) = "V"
               move "Y" to token-found-flag
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * open-outputs
      *-----------------------------------------------------------------
       open-outputs section.
       open output sentences-file
       if not SENTENCES-SUCCESS
           display "Unable to open " function trim
                   (sentences-file-name) " (file status "
                   SENTENCES-STATUS ")"
           move CC-NO-INPUT to return-code
           stop run
       end-if
       open output expected-file
       if not EXPECTED-SUCCESS
           display "Unable to open " function trim
                   (expected-file-name) " (file status "
                   EXPECTED-STATUS ")"
           close sentences-file
           move CC-NO-INPUT to return-code
           stop run
       end-if
       exit section.

      *-----------------------------------------------------------------
      * generate-sentences
      * one sentence per pass: draw the language and the kind, build
      * the sentence and its known answer, mix in the noise, write it.
      *-----------------------------------------------------------------
       generate-sentences section.
       perform until sentence-number >= records-wanted
           add 1 to sentence-number

           move gen-language-count to random-range
           perform draw-random
           compute gl-idx = random-pick + 1
           perform draw-kind

           move spaces to sentence-work
           move 1 to sentence-pointer
           move "N" to spell-refused-flag
           set expected-on-results to true
           initialize results-record
           perform set-expected-defaults

           evaluate true
               when kind-is-cardinal
                   perform build-cardinal
               when kind-is-ordinal
                   perform build-ordinal
               when kind-is-year
                   perform build-year
               when kind-is-date
                   perform build-date
               when kind-is-time
                   perform build-time
               when kind-is-percent
                   perform build-percent
               when other
                   perform build-compound
           end-evaluate

           if spell-was-refused
               add 1 to refused-count
           else
               add 1 to gl-kind-count (gl-idx kind-drawn)
               add 1 to generated-count
               perform split-continuation
               perform write-sentence
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * draw-kind
      * weighted draw among the kinds the language offers - a
      * language that offers none of the weighted kinds gets a
      * cardinal.
      *-----------------------------------------------------------------
       draw-kind section.
       move zero to gl-offered-weight
       perform varying kind-idx from 1 by 1
                until kind-idx > KIND-COUNT
           if gl-offers-kind (gl-idx kind-idx) = "Y"
               add kind-weight (kind-idx) to gl-offered-weight
           end-if
       end-perform

       move 1 to kind-drawn
       if gl-offered-weight = zero
           exit section
       end-if

       move gl-offered-weight to random-range
       perform draw-random
       perform varying kind-idx from 1 by 1
                until kind-idx > KIND-COUNT
           if gl-offers-kind (gl-idx kind-idx) = "Y"
               if random-pick < kind-weight (kind-idx)
                   move kind-idx to kind-drawn
                   move KIND-COUNT to kind-idx
               else
                   subtract kind-weight (kind-idx) from random-pick
               end-if
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * draw-random
      * random-pick from 0 up to random-range less one. Two draws of
      * the Lehmer stream make one wide number, so ranges past the
      * modulus are still covered.
      *-----------------------------------------------------------------
       draw-random section.
       perform next-random
       move random-state to random-wide
       perform next-random
       compute random-wide = random-wide * RANDOM-MODULUS
                           + random-state
       if random-range = zero
           move zero to random-pick
       else
           compute random-pick = function mod
                   (random-wide, random-range)
       end-if
       exit section.

       next-random section.
       compute random-state = function mod
               (random-state * RANDOM-MULTIPLIER, RANDOM-MODULUS)
       exit section.

      *-----------------------------------------------------------------
      * draw-range-value
      * value-drawn inside the kind's range.
      *-----------------------------------------------------------------
       draw-range-value section.
       compute random-range = kind-range-high (kind-drawn)
                            - kind-range-low (kind-drawn) + 1
       perform draw-random
       compute value-drawn = kind-range-low (kind-drawn) + random-pick
       exit section.

       draw-noise-roll section.
       move 100 to random-range
       perform draw-random
       move random-pick to noise-roll
       exit section.

      *-----------------------------------------------------------------
      * set-expected-defaults
      * the RESULTS record a plain conversion gets from W2NBATCH: an
      * integer value, every flag "N", no compound units, read from
      * the run's one input file.
      *-----------------------------------------------------------------
       set-expected-defaults section.
       move gl-code-upper (gl-idx) to results-language-code
       move space to results-sign
       move space to results-value-delimiter
       move zero to results-value-decimal
       move "N" to results-is-ordinal
       move "N" to results-is-year
       move "N" to results-is-compound
       move "N" to results-is-date
       move "N" to results-is-time
       move "N" to results-is-percent
       move "N" to results-is-ambiguous
       move "N" to results-is-auto-corrected
       move "N" to results-is-roman
       move 1 to results-source-file
       exit section.

      *-----------------------------------------------------------------
      * build-cardinal
      * a plain number - the one kind the noise words are mixed into:
      * a minus sign, a leading filler word, or a misspelled word.
      *-----------------------------------------------------------------
       build-cardinal section.
       perform draw-range-value
       move value-drawn to results-value-integer
       move space to spell-sign
       move space to spell-ordinal
       move space to spell-format

       perform draw-noise-roll
       evaluate true
           when noise-roll < negative-percent
            and value-drawn > zero
               move "-" to spell-sign
               move "-" to results-sign
               add 1 to negative-count
           when noise-roll < negative-percent + filler-percent
            and gl-filler-word (gl-idx) not = spaces
               move gl-filler-word (gl-idx) to piece-work
               perform append-piece
               add 1 to filler-count
           when other
               continue
       end-evaluate

       move value-drawn to spell-value
       perform spell-number
       if spell-was-refused
           exit section
       end-if
       move spelled-bytes to piece-work
       perform append-piece

       if noise-roll >= negative-percent + filler-percent
          and noise-roll < negative-percent + filler-percent
                         + misspell-percent
           perform misspell-one-word
       end-if
       exit section.

      *-----------------------------------------------------------------
      * build-ordinal
      *-----------------------------------------------------------------
       build-ordinal section.
       perform draw-range-value
       move value-drawn to results-value-integer
       move "Y" to results-is-ordinal
       move value-drawn to spell-value
       move space to spell-sign
       move "Y" to spell-ordinal
       move space to spell-format
       perform spell-number
       if not spell-was-refused
           move spelled-bytes to piece-work
           perform append-piece
       end-if
       exit section.

      *-----------------------------------------------------------------
      * build-year
      * a year spoken as two numbers, "nineteen eighty four" - the
      * second number is kept at twenty or over: below that it would
      * be spoken with an "oh" or as a teen W2N simply adds on. Such
      * a record belongs on REVIEW.
      *-----------------------------------------------------------------
       build-year section.
       perform draw-range-value
       divide value-drawn by 100 giving year-century
           remainder year-of-century
       if year-of-century < 20
           add 20 to year-of-century
       end-if
       set expected-on-review to true
       move space to spell-sign
       move space to spell-ordinal
       move space to spell-format

       move year-century to spell-value
       perform spell-number
       if spell-was-refused
           exit section
       end-if
       move spelled-bytes to piece-work
       perform append-piece

       move year-of-century to spell-value
       perform spell-number
       if not spell-was-refused
           move spelled-bytes to piece-work
           perform append-piece
       end-if
       exit section.

      *-----------------------------------------------------------------
      * build-date
      * "the fourth july nineteen fifty" - article, ordinal day, month
      * name, year. Days stop at the 28th so every month has them.
      *-----------------------------------------------------------------
       build-date section.
       perform draw-range-value
       move value-drawn to date-year
       move 12 to random-range
       perform draw-random
       compute date-month = random-pick + 1
       move 28 to random-range
       perform draw-random
       compute date-day = random-pick + 1

       compute results-value-integer = date-year * 10000
                                     + date-month * 100 + date-day
       move "Y" to results-is-ordinal
       move "Y" to results-is-date
       move spaces to results-date-iso
       string date-year delimited by size
              "-" delimited by size
              date-month delimited by size
              "-" delimited by size
              date-day delimited by size
         into results-date-iso
       end-string

       if gl-article-word (gl-idx) not = spaces
           move gl-article-word (gl-idx) to piece-work
           perform append-piece
       end-if

       move date-day to spell-value
       move space to spell-sign
       move "Y" to spell-ordinal
       move space to spell-format
       perform spell-number
       if spell-was-refused
           exit section
       end-if
       move spelled-bytes to piece-work
       perform append-piece

       move gl-month-word (gl-idx date-month) to piece-work
       perform append-piece

       move date-year to spell-value
       move space to spell-ordinal
       perform spell-number
       if not spell-was-refused
           move spelled-bytes to piece-work
           perform append-piece
       end-if
       exit section.

      *-----------------------------------------------------------------
      * build-time
      * a quarter past, half past or quarter to the hour: "quarter
      * past two", "quarter to three" - and "halb drei" where the
      * profile counts the half toward the next hour.
      *-----------------------------------------------------------------
       build-time section.
       move 12 to random-range
       perform draw-random
       compute time-hour = random-pick + 1
       if time-hour = 12
           move 1 to time-next-hour
       else
           compute time-next-hour = time-hour + 1
       end-if
       move 3 to random-range
       perform draw-random
       compute time-minute = (random-pick + 1) * 15

       compute results-value-integer = time-hour * 100 + time-minute
       move "Y" to results-is-time
       move time-hour to results-time-hour
       move time-minute to results-time-minute

       evaluate true
           when time-minute = 15
               move gl-quarter-word (gl-idx) to piece-work
               perform append-piece
               move gl-time-past-word (gl-idx) to piece-work
               perform append-piece
               move time-hour to spell-value
           when time-minute = 30
            and gl-half-to-next (gl-idx) = "YES"
               move gl-half-word (gl-idx) to piece-work
               perform append-piece
               move time-next-hour to spell-value
           when time-minute = 30
               move gl-half-word (gl-idx) to piece-work
               perform append-piece
               move gl-time-past-word (gl-idx) to piece-work
               perform append-piece
               move time-hour to spell-value
           when other
               move gl-quarter-word (gl-idx) to piece-work
               perform append-piece
               move gl-time-to-word (gl-idx) to piece-work
               perform append-piece
               move time-next-hour to spell-value
       end-evaluate

       move space to spell-sign
       move space to spell-ordinal
       move space to spell-format
       perform spell-number
       if not spell-was-refused
           move spelled-bytes to piece-work
           perform append-piece
       end-if
       exit section.

      *-----------------------------------------------------------------
      * build-percent
      * the number and the profile's percent word - W2N carries the
      * decimal equivalent at four places in the decimal field.
      *-----------------------------------------------------------------
       build-percent section.
       perform draw-range-value
       move value-drawn to results-value-integer
       move "." to results-value-delimiter
       compute results-value-decimal = value-drawn * 100
       move "Y" to results-is-percent

       move value-drawn to spell-value
       move space to spell-sign
       move space to spell-ordinal
       move space to spell-format
       perform spell-number
       if spell-was-refused
           exit section
       end-if
       move spelled-bytes to piece-work
       perform append-piece
       move gl-percent-word (gl-idx) to piece-work
       perform append-piece
       exit section.

      *-----------------------------------------------------------------
      * build-compound
      * an amount counted in the chain's minor unit, spelled by N2W as
      * the unit phrase W2N reads - "twelve dollars and fifty cents".
      * The unit words the answer names are the ones N2W spoke.
      *-----------------------------------------------------------------
       build-compound section.
       perform draw-range-value
       move value-drawn to spell-value
       move space to spell-sign
       move space to spell-ordinal
       move "U" to spell-format
       move gl-unit-major-word (gl-idx) to spell-major-word
       perform spell-number
       if spell-was-refused
           exit section
       end-if
       move spelled-bytes to piece-work
       perform append-piece

       move "Y" to results-is-compound
       divide value-drawn by gl-unit-ratio (gl-idx)
           giving results-major-value
           remainder results-minor-value
       move results-major-value to results-value-integer
       move gl-unit-ratio (gl-idx) to results-minor-ratio
       move value-drawn to results-canonical-value

       move 1 to token-pointer
       perform until token-pointer > 2045
           move spaces to token-work
           unstring sentence-work delimited by all space
               into token-work
               with pointer token-pointer
           end-unstring
           perform varying gl-sub from 1 by 1
                    until gl-sub > gl-chain-word-count (gl-idx)
               if token-work = gl-chain-word (gl-idx gl-sub)
                   if gl-chain-rank (gl-idx gl-sub) = 1
                       move token-work to results-major-unit
                   else
                       move token-work to results-minor-unit
                   end-if
               end-if
           end-perform
       end-perform

       if results-minor-unit = spaces
           move zero to results-minor-value
       end-if
       exit section.

      *-----------------------------------------------------------------
      * spell-number
      * N2W spells spell-value in the current language - plain,
      * ordinal or as a unit phrase. A value N2W cannot spell drops
      * the sentence.
      *-----------------------------------------------------------------
       spell-number section.
       initialize n2w-parameter
       move gl-code-upper (gl-idx) to n2w-language-code
       move spell-sign to n2w-value-sign
       move spell-value to n2w-value-integer
       move zero to n2w-value-decimal
       move spell-ordinal to n2w-request-ordinal
       move spell-format to n2w-request-format
       if spell-format = "U"
           move spell-major-word to n2w-unit-major-word
       end-if

       call "N2W" using n2w-parameter n2w-returning
       end-call

       move spaces to spelled-bytes
       if n2w-returning-ok
           move n2w-result-text to spelled-national
       end-if
       if not n2w-returning-ok
          or spelled-bytes = spaces
           move "Y" to spell-refused-flag
       end-if
       exit section.

      *-----------------------------------------------------------------
      * append-piece
      * piece-work onto the end of the sentence, one space between.
      *-----------------------------------------------------------------
       append-piece section.
       if sentence-pointer > 1
           string " " delimited by size
             into sentence-work
             with pointer sentence-pointer
           end-string
       end-if
       string function trim (piece-work) delimited by size
         into sentence-work
         with pointer sentence-pointer
       end-string
       exit section.

      *-----------------------------------------------------------------
      * misspell-one-word
      * the first word of the sentence that is a vocabulary word of at
      * least four letters gets its middle letter doubled - one edit
      * away, so W2N's auto-correction puts it right and says so.
      * German compounds ("einundzwanzig") are no vocabulary words and
      * a sentence with no such word stays as it is.
      *-----------------------------------------------------------------
       misspell-one-word section.
       move "N" to misspell-done-flag
       move spaces to rebuilt-work
       move 1 to rebuilt-pointer
       move 1 to token-pointer
       perform until token-pointer > 2045
           move spaces to token-work
           unstring sentence-work delimited by all space
               into token-work
               with pointer token-pointer
           end-unstring
           if token-work not = spaces
               if not misspell-was-done
                   perform misspell-token
               end-if
               if rebuilt-pointer > 1
                   string " " delimited by size
                     into rebuilt-work
                     with pointer rebuilt-pointer
                   end-string
               end-if
               string function trim (token-work) delimited by size
                 into rebuilt-work
                 with pointer rebuilt-pointer
               end-string
           end-if
       end-perform

       if misspell-was-done
           move rebuilt-work to sentence-work
           add 1 to misspelled-count
       end-if
       exit section.

       misspell-token section.
       move zero to token-length
       inspect token-work tallying token-length
               for characters before initial space
       move zero to token-hyphens
       inspect token-work tallying token-hyphens for all "-"
       if token-length < 4 or token-hyphens > zero
           exit section
       end-if
       perform find-vocabulary-word
       if not token-was-found
           exit section
       end-if

       compute helper-count-pos = token-length / 2 + 1
       move spaces to misspelled-word
       string token-work (1:helper-count-pos) delimited by size
              token-work (helper-count-pos:token-length
                          - helper-count-pos + 1) delimited by size
         into misspelled-word
       end-string

       compute misspelled-length = token-length + 1
       perform check-near-words
       if near-word-was-found
           exit section
       end-if

       move "Y" to results-is-auto-corrected
       move misspelled-word to results-corrected-from
       move token-work to results-corrected-to
       move misspelled-word to token-work
       move "Y" to misspell-done-flag
       exit section.

      *-----------------------------------------------------------------
      * check-near-words
      * W2N only repairs a word whose nearest heard word is one edit
      * away and untied - so the misspelling may be one edit from the
      * word it was made from and from no other word of the language.
      *-----------------------------------------------------------------
       check-near-words section.
       move "N" to near-word-flag
       perform varying gl-sub from 1 by 1
                until gl-sub > gl-vocab-count (gl-idx)
                   or near-word-was-found
           if gl-vocab-word (gl-idx gl-sub) not = token-work
               perform check-one-near-word
           end-if
       end-perform
       exit section.

       check-one-near-word section.
       move zero to near-short-length
       inspect gl-vocab-word (gl-idx gl-sub) tallying near-short-length
               for characters before initial space
       if near-short-length > misspelled-length + 1
          or near-short-length + 1 < misspelled-length
           exit section
       end-if

       if near-short-length > misspelled-length
           move gl-vocab-word (gl-idx gl-sub) to near-long-word
           move near-short-length to near-long-length
           move misspelled-word to near-short-word
           move misspelled-length to near-short-length
       else
           move misspelled-word to near-long-word
           move misspelled-length to near-long-length
           move gl-vocab-word (gl-idx gl-sub) to near-short-word
       end-if

      *> same length: at most one letter differs; one longer: the
      *> longer word with one letter left out is the shorter one
       move zero to near-edit-count
       move 1 to near-long-pos
       move 1 to near-short-pos
       perform until near-long-pos > near-long-length
                  or near-edit-count > 1
           if near-short-pos <= near-short-length
              and near-long-word (near-long-pos:1)
                  = near-short-word (near-short-pos:1)
               add 1 to near-long-pos
               add 1 to near-short-pos
           else
               add 1 to near-edit-count
               add 1 to near-long-pos
               if near-long-length = near-short-length
                   add 1 to near-short-pos
               end-if
           end-if
       end-perform

       if near-edit-count <= 1
           move "Y" to near-word-flag
       end-if
       exit section.

      *-----------------------------------------------------------------
      * split-continuation
      * break the sentence at the word boundary nearest its middle -
      * the second half goes out on a "++" continuation record.
      *-----------------------------------------------------------------
       split-continuation section.
       move "N" to continued-flag
       move spaces to continuation-work
       perform draw-noise-roll
       if noise-roll >= continuation-percent
           exit section
       end-if

       move 2045 to sentence-length
       perform until sentence-length < 1
                  or sentence-work (sentence-length:1) not = space
           subtract 1 from sentence-length
       end-perform

       compute sentence-split-pos = sentence-length / 2 + 1
       perform until sentence-split-pos > sentence-length
                  or sentence-work (sentence-split-pos:1) = space
           add 1 to sentence-split-pos
       end-perform
       if sentence-split-pos > sentence-length
           compute sentence-split-pos = sentence-length / 2
           perform until sentence-split-pos < 2
                      or sentence-work (sentence-split-pos:1) = space
               subtract 1 from sentence-split-pos
           end-perform
       end-if
       if sentence-split-pos < 2
          or sentence-split-pos >= sentence-length
           exit section
       end-if

       move sentence-work (sentence-split-pos + 1:) to continuation-work
       move spaces to sentence-work (sentence-split-pos:)
       move "Y" to continued-flag
       add 1 to continuation-count
       exit section.

      *-----------------------------------------------------------------
      * write-sentence
      * the chain head, its continuation and - for a sentence that
      * should land on RESULTS - its known answer, numbered with the
      * head's position in the file the way W2NBATCH numbers it.
      *-----------------------------------------------------------------
       write-sentence section.
       add 1 to physical-count
       move physical-count to head-record-number

       move spaces to document-id-work
       if layout-is-delimited
           move sentence-number to document-number-edit
           string document-prefix delimited by space
                  document-number-edit delimited by size
             into document-id-work
           end-string
           perform tally-document-id-hash

           move spaces to sentence-extract-line
           string function trim (document-id-work) delimited by size
                  extract-delimiter delimited by size
                  gl-code-upper (gl-idx) delimited by size
                  extract-delimiter delimited by size
                  function trim (sentence-work) delimited by size
             into sentence-extract-line
           end-string
       else
           move spaces to sentence-line
           move gl-code-upper (gl-idx) to sentence-language
           move sentence-work to sentence-text
       end-if
       write sentence-line

       if sentence-is-continued
           add 1 to physical-count
           if layout-is-delimited
      *> the head's document id again - the extract split passes
      *> over an empty column, which would shift "++" out of the
      *> language column
               move spaces to sentence-extract-line
               string function trim (document-id-work)
                          delimited by size
                      extract-delimiter delimited by size
                      CONTINUATION-LANGUAGE delimited by size
                      extract-delimiter delimited by size
                      function trim (continuation-work)
                          delimited by size
                 into sentence-extract-line
               end-string
           else
               move spaces to sentence-line
               move CONTINUATION-LANGUAGE to sentence-language
               move continuation-work to sentence-text
           end-if
           write sentence-line
       end-if

       if expected-on-review
           add 1 to review-count
       else
           move head-record-number to results-record-number
           move document-id-work to results-document-id
           move spaces to expected-line
           move results-record to expected-line
           write expected-line
           add 1 to expected-count
       end-if
       exit section.

      *-----------------------------------------------------------------
      * tally-document-id-hash
      * the byte-sum hash of the document ids W2NBATCH balances the
      * trailer against - the same sum, the same low-order-18 wrap.
      *-----------------------------------------------------------------
       tally-document-id-hash section.
       perform varying id-hash-scan-pos from 1 by 1
                until id-hash-scan-pos > 32
           if document-id-work (id-hash-scan-pos:1) not = space
               compute id-hash-byte = function ord
                   (document-id-work (id-hash-scan-pos:1))
               compute document-id-hash = function mod
                   (document-id-hash + id-hash-byte,
                    1000000000000000000)
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * write-trailer
      * "#T", the count of every record before it, and the document-id
      * hash when the records carry ids - spaces otherwise.
      *-----------------------------------------------------------------
       write-trailer section.
       move TRAILER-MARK to trailer-mark-out
       move physical-count to trailer-count
       if layout-is-delimited
           move document-id-hash to trailer-hash
       else
           move spaces to trailer-hash
       end-if
       move spaces to sentence-extract-line
       move trailer-record to sentence-extract-line
       write sentence-line

       close sentences-file
       close expected-file
       exit section.

      *-----------------------------------------------------------------
      * write-report
      * GENRPT: what was generated, by language and kind, where each
      * kind is meant to land, and the W2NPARMS cards the run needs.
      *-----------------------------------------------------------------
       write-report section.
       open output report-file
       if not REPORT-SUCCESS
           display "Unable to open GENRPT (file status "
                   REPORT-STATUS ") - report not written"
           exit section
       end-if

       move "W2NGEN SYNTHETIC SENTENCES REPORT" to report-line
       write report-line
       move spaces to report-line
       move random-seed to report-seed-edit
       string "SENTENCES FILE " delimited by size
              sentences-file-name delimited by space
              "   EXPECTED FILE " delimited by size
              expected-file-name delimited by space
              "   LAYOUT " delimited by size
              output-layout delimited by space
              "   SEED " delimited by size
              function trim (report-seed-edit) delimited by size
         into report-line
       end-string
       write report-line
       move spaces to report-line
       write report-line

       move "LANG CARDINAL   ORDINAL      YEAR      DATE      TIME"
       &    "   PERCENT  COMPOUND"
         to report-line
       write report-line
       perform varying gl-idx from 1 by 1
                until gl-idx > gen-language-count
           move spaces to report-language-detail
           move gl-code-upper (gl-idx) to report-language-code
           perform varying kind-idx from 1 by 1
                    until kind-idx > KIND-COUNT
               move gl-kind-count (gl-idx kind-idx)
                 to report-kind-count (kind-idx)
           end-perform
           move report-language-detail to report-line
      *> a kind the language cannot offer shows as "-"
           perform varying kind-idx from 1 by 1
                    until kind-idx > KIND-COUNT
               if gl-offers-kind (gl-idx kind-idx) not = "Y"
                   compute helper-count-pos = kind-idx * 10 + 3
                   move "-" to report-line (helper-count-pos:1)
               end-if
           end-perform
           write report-line
       end-perform

       move spaces to report-line
       write report-line
       move "SENTENCES GENERATED" to report-line
       move generated-count to report-count-edit
       move report-count-edit to report-line (30:9)
       write report-line
       move "RECORDS WRITTEN" to report-line
       move physical-count to report-count-edit
       move report-count-edit to report-line (30:9)
       write report-line
       move "CONTINUATION RECORDS" to report-line
       move continuation-count to report-count-edit
       move report-count-edit to report-line (30:9)
       write report-line
       move "EXPECTED ON RESULTS" to report-line
       move expected-count to report-count-edit
       move report-count-edit to report-line (30:9)
       write report-line
       move "EXPECTED ON REVIEW" to report-line
       move review-count to report-count-edit
       move report-count-edit to report-line (30:9)
       write report-line
       move "NEGATIVE" to report-line
       move negative-count to report-count-edit
       move report-count-edit to report-line (30:9)
       write report-line
       move "FILLER WORD" to report-line
       move filler-count to report-count-edit
       move report-count-edit to report-line (30:9)
       write report-line
       move "MISSPELLED" to report-line
       move misspelled-count to report-count-edit
       move report-count-edit to report-line (30:9)
       write report-line
       move "NOT SPELLED BY N2W" to report-line
       move refused-count to report-count-edit
       move report-count-edit to report-line (30:9)
       write report-line

       move spaces to report-line
       write report-line
       move "W2NPARMS CARDS FOR THE RUN (NO RATES OR TOLERANCE FILE):"
         to report-line
       write report-line
       if layout-is-delimited
           move "input-format=delimited" to report-line
           write report-line
           move spaces to report-line
           string "delimiter=" delimited by size
                  extract-delimiter delimited by size
             into report-line
           end-string
           write report-line
           move "document-id-column=1" to report-line
           write report-line
           move "language-column=2" to report-line
           write report-line
           move "sentence-column=3" to report-line
           write report-line
       else
           move "input-format=fixed" to report-line
           write report-line
       end-if
       if misspelled-count > zero
           move "auto-correct=yes" to report-line
           write report-line
       end-if

       close report-file
       exit section.

      *-----------------------------------------------------------------
       finish section.

       move physical-count to report-count-edit
       display "W2NGEN wrote " report-count-edit " record(s) to "
               function trim (sentences-file-name)
       move expected-count to report-count-edit
       display "W2NGEN wrote " report-count-edit " expected result(s)"
               " to " function trim (expected-file-name)

       if refused-count > zero or parm-warning-count > zero
           move CC-WITH-WARNINGS to return-code
       else
           move CC-CLEAN to return-code
       end-if

       exit section.

       END PROGRAM W2NGEN.
      * EOF
