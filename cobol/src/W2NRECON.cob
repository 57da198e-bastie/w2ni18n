      * spells each value out with N2W, feeds the spelling back through
      * W2N, and flags any value that does not round-trip. This catches
      * a typo'd number-system-value or a duplicated key in the config
      * file before it reaches a production conversion run. Every unit
      * chain in units_<lang>.properties is round-tripped the same way:
      * a canonical value is spelled as a unit phrase, read back by
      * W2N, and W2N's own canonical value spelled again must give the
      * same phrase.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT profile-file ASSIGN TO dynmaic-profile-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROFILE-STATUS.
       SELECT units-file ASSIGN TO dynmaic-units-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS UNITS-STATUS.
       SELECT report-file ASSIGN TO "RECONRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
         05 profile-content       pic n(80).
         05 profile-content-bytes redefines profile-content pic x(80).

       FD units-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 units-line.
         05 units-content       pic n(80).
         05 units-content-bytes redefines units-content pic x(80).

       FD report-file
          RECORD CONTAINS 1 TO 200 CHARACTERS.
       01 report-line            pic x(200).
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PROFILE==.

       01 dynmaic-profile-file-name pic x(64).
       01 dynmaic-units-file-name pic x(64).
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==UNITS==.

       01 recon-total-count      pic 9(9) value zero.
       01 recon-ok-count         pic 9(9) value zero.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==REPORT==.

      *> the unit words of units_<lang>.properties in file order (one
      *> spare entry after the last keeps rank zero) - the units of one
      *> chain are listed together, largest first.
       01 unit-entries.
        03 unit-entry              occurs 65.
         05 unit-entry-word          pic x(32).
         05 unit-entry-rank          pic 9(2).
         05 unit-entry-ratio         pic 9(18).
       01 unit-entry-count         pic 9(4) value zero.
       01 unit-entry-idx           pic 9(4).
       01 unit-run-idx             pic 9(4).
       01 unit-previous-rank       pic 9(2).
       01 unit-role-work           pic x(16).
       01 unit-ratio-text          pic x(16).

      *> the chain under test: its major unit word, the smallest unit
      *> the sample values are counted in, each unit's ratio to the
      *> next and its size in smallest units.
       01 unit-chain-major-word    pic x(32).
       01 unit-chain-counted-word  pic x(32).
       01 filler.
        03 unit-chain-level        occurs 8.
         05 unit-chain-ratio         pic 9(18).
         05 unit-chain-size          pic 9(18).
       01 unit-chain-count         pic 9(2).
       01 unit-chain-k             pic 9(2).

      *> the canonical values each chain is tried with: zero and one,
      *> one and two of every unit, one and twenty-one of every unit
      *> together, a phrase that skips the units between the largest
      *> and the smallest, and a large value with every smaller unit
      *> at its highest.
       01 filler.
        03 unit-sample             pic 9(18) occurs 24.
       01 unit-sample-count        pic 9(2).
       01 unit-sample-idx          pic 9(2).
       01 unit-sample-work         pic 9(18).
       01 unit-sample-part         pic 9(18).

      *> W2N's canonical value spelled back, and the smallest unit
      *> W2N heard
       01 unit-respelled.
         05 unit-respelled-bytes        pic x(2048).
         05 unit-respelled-national redefines unit-respelled-bytes
                                     pic n(1024).
       01 unit-spoken-word         pic x(32).

       copy "N2W.cpy". *> for call
       copy "W2N.cpy". *> for call

       perform init
       perform reconcile-all
       perform reconcile-composites
       perform reconcile-unit-phrases
       perform finish
       stop run.


       exit section.

      *-----------------------------------------------------------------
      * reconcile-unit-phrases
      * find every unit chain in units_<lang>.properties - a run of
      * MAJOR words followed by at least one smaller unit - and push
      * each of its sample values through reconcile-unit-one. A
      * language without a units file has no chains to check.
      *-----------------------------------------------------------------
       reconcile-unit-phrases section.
       perform load-units

       move zero to unit-previous-rank
       perform varying unit-entry-idx from 1 by 1
                until unit-entry-idx > unit-entry-count

           if unit-entry-rank (unit-entry-idx) = 1
              and unit-previous-rank not = 1
               perform collect-unit-chain
               if unit-chain-count >= 2
                   perform build-unit-samples
                   perform varying unit-sample-idx from 1 by 1
                            until unit-sample-idx > unit-sample-count
                       perform reconcile-unit-one
                   end-perform
               end-if
           end-if
           move unit-entry-rank (unit-entry-idx) to unit-previous-rank

       end-perform

       exit section.

      *-----------------------------------------------------------------
      * load-units
      * read units_<lang>.properties into unit-entries.
      *-----------------------------------------------------------------
       load-units section.
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
                      perform load-units-line
                  end-if
           end-perform

           close units-file
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-units-line
      * split one units-line into its word, its rank (MAJOR one, MINOR
      * two, MINOR2 three...) and its ratio - the part after the
      * ratio, the singular form N2W spells, is not needed here.
      *-----------------------------------------------------------------
       load-units-line section.

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
               move units-content-bytes (1:helper-count-pos - 1)
                 to config-key-work
               move units-content-bytes (helper-count-pos + 1:)
                 to config-value-work
               unstring config-value-work
                   delimited by CONFIG-PART-DELIMITER
                   into unit-role-work unit-ratio-text
               end-unstring

               add 1 to unit-entry-count
               move function upper-case (config-key-work)
                 to unit-entry-word (unit-entry-count)
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
      * collect-unit-chain
      * the chain starting at the MAJOR word unit-entry-idx: that run
      * of MAJOR words, then each run of the next rank for as long as
      * the unit above carries a ratio - the same chain N2W resolves.
      * The sample values are counted in the chain's smallest unit.
      *-----------------------------------------------------------------
       collect-unit-chain section.
       move unit-entry-word (unit-entry-idx) to unit-chain-major-word
       move unit-entry-word (unit-entry-idx)
         to unit-chain-counted-word
       move unit-entry-idx to unit-run-idx
       move zero to unit-chain-count
       perform collect-unit-run

       perform until unit-chain-count = 8
                  or unit-chain-ratio (unit-chain-count) = zero
                  or unit-entry-rank (unit-run-idx)
                       not = unit-chain-count + 1
           move unit-entry-word (unit-run-idx)
             to unit-chain-counted-word
           perform collect-unit-run
       end-perform

       move 1 to unit-chain-size (unit-chain-count)
       perform varying unit-chain-k from unit-chain-count by -1
                until unit-chain-k < 2
           compute unit-chain-size (unit-chain-k - 1) =
               unit-chain-size (unit-chain-k)
               * unit-chain-ratio (unit-chain-k - 1)
               on size error
                   move zero to unit-chain-count
                   move 1 to unit-chain-k
           end-compute
       end-perform

       exit section.

      *-----------------------------------------------------------------
      * collect-unit-run
      * add the run of words of the next rank starting at
      * unit-run-idx to the chain as one unit, leaving unit-run-idx
      * on the word after it.
      *-----------------------------------------------------------------
       collect-unit-run section.
       add 1 to unit-chain-count
       move zero to unit-chain-ratio (unit-chain-count)

       perform until unit-run-idx > unit-entry-count
                  or unit-entry-rank (unit-run-idx)
                       not = unit-chain-count
           if unit-chain-ratio (unit-chain-count) = zero
               move unit-entry-ratio (unit-run-idx)
                 to unit-chain-ratio (unit-chain-count)
           end-if
           add 1 to unit-run-idx
       end-perform

       exit section.

      *-----------------------------------------------------------------
      * build-unit-samples
      * fill unit-sample with the canonical values the chain is tried
      * with, all counted in its smallest unit.
      *-----------------------------------------------------------------
       build-unit-samples section.
       move zero to unit-sample-count

       move zero to unit-sample-work
       perform add-unit-sample
       move 1 to unit-sample-work
       perform add-unit-sample

       perform varying unit-chain-k from 1 by 1
                until unit-chain-k > unit-chain-count
           move unit-chain-size (unit-chain-k) to unit-sample-work
           perform add-unit-sample
           compute unit-sample-work = 2 * unit-chain-size (unit-chain-k)
           perform add-unit-sample
       end-perform

      *> one of every unit, and twenty-one of every unit (or as many
      *> as the unit above allows)
       move zero to unit-sample-work
       perform varying unit-chain-k from 1 by 1
                until unit-chain-k > unit-chain-count
           add unit-chain-size (unit-chain-k) to unit-sample-work
       end-perform
       perform add-unit-sample

       compute unit-sample-work = 21 * unit-chain-size (1)
       perform varying unit-chain-k from 2 by 1
                until unit-chain-k > unit-chain-count
           move 21 to unit-sample-part
           if unit-sample-part >= unit-chain-ratio (unit-chain-k - 1)
               compute unit-sample-part =
                   unit-chain-ratio (unit-chain-k - 1) - 1
           end-if
           compute unit-sample-work = unit-sample-work
               + unit-sample-part * unit-chain-size (unit-chain-k)
       end-perform
       perform add-unit-sample

      *> two of the largest unit and fifteen of the smallest, every
      *> unit in between left out
       move 15 to unit-sample-part
       if unit-sample-part >= unit-chain-ratio (unit-chain-count - 1)
           compute unit-sample-part =
               unit-chain-ratio (unit-chain-count - 1) - 1
       end-if
       compute unit-sample-work =
           2 * unit-chain-size (1) + unit-sample-part
       perform add-unit-sample

      *> a large amount of the largest unit, every smaller unit at
      *> its highest
       compute unit-sample-work =
           123456789 * unit-chain-size (1) + unit-chain-size (1) - 1
           on size error
               move zero to unit-sample-work
       end-compute
       if unit-sample-work > zero
           perform add-unit-sample
       end-if

       exit section.

      *-----------------------------------------------------------------
      * add-unit-sample
      * append unit-sample-work to the sample values.
      *-----------------------------------------------------------------
       add-unit-sample section.
       if unit-sample-count < 24
           add 1 to unit-sample-count
           move unit-sample-work to unit-sample (unit-sample-count)
       end-if
       exit section.

      *-----------------------------------------------------------------
      * reconcile-unit-one
      * spell sample value unit-sample-idx as a unit phrase with N2W,
      * read the phrase back with W2N, and spell W2N's canonical value
      * again - counted in the smallest unit W2N heard, which is the
      * unit its canonical value comes back in. The two phrases must
      * be the same: the value survived the trip both ways.
      *-----------------------------------------------------------------
       reconcile-unit-one section.
       add 1 to recon-total-count
       move unit-sample (unit-sample-idx) to recon-test-value
       move unit-chain-major-word to recon-test-label
       move "UNIT" to recon-rpt-source

       initialize n2w-parameter
       move active-language-code to n2w-language-code
       move recon-test-value to n2w-value-integer
       set n2w-format-unit to true
       move unit-chain-major-word to n2w-unit-major-word
       move unit-chain-counted-word to n2w-unit-counted-word
       call "N2W" using by reference n2w-parameter
                        by reference n2w-returning

       move n2w-result-text to recon-spelled-national

       if n2w-returning-error or recon-spelled-bytes = spaces
           add 1 to recon-mismatch-count
           move "EMPTY" to recon-rpt-returning
           move zero to recon-rpt-actual
           perform write-report-line
           display "MISMATCH unit=" recon-test-label
                    " expected=" recon-test-value
                    " unit phrase came back blank"
           exit section
       end-if

       initialize w2n-parameter
       move active-language-code to w2n-language-code
       move recon-spelled-national to w2n-number-sentences
       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning

       move spaces to unit-respelled-bytes
       if w2n-returning-ok and w2n-result-has-compound-units
           move spaces to unit-spoken-word
           if w2n-result-unit-count >= 2
               move w2n-result-unit-name (w2n-result-unit-count)
                 to unit-spoken-word
           end-if

           initialize n2w-parameter
           move active-language-code to n2w-language-code
           move w2n-result-canonical-value to n2w-value-integer
           set n2w-format-unit to true
           move unit-chain-major-word to n2w-unit-major-word
           move unit-spoken-word to n2w-unit-counted-word
           call "N2W" using by reference n2w-parameter
                            by reference n2w-returning
           move n2w-result-text to unit-respelled-national
       end-if

       move recon-test-value to recon-value-edit
       if unit-respelled-bytes = recon-spelled-bytes
           add 1 to recon-ok-count
       else
           add 1 to recon-mismatch-count
           if w2n-returning-ok
               move "OK" to recon-rpt-returning
           else
               move "ERROR" to recon-rpt-returning
           end-if
           move w2n-result-canonical-value (21:18)
             to recon-rpt-actual
           perform write-report-line
           display "MISMATCH unit=" recon-test-label
                    " expected=" recon-value-edit
                    " spelling=[" recon-spelled-bytes (1:64) "]"
                    " respelled=[" unit-respelled-bytes (1:64) "]"
       end-if

       exit section.

      *-----------------------------------------------------------------
      * reconcile-one
      * spell recon-test-value with N2W, parse that spelling back with
