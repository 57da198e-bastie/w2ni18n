      ******************************************************************
      * TestCases for french language
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. French.
      *AUTHOR. Sebastian Ritter. *> no COBOL-2014

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   SELECT
      *>   ASSIGN TO
      *>   ORGANIZATION IS
      *>   .

       DATA DIVISION.
       FILE SECTION.
      *>FD .
      *>    01 .

       WORKING-STORAGE SECTION.

       copy "W2N.cpy". *> for call

      *> mirrors w2n-result-value field for field, so assert-true can
      *> compare the two group items against each other.
       01 expected-value.
           20 expected-value-integer    pic 9(38).
           20 expected-value-delmiter   pic n(1).
           20 expected-value-decimal    pic 9(38).
       01 expected-value-edit       pic z(37)9.
       01 actual-value-edit         pic z(37)9.

      *> the specific reason a sentence in test-negatives is expected
      *> to be rejected for - see w2n-reason-code in W2N.cpy.
       01 expected-reason-code      pic 9(2).

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
       01 sentence-display.
           05 sentence-display-bytes        pic x(2048).
           05 sentence-display-national redefines sentence-display-bytes
                                           pic n(1024).

       01 assert-total-count        pic 9(9) value zero.
       01 assert-ok-count           pic 9(9) value zero.
       01 assert-fail-count         pic 9(9) value zero.

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       SCREEN SECTION.

      ******************************************************************
       PROCEDURE DIVISION.
      * Like XUnit tests setup, test, tear-down
       main section.
       display "enter French.main"
         perform setup
         perform test-positives
         perform test-negatives
         perform test-qualifier
         perform test-normalize
         perform tear-down
       display "exit French.main"

       stop run.
       exit section.


      *-----------------------------------------------------------------
      * setup
      * initialize the linkage with our default values - config_fr's
      * long-scale vocabulary only gets loaded once w2n-language-code
      * names French, so every case below runs against it.
      *-----------------------------------------------------------------
       setup section.
       DISPLAY "enter French.setup"
           set w2n-returning-ok to true
           initialize w2n-parameter
           set w2n-language-is-french to true
       .
       exit section.
      *-----------------------------------------------------------------
      * test-positives
      * test cases for positive text values - every sentence here is
      * expected to come back as w2n-returning-ok with the value shown.
      * French counts in twenties above sixty: "quatre vingt" is four
      * twenties, "soixante dix" sixty plus ten, and the Belgian/Swiss
      * "septante"/"huitante"/"nonante" are read as plain tens whatever
      * variant profile_fr names for spelling.
      *-----------------------------------------------------------------
       test-positives section.
       display "enter French.test-positives"
           initialize expected-value
       move "vingt et un" to w2n-number-sentences
           move 21 to expected-value-integer
           perform assert-true

       initialize expected-value
       move "soixante et onze" to w2n-number-sentences
           move 71 to expected-value-integer
           perform assert-true

       initialize expected-value
       move "quatre-vingts" to w2n-number-sentences
           move 80 to expected-value-integer
           perform assert-true

       initialize expected-value
       move "quatre vingt dix sept" to w2n-number-sentences
           move 97 to expected-value-integer
           perform assert-true

       initialize expected-value
       move "deux cents" to w2n-number-sentences
           move 200 to expected-value-integer
           perform assert-true

       initialize expected-value
       move "mille neuf cent quatre-vingt-quatre"
         to  w2n-number-sentences
           move 1984 to expected-value-integer
           perform assert-true

       initialize expected-value
       move "deux cent quatre-vingts millions"
         to  w2n-number-sentences
           move 280000000 to expected-value-integer
           perform assert-true

       initialize expected-value
       move "trois milliards" to w2n-number-sentences
           move 3000000000 to expected-value-integer
           perform assert-true

       initialize expected-value
       move "septante" to w2n-number-sentences
           move 70 to expected-value-integer
           perform assert-true

       initialize expected-value
       move "nonante-neuf" to w2n-number-sentences
           move 99 to expected-value-integer
           perform assert-true

      *> normalize-data alias coverage - the accented "ZÉRO" lives in
      *> normalize_fr.properties and must resolve to "zero".
       initialize expected-value
       move "ZÉRO" to w2n-number-sentences
           move 0 to expected-value-integer
           perform assert-true

      *> "pour cent" is a two-word percent phrase in profile_fr - the
      *> decimal carries the equivalent scaled to four places.
       initialize expected-value
       move "cinq pour cent" to w2n-number-sentences
           move 5 to expected-value-integer
           move 500 to expected-value-decimal
           perform assert-true
       .
       exit section.
      *-----------------------------------------------------------------
      * test-negatives
      * test cases for negative text values - every sentence here is
      * expected to be refused, each for the specific reason shown.
      *-----------------------------------------------------------------
       test-negatives section.
       display "enter French.test-negatives"
       move spaces to w2n-number-sentences
           move 1 to expected-reason-code *> w2n-reason-empty-input
           perform assert-rejected

       move "bla bla charabia" to w2n-number-sentences
           move 2 to expected-reason-code *> w2n-reason-unknown-word
           perform assert-rejected
       .
       exit section.

      *-----------------------------------------------------------------
      * test-qualifier
      * the French qualifier words - "environ", "au moins", "plus de",
      * "presque" - ahead of the number.
      *-----------------------------------------------------------------
       test-qualifier section.
       display "enter French.test-qualifier"
       initialize expected-value
       move "environ cinquante" to w2n-number-sentences
           move 50 to expected-value-integer
           move "AP" to expected-qualifier
           perform assert-qualifier

       initialize expected-value
       move "au moins trois" to w2n-number-sentences
           move 3 to expected-value-integer
           move "GE" to expected-qualifier
           perform assert-qualifier

       initialize expected-value
       move "plus de mille" to w2n-number-sentences
           move 1000 to expected-value-integer
           move "GT" to expected-qualifier
           perform assert-qualifier

       initialize expected-value
       move "presque cent" to w2n-number-sentences
           move 100 to expected-value-integer
           move "LT" to expected-qualifier
           perform assert-qualifier
       .
       exit section.

      *-----------------------------------------------------------------
      * test-normalize
      * the sentence handed back with digits in place of the spoken
      * numbers, in the house formats of profile_fr.
      *-----------------------------------------------------------------
       test-normalize section.
       display "enter French.test-normalize"
       set w2n-normalize-text-requested to true

       move "le premier mai deux mille dix nous avons vendu"
         to w2n-number-sentences
           move "01/05/2010 nous avons vendu" to expected-normalized
           perform assert-normalized

       move "le premier et le deuxieme coureur" to w2n-number-sentences
           move "le 1er et le 2e coureur" to expected-normalized
           perform assert-normalized

       move "quatre-vingt-dix-sept caisses, cinq pour cent de plus"
         to w2n-number-sentences
           move "97 caisses, 5 % de plus" to expected-normalized
           perform assert-normalized
           move space to w2n-request-normalize-text
       .
       exit section.

      *-----------------------------------------------------------------
      * tear down
      *-----------------------------------------------------------------
       tear-down section.
       display "enter French.tear-down"
       display "French: " assert-total-count " assertion(s), "
                assert-ok-count " passed, " assert-fail-count " failed"
           if assert-fail-count > zero
               move 1 to return-code
           else
               move zero to return-code
           end-if
       .
       exit section.

      *-----------------------------------------------------------------
      * assert-true
      * run the sentence already loaded into w2n-number-sentences
      * through W2N and check the value that comes back matches
      * expected-value - so a config or table change that quietly
      * breaks a conversion that used to work gets caught here instead
      * of in production.
      *-----------------------------------------------------------------
       assert-true section.
       display "enter French.assert-true"
       add 1 to assert-total-count
       move w2n-number-sentences to sentence-display-national

       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning
                     on exception display "99 bugs in a bottle..."
       end-call

       if w2n-returning-ok
          and w2n-result-value-integer = expected-value-integer
          and w2n-result-value-decimal = expected-value-decimal
           add 1 to assert-ok-count
       else
           add 1 to assert-fail-count
           move expected-value-integer to expected-value-edit
           move w2n-result-value-integer to actual-value-edit
           display "FAIL: [" sentence-display-bytes (1:64) "] expected="
                    expected-value-edit " actual=" actual-value-edit
                    " returning=" w2n-returning
       end-if

       .
       exit section.

      *-----------------------------------------------------------------
      * assert-rejected
      * run the sentence already loaded into w2n-number-sentences
      * through W2N and check that it is refused for the specific
      * reason expected-reason-code names - the mirror image of
      * assert-true for the sentences that should fail to parse.
      *-----------------------------------------------------------------
       assert-rejected section.
       display "enter French.assert-rejected"
       add 1 to assert-total-count
       move w2n-number-sentences to sentence-display-national

       call "W2N" using by reference w2n-parameter
                        by reference w2n-returning
                     on exception display "99 bugs in a bottle..."
       end-call

       if w2n-returning-error and w2n-reason-code = expected-reason-code
           add 1 to assert-ok-count
       else
           add 1 to assert-fail-count
           display "FAIL: [" sentence-display-bytes (1:64) "] expected"
                    " rejection reason=" expected-reason-code
                    " actual returning=" w2n-returning
                    " reason=" w2n-reason-code
       end-if

       .
       exit section.

      *-----------------------------------------------------------------
      * assert-qualifier
      * run the sentence through W2N and check the value and the
      * approximation qualifier that comes back with it.
      *-----------------------------------------------------------------
       assert-qualifier section.
       display "enter French.assert-qualifier"
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
       display "enter French.assert-normalized"
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

      *- Bye bye -------------------------------------------------------
       exit program.
       END PROGRAM French.
      * EOF
