      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2NEXPRT.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * W2NEXPRT hands a RESULTS or REJECTS file to the reporting and
      * web teams in a form they need no copybook for: a CSV file
      * with a header row, or JSON lines (one object per record).
      * "W2NEXPRT input-file [CSV|JSON [output-file]] [UNMASKED]" - any
      * generation (RESULTS.Gyyyymmddnn), partition or plain file;
      * the format defaults to CSV, the output to the input name with
      * ".CSV" or ".JSONL" after it. A REJECTS... name is exported as
      * REJECTS records, anything else as RESULTS records (DISPRSLT
      * included).
      * Field names are the W2NRESULT.cpy / W2NREJECT.cpy names
      * without their prefix. The value goes out with its sign and
      * decimal point in place (a digit-sequence value as a string of
      * its digit count, leading zeros kept), flags as true/false,
      * the date as yyyy-mm-dd, the time as hh:mm, the percent as its
      * decimal equivalent, the coded fields (house status, review
      * status, alternate kind, qualifier, reject reason) as words,
      * and the unit chain as a list. An optional section the record
      * does not carry is left out of the JSON object and left empty
      * in the CSV row - never written as zeros.
      * A digit-sequence value (a dictated account number) goes out
      * with every digit but the last four starred and "masked" true
      * wherever the convert run masks it - the mask-digits card on
      * W2NPARMS, else the language profile's mask-digits key - and
      * its alternate reading with it. Only the UNMASKED argument,
      * for a recipient cleared to hold account numbers, writes them
      * in clear, and the .CTL report says so.
      * The <output-file>.CTL balance report (the CONTROL layout,
      * caption and count at column 30) carries the records exported
      * and their hash total and ties them to the run's CONTROL
      * report of the same generation or partition: RESULTS plus the
      * records routed to EXCEPTIONS and REVIEW make up CONVERTED and
      * its hash total (the way W2NBACK ties a run), REJECTS the
      * REJECTED count. Condition codes: 0 exported and in balance,
      * 4 exported but out of balance or no CONTROL report to tie
      * to, 16 usage or input missing.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> all assigned to declared name fields - the generation or
      *> partition suffix of the input carries over to the run's
      *> CONTROL, EXCEPTIONS, REVIEW and CLEARVAL files.
       SELECT input-file ASSIGN TO input-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INPUT-STATUS.
       SELECT export-file ASSIGN TO export-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXPORT-STATUS.
       SELECT export-control-file ASSIGN TO export-control-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXPCTL-STATUS.
       SELECT control-file ASSIGN TO control-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONTROL-STATUS.
       SELECT routed-file ASSIGN TO routed-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ROUTED-STATUS.
       SELECT clearval-file ASSIGN TO clearval-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLEARVAL-STATUS.
      *> the convert run's mask-digits card, and the language profile
      *> behind it.
       SELECT parms-file ASSIGN TO "W2NPARMS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARMS-STATUS.
       SELECT profile-file ASSIGN TO dynmaic-profile-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROFILE-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD input-file
          RECORD CONTAINS 1 TO 2210 CHARACTERS.
       01 input-line            pic x(2210).

      *> a JSON sentence may double in length once its quotes are
      *> escaped.
       FD export-file
          RECORD CONTAINS 1 TO 6000 CHARACTERS.
       01 export-line           pic x(6000).

       FD export-control-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 export-control-line   pic x(80).

       FD control-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 control-line          pic x(80).

      *> EXCEPTIONS and REVIEW share the W2NBATCH exceptions layout -
      *> rule key, rule range, then the RESULTS record it held back.
       FD routed-file
          RECORD CONTAINS 1 TO 2300 CHARACTERS.
       01 routed-line.
         05 routed-rule-key       pic x(32).
         05 routed-rule-min       pic 9(18).
         05 routed-rule-max       pic 9(18).
         05 routed-results        pic x(2200).
         05 filler                pic x(32).

       FD clearval-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 clearval-line         pic x(2200).

       FD parms-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 parms-line            pic x(80).

       FD profile-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 profile-line.
         05 profile-content       pic n(80).
         05 profile-content-bytes redefines profile-content pic x(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==INPUT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==EXPORT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==EXPCTL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CONTROL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==ROUTED==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CLEARVAL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PARMS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PROFILE==.

       77 HASH-MODULUS          pic 9(19) value 1000000000000000000.

       01 command-line-work     pic x(160).
       01 format-word           pic x(8).
       01 option-word           pic x(64).
       01 input-file-name       pic x(64) value spaces.
       01 export-file-name      pic x(64) value spaces.
       01 export-control-name   pic x(64).
       01 control-file-name     pic x(64).
       01 routed-file-name      pic x(64).
       01 clearval-file-name    pic x(64).
      *> the input's generation or partition suffix - ".G2026090201",
      *> ".P2", or spaces for a plain file.
       01 file-suffix           pic x(32).
       01 name-scan-pos         pic 9(4).

       01 export-format-flag    pic x(1) value "C".
         88 export-is-csv         value "C".
         88 export-is-json        value "J".
       01 input-kind-flag       pic x(1) value "R".
         88 input-is-results      value "R".
         88 input-is-rejects      value "J".

      *> the line being built, and the field going onto it: its name,
      *> its text, and how the text goes out - "N" a number or
      *> true/false as it stands, "S" a quoted string, "L" a list
      *> (bare in JSON, quoted in CSV). Blank text is an absent field.
       01 export-pos            pic 9(5).
       01 field-count           pic 9(3).
       01 field-name            pic x(32).
       01 field-text            pic x(2100).
       01 field-kind            pic x(1).
         88 field-is-number       value "N".
         88 field-is-string       value "S".
         88 field-is-list         value "L".
       01 field-len             pic 9(5).
       01 field-idx             pic 9(5).
       01 field-char            pic x(1).
       01 header-flag           pic x(1) value "N".
         88 writing-header        value "Y".

      *> value formatting work
       01 integer-edit          pic z(37)9.
       01 small-edit            pic z(17)9.
       01 digits-work           pic 9(38).
       01 number-text           pic x(80).
       01 number-pos            pic 9(3).
       01 scaled-whole          pic 9(34).
       01 scaled-part           pic 9(4).
       01 time-hhmm             pic 9(4).

       01 export-count          pic 9(9) value zero.
       01 export-hash-total     pic 9(18) value zero.
       01 hash-work             pic 9(18).
       01 marker-count          pic 9(9) value zero.
       01 routed-count          pic 9(9) value zero.
       01 routed-hash-total     pic 9(18) value zero.
       01 clear-found-flag      pic x(1).
         88 clear-value-found     value "Y".

      *> the run's own CONTROL report figures.
       01 control-found-flag    pic x(1) value "N".
         88 control-was-found     value "Y".
       01 control-converted-count pic 9(9) value zero.
       01 control-rejected-count pic 9(9) value zero.
       01 control-hash-total    pic 9(18) value zero.
       01 balance-flag          pic x(1) value "N".
         88 export-in-balance     value "Y".

       01 report-count-edit     pic z(8)9.
       01 report-hash-edit      pic 9(18).

      *> digit-sequence masking, by W2N's rule: every digit but the
      *> last four starred. mask-digits-parm is the W2NPARMS card
      *> (blank leaves it to each language's profile, read once per
      *> language); UNMASKED on the command line turns it all off.
       77 MASK-SHOWN-DIGITS     pic 9(2) value 4.
       77 PARMS-KEY-VALUE-DELIMITER PIC X(1) VALUE "=".
       01 clear-export-flag     pic x(1) value "N".
         88 export-in-clear       value "Y".
       01 mask-digits-parm      pic x(1) value space.
       01 record-mask-flag      pic x(1).
         88 record-is-masked      value "Y".
       01 masked-count          pic 9(9) value zero.
       01 clear-sequence-count  pic 9(9) value zero.
       01 mask-star-len         pic 9(5).
       01 filler.
        03 mask-language-entry   occurs 16.
         05 mask-language-code    pic x(2).
         05 mask-language-flag    pic x(1).
       01 mask-language-count   pic 9(2) value zero.
       01 mask-language-idx     pic 9(2).
       01 dynmaic-profile-file-name pic x(64).
       01 parms-scan-pos        pic 9(4).
       01 parms-key-work        pic x(32).
       01 parms-value-work      pic x(64).

       copy "W2NRESULT.cpy". *> fixed-column RESULTS record
       copy "W2NREJECT.cpy". *> fixed-column REJECTS record
       copy "W2NCLEAR.cpy". *> CLEARVAL clear-value record

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       perform export-records
       perform read-control-report
       if input-is-results
           perform tally-routed-records
       end-if
       perform write-export-control
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter W2NEXPRT"

       move spaces to command-line-work
       move spaces to format-word
       move spaces to option-word
       accept command-line-work from command-line
       unstring command-line-work delimited by all space
           into input-file-name format-word export-file-name
                option-word
       end-unstring

      *> UNMASKED may follow the input, the format or the output name
       evaluate true
           when function upper-case (format-word) = "UNMASKED"
               move spaces to format-word
               set export-in-clear to true
           when function upper-case (export-file-name) = "UNMASKED"
               move spaces to export-file-name
               set export-in-clear to true
           when function upper-case (option-word) = "UNMASKED"
               set export-in-clear to true
           when option-word not = spaces
               display "usage: W2NEXPRT input-file [CSV|JSON"
                       " [output-file]] [UNMASKED]"
               move 16 to return-code
               stop run
       end-evaluate

       if input-file-name = spaces
           display "usage: W2NEXPRT input-file [CSV|JSON"
                   " [output-file]] [UNMASKED]"
           move 16 to return-code
           stop run
       end-if

       move function upper-case (format-word) to format-word
       evaluate format-word
           when spaces
           when "CSV"
               set export-is-csv to true
           when "JSON"
           when "JSONL"
               set export-is-json to true
           when other
               display "usage: W2NEXPRT input-file [CSV|JSON"
                       " [output-file]] [UNMASKED] - format "
                       format-word " unknown"
               move 16 to return-code
               stop run
       end-evaluate

       if export-file-name = spaces
           if export-is-csv
               string input-file-name delimited by space
                      ".CSV" delimited by size
                 into export-file-name
               end-string
           else
               string input-file-name delimited by space
                      ".JSONL" delimited by size
                 into export-file-name
               end-string
           end-if
       end-if
       move spaces to export-control-name
       string export-file-name delimited by space
              ".CTL" delimited by size
         into export-control-name
       end-string

       if function upper-case (input-file-name (1:7)) = "REJECTS"
           set input-is-rejects to true
       end-if

      *> the suffix after the first "." names the run's other files
       move spaces to file-suffix
       move zero to name-scan-pos
       inspect input-file-name tallying name-scan-pos
               for characters before initial "."
       if name-scan-pos < 64
           move input-file-name (name-scan-pos + 1:) to file-suffix
       end-if
       move spaces to control-file-name
       string "CONTROL" delimited by size
              file-suffix delimited by space
         into control-file-name
       end-string
       move spaces to clearval-file-name
       string "CLEARVAL" delimited by size
              file-suffix delimited by space
         into clearval-file-name
       end-string

       open input input-file
       if not INPUT-SUCCESS
           display "input file " function trim (input-file-name)
                   " not found (file status " INPUT-STATUS ")"
           move 16 to return-code
           stop run
       end-if

       open output export-file
       if not EXPORT-SUCCESS
           display "Unable to open " function trim (export-file-name)
                   " (file status " EXPORT-STATUS ")"
           close input-file
           move 16 to return-code
           stop run
       end-if

       display "exporting " function trim (input-file-name)
               " to " function trim (export-file-name)
       if export-in-clear
           display "W2NEXPRT: UNMASKED - digit sequences are exported"
                   " in clear"
       else
           perform load-mask-parm
       end-if

       exit section.

      *-----------------------------------------------------------------
      * export-records
      * the CSV header row first, then one line per record - "#"
      * lines (a partition's "#C" markers) are no records and are
      * passed over.
      *-----------------------------------------------------------------
       export-records section.
       if export-is-csv
           set writing-header to true
           move "N" to record-mask-flag
           perform build-export-line
           move "N" to header-flag
       end-if

       perform with test before until not INPUT-SUCCESS
           read input-file
           if INPUT-SUCCESS
               if input-line (1:1) = "#"
                   add 1 to marker-count
               else
                   perform export-one-record
               end-if
           end-if
       end-perform

       exit section.

       export-one-record section.
       add 1 to export-count
       if input-is-results
           move input-line to results-record
           move results-value-integer (21:18) to hash-work
           compute export-hash-total = function mod
               (export-hash-total + hash-work, HASH-MODULUS)
           perform decide-record-masking
       else
           move input-line to rejects-record
       end-if
       perform build-export-line
       exit section.

      *-----------------------------------------------------------------
      * build-export-line
      * one CSV row or JSON object; with writing-header on, the CSV
      * header row - the same field list, names only.
      *-----------------------------------------------------------------
       build-export-line section.
       move spaces to export-line
       move 1 to export-pos
       move zero to field-count
       if export-is-json
           perform put-raw-brace-open
       end-if

       if input-is-results
           perform put-results-fields
       else
           perform put-rejects-fields
       end-if

       if export-is-json
           string "}" delimited by size
             into export-line with pointer export-pos
           end-string
       end-if
       write export-line
       exit section.

       put-raw-brace-open section.
       string "{" delimited by size
         into export-line with pointer export-pos
       end-string
       exit section.

      *-----------------------------------------------------------------
      * put-results-fields
      * the RESULTS record field by field, in copybook order.
      *-----------------------------------------------------------------
       put-results-fields section.
       move "record-number" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
           move results-record-number to digits-work
           perform format-digits
           move number-text to field-text
       end-if
       perform put-field

       move "language-code" to field-name
       set field-is-string to true
       move results-language-code to field-text
       perform put-field

      *> sign applied, decimal point placed; a digit sequence keeps
      *> its leading zeros, so it goes out as a string of exactly its
      *> digit count - starred but for its last four when masked.
       move "value" to field-name
       move spaces to field-text
       set field-is-number to true
       if not writing-header
           if results-digit-count > zero
              and results-digit-count <= 38
               set field-is-string to true
               move results-value-integer
                      (39 - results-digit-count:results-digit-count)
                 to field-text
               if record-is-masked
                  and results-digit-count > MASK-SHOWN-DIGITS
                   move all "*"
                     to field-text (1:results-digit-count
                                      - MASK-SHOWN-DIGITS)
               end-if
           else
               perform format-results-value
               move number-text to field-text
           end-if
       end-if
       perform put-field

       move "ordinal" to field-name
       perform put-results-ordinal
       move "year" to field-name
       move spaces to field-text
       set field-is-number to true
       if not writing-header
           if results-is-year-phrase
               move "true" to field-text
           else
               move "false" to field-text
           end-if
       end-if
       perform put-field

      *> the unit chain: the major pair, then the minor pair when the
      *> sentence named one.
       move "units" to field-name
       move spaces to field-text
       set field-is-list to true
       if not writing-header
          and results-has-compound-units
           perform format-unit-chain
       end-if
       perform put-field

       move "minor-ratio" to field-name
       move spaces to field-text
       set field-is-number to true
       if not writing-header
          and results-has-compound-units
          and results-minor-ratio > zero
           move results-minor-ratio to digits-work
           perform format-digits
           move number-text to field-text
       end-if
       perform put-field

       move "canonical-value" to field-name
       move spaces to field-text
       if not writing-header
          and results-has-compound-units
          and results-minor-ratio > zero
           move results-canonical-value to digits-work
           perform format-digits
           move number-text to field-text
       end-if
       perform put-field

       move "document-id" to field-name
       set field-is-string to true
       move results-document-id to field-text
       perform put-field

       move "vocab-version" to field-name
       move results-vocab-version to field-text
       perform put-field

       move "date" to field-name
       move spaces to field-text
       if not writing-header
          and results-has-date
           move results-date-iso to field-text
       end-if
       perform put-field

       move "time" to field-name
       move spaces to field-text
       if not writing-header
          and results-has-time
           string results-time-hour delimited by size
                  ":" delimited by size
                  results-time-minute delimited by size
             into field-text
           end-string
       end-if
       perform put-field

      *> the percent's decimal equivalent, held at four places
       move "percent" to field-name
       move spaces to field-text
       set field-is-number to true
       if not writing-header
          and results-has-percent
           divide results-value-decimal by 10000
               giving scaled-whole remainder scaled-part
           move scaled-whole to digits-work
           perform format-digits
           move spaces to field-text
           string number-text delimited by space
                  "." delimited by size
                  scaled-part delimited by size
             into field-text
           end-string
       end-if
       perform put-field

       move "digit-count" to field-name
       move spaces to field-text
       if not writing-header
          and results-digit-count > zero
           move results-digit-count to digits-work
           perform format-digits
           move number-text to field-text
       end-if
       perform put-field

       perform put-results-house

       move "review-status" to field-name
       set field-is-string to true
       move spaces to field-text
       if not writing-header
           evaluate true
               when results-review-accepted
                   move "ACCEPTED" to field-text
               when results-review-corrected
                   move "CORRECTED" to field-text
               when other
                   continue
           end-evaluate
       end-if
       perform put-field

       perform put-results-alternate

       move "corrected-from" to field-name
       set field-is-string to true
       move spaces to field-text
       if not writing-header
          and results-was-auto-corrected
           move results-corrected-from to field-text
       end-if
       perform put-field
       move "corrected-to" to field-name
       move spaces to field-text
       if not writing-header
          and results-was-auto-corrected
           move results-corrected-to to field-text
       end-if
       perform put-field

       move "roman" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
          and results-from-roman
           move "true" to field-text
       end-if
       perform put-field

       move "qualifier" to field-name
       set field-is-string to true
       move spaces to field-text
       if not writing-header
           evaluate true
               when results-is-approximate
                   move "APPROXIMATE" to field-text
               when results-is-at-least
                   move "AT-LEAST" to field-text
               when results-is-at-most
                   move "AT-MOST" to field-text
               when results-is-more-than
                   move "MORE-THAN" to field-text
               when results-is-less-than
                   move "LESS-THAN" to field-text
               when other
                   continue
           end-evaluate
       end-if
       perform put-field

       move "prior-run-date" to field-name
       move spaces to field-text
       if not writing-header
          and results-prior-run-date not = spaces
           string results-prior-run-date (1:4) delimited by size
                  "-" delimited by size
                  results-prior-run-date (5:2) delimited by size
                  "-" delimited by size
                  results-prior-run-date (7:2) delimited by size
             into field-text
           end-string
       end-if
       perform put-field

       move "masked" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
          and record-is-masked
           move "true" to field-text
       end-if
       perform put-field

      *> the input manifest position - empty on a record written
      *> before the run kept it.
       move "source-file" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
          and results-source-file is numeric
          and results-source-file > zero
           move results-source-file to digits-work
           perform format-digits
           move number-text to field-text
       end-if
       perform put-field

       exit section.

       put-results-ordinal section.
       move spaces to field-text
       set field-is-number to true
       if not writing-header
           if results-is-ordinal-word
               move "true" to field-text
           else
               move "false" to field-text
           end-if
       end-if
       perform put-field
       exit section.

      *-----------------------------------------------------------------
      * put-results-house
      * the house-currency section, present only when the record
      * carried a currency amount: the status as a word, the amount
      * in house smallest units, the rate with its four decimals.
      *-----------------------------------------------------------------
       put-results-house section.
       move "house-status" to field-name
       set field-is-string to true
       move spaces to field-text
       if not writing-header
           evaluate true
               when results-house-converted
                   move "CONVERTED" to field-text
               when results-house-rate-missing
                   move "RATE-MISSING" to field-text
               when results-house-overflowed
                   move "OVERFLOW" to field-text
               when other
                   continue
           end-evaluate
       end-if
       perform put-field

       move "house-value" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
          and results-house-converted
           move results-house-value to digits-work
           perform format-digits
           move number-text to field-text
       end-if
       perform put-field

       move "house-rate" to field-name
       move spaces to field-text
       if not writing-header
          and (results-house-converted or results-house-overflowed)
           divide results-house-rate by 10000
               giving scaled-whole remainder scaled-part
           move scaled-whole to digits-work
           perform format-digits
           string number-text delimited by space
                  "." delimited by size
                  scaled-part delimited by size
             into field-text
           end-string
       end-if
       perform put-field

       exit section.

      *-----------------------------------------------------------------
      * put-results-alternate
      * the second reading of an ambiguous sentence: its kind as a
      * word, its value (a clock time as hh:mm), a range's high end.
      *-----------------------------------------------------------------
       put-results-alternate section.
       move "alternate-kind" to field-name
       set field-is-string to true
       move spaces to field-text
       if not writing-header
          and results-has-alternate
           evaluate true
               when results-alternate-is-range
                   move "RANGE" to field-text
               when results-alternate-is-time
                   move "TIME" to field-text
               when results-alternate-is-sequence
                   move "SEQUENCE" to field-text
               when results-alternate-is-quantity
                   move "QUANTITY" to field-text
               when other
                   move "VALUE" to field-text
           end-evaluate
       end-if
       perform put-field

       move "alternate-value" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
          and results-has-alternate
           if results-alternate-is-time
               set field-is-string to true
               move results-alternate-value to time-hhmm
               string time-hhmm (1:2) delimited by size
                      ":" delimited by size
                      time-hhmm (3:2) delimited by size
                 into field-text
               end-string
           else
               move results-alternate-value to digits-work
               perform format-digits
               move number-text to field-text
      *> the other reading of a masked account number is the same
      *> digits - starred the same way.
               if record-is-masked
                   move function length (function trim (number-text))
                     to mask-star-len
                   set field-is-string to true
                   if mask-star-len > MASK-SHOWN-DIGITS
                       subtract MASK-SHOWN-DIGITS from mask-star-len
                       move all "*" to field-text (1:mask-star-len)
                   end-if
               end-if
           end-if
       end-if
       perform put-field

       move "alternate-high" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
          and results-has-alternate
          and results-alternate-is-range
           move results-alternate-high to digits-work
           perform format-digits
           move number-text to field-text
       end-if
       perform put-field

       exit section.

      *-----------------------------------------------------------------
      * put-rejects-fields
      * the REJECTS record field by field, the reason code alongside
      * its name.
      *-----------------------------------------------------------------
       put-rejects-fields section.
       move "record-number" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
           move rejects-record-number to digits-work
           perform format-digits
           move number-text to field-text
       end-if
       perform put-field

       move "language-code" to field-name
       set field-is-string to true
       move rejects-language-code to field-text
       perform put-field

       move "reason-code" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
           move rejects-reason-code to digits-work
           perform format-digits
           move number-text to field-text
       end-if
       perform put-field

       move "reason" to field-name
       set field-is-string to true
       move spaces to field-text
       if not writing-header
           evaluate true
               when rejects-reason-empty-input
                   move "EMPTY-INPUT" to field-text
               when rejects-reason-unknown-word
                   move "UNKNOWN-WORD" to field-text
               when rejects-reason-out-of-range
                   move "OUT-OF-RANGE" to field-text
               when rejects-reason-config-missing
                   move "CONFIG-MISSING" to field-text
               when rejects-reason-bad-language
                   move "LANGUAGE-UNKNOWN" to field-text
               when rejects-reason-overflow
                   move "SENTENCE-OVERFLOW" to field-text
               when rejects-reason-bad-roman
                   move "MALFORMED-ROMAN" to field-text
               when other
                   continue
           end-evaluate
       end-if
       perform put-field

       move "reason-word" to field-name
       move rejects-reason-word to field-text
       perform put-field

       move "reason-position" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
          and rejects-reason-position > zero
           move rejects-reason-position to digits-work
           perform format-digits
           move number-text to field-text
       end-if
       perform put-field

       move "document-id" to field-name
       set field-is-string to true
       move rejects-document-id to field-text
       perform put-field

       move "sentence" to field-name
       move rejects-sentence to field-text
       perform put-field

       move "suggestion" to field-name
       move rejects-suggestion to field-text
       perform put-field

       move "masked" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
          and rejects-sentence-is-masked
           move "true" to field-text
       end-if
       perform put-field

       move "source-file" to field-name
       set field-is-number to true
       move spaces to field-text
       if not writing-header
          and rejects-source-file is numeric
          and rejects-source-file > zero
           move rejects-source-file to digits-work
           perform format-digits
           move number-text to field-text
       end-if
       perform put-field

       exit section.

      *-----------------------------------------------------------------
      * decide-record-masking
      * record-mask-flag for the RESULTS record in hand: a digit
      * sequence is masked unless UNMASKED was given, the mask-digits
      * card says NO, or - without a card - its language profile does.
      *-----------------------------------------------------------------
       decide-record-masking section.
       move "N" to record-mask-flag
       if results-digit-count is not numeric
          or results-digit-count = zero
           exit section
       end-if
       if export-in-clear
           add 1 to clear-sequence-count
           exit section
       end-if

       evaluate mask-digits-parm
           when "Y"
               move "Y" to record-mask-flag
           when "N"
               continue
           when other
               perform find-language-masking
               move mask-language-flag (mask-language-idx)
                 to record-mask-flag
       end-evaluate

       if record-is-masked
           add 1 to masked-count
       else
           add 1 to clear-sequence-count
       end-if
       exit section.

      *-----------------------------------------------------------------
      * load-mask-parm
      * the mask-digits card off W2NPARMS, read the way W2NBATCH
      * reads it - every other card is W2NBATCH's business.
      *-----------------------------------------------------------------
       load-mask-parm section.
       open input parms-file
       if not PARMS-SUCCESS
           exit section
       end-if

       perform with test before until not PARMS-SUCCESS
           read parms-file
           if PARMS-SUCCESS
               perform apply-mask-parm
           end-if
       end-perform

       close parms-file
       exit section.

       apply-mask-parm section.
       if parms-line (1:1) = "#" or parms-line = spaces
           exit section
       end-if

       perform varying parms-scan-pos from 1 by 1
                until parms-scan-pos > 80
                   or parms-line (parms-scan-pos:1)
                        = PARMS-KEY-VALUE-DELIMITER
       end-perform
       if parms-scan-pos > 80 or parms-scan-pos = 1
           exit section
       end-if

       move spaces to parms-key-work
       move spaces to parms-value-work
       move parms-line (1:parms-scan-pos - 1) to parms-key-work
       move parms-line (parms-scan-pos + 1:) to parms-value-work
       move function upper-case (parms-key-work) to parms-key-work

       if parms-key-work = "MASK-DIGITS"
           move function upper-case (parms-value-work)
             to parms-value-work
           evaluate true
               when parms-value-work (1:3) = "YES"
                   move "Y" to mask-digits-parm
               when parms-value-work (1:2) = "NO"
                   move "N" to mask-digits-parm
               when other
                   move space to mask-digits-parm
           end-evaluate
       end-if
       exit section.

      *-----------------------------------------------------------------
      * find-language-masking
      * mask-language-idx at the record language's entry, its
      * profile's mask-digits key read the first time the language
      * comes up. A language past the table, or without a profile,
      * is masked - the safe side.
      *-----------------------------------------------------------------
       find-language-masking section.
       perform varying mask-language-idx from 1 by 1
                until mask-language-idx > mask-language-count
           if mask-language-code (mask-language-idx)
                = results-language-code
               exit section
           end-if
       end-perform

       if mask-language-count < 16
           add 1 to mask-language-count
       end-if
       move mask-language-count to mask-language-idx
       move results-language-code
         to mask-language-code (mask-language-idx)
       move "Y" to mask-language-flag (mask-language-idx)

       move spaces to dynmaic-profile-file-name
       string "data/profile_" delimited by size
              function lower-case (results-language-code)
                delimited by size
              ".properties" delimited by size
         into dynmaic-profile-file-name
       end-string

       open input profile-file
       if PROFILE-SUCCESS
           perform with test before until not PROFILE-SUCCESS
               read profile-file
               if PROFILE-SUCCESS
                   perform load-mask-profile-line
               end-if
           end-perform
           close profile-file
       end-if
       exit section.

       load-mask-profile-line section.
       if profile-content-bytes (1:1) = "#"
          or profile-content-bytes = spaces
           exit section
       end-if

       perform varying parms-scan-pos from 1 by 1
                until parms-scan-pos > 80
                   or profile-content-bytes (parms-scan-pos:1)
                      = PARMS-KEY-VALUE-DELIMITER
       end-perform
       if parms-scan-pos < 2 or parms-scan-pos >= 80
           exit section
       end-if

       move function upper-case
            (profile-content-bytes (1:parms-scan-pos - 1))
         to parms-key-work
       move function upper-case
            (profile-content-bytes (parms-scan-pos + 1:))
         to parms-value-work
       if parms-key-work = "MASK-DIGITS"
           if parms-value-work (1:3) = "YES"
               move "Y" to mask-language-flag (mask-language-idx)
           else
               move "N" to mask-language-flag (mask-language-idx)
           end-if
       end-if
       exit section.

      *-----------------------------------------------------------------
      * format-digits
      * digits-work into number-text without its leading zeros.
      *-----------------------------------------------------------------
       format-digits section.
       move digits-work to integer-edit
       move function trim (integer-edit) to number-text
       exit section.

      *-----------------------------------------------------------------
      * format-results-value
      * the value with its sign applied and its decimal part behind
      * the point - on a percent record the decimal field holds the
      * percent's equivalent instead (see "percent"), so the value is
      * the number as spoken.
      *-----------------------------------------------------------------
       format-results-value section.
       move results-value-integer to digits-work
       perform format-digits
       if results-is-negative
          and (results-value-integer > zero
               or results-value-decimal > zero)
           move spaces to field-text
           string "-" delimited by size
                  number-text delimited by space
             into field-text
           end-string
           move field-text to number-text
       end-if
       if not results-value-is-integer
          and not results-has-percent
           move results-value-decimal to integer-edit
           move spaces to field-text
           string number-text delimited by space
                  "." delimited by size
                  function trim (integer-edit) delimited by size
             into field-text
           end-string
           move field-text to number-text
       end-if
       exit section.

      *-----------------------------------------------------------------
      * format-unit-chain
      * the unit chain as a list of value/unit pairs: a JSON array of
      * objects, or "value unit;value unit" in the CSV column.
      *-----------------------------------------------------------------
       format-unit-chain section.
       move spaces to field-text
       move 1 to field-idx
       if export-is-json
           string "[" delimited by size
             into field-text with pointer field-idx
           end-string
       end-if

       move results-major-value to digits-work
       perform format-digits
       if export-is-json
           string "{""value"":" delimited by size
                  number-text delimited by space
                  ",""unit"":""" delimited by size
                  results-major-unit delimited by space
                  """}" delimited by size
             into field-text with pointer field-idx
           end-string
       else
           string number-text delimited by space
                  " " delimited by size
                  results-major-unit delimited by space
             into field-text with pointer field-idx
           end-string
       end-if

       if results-minor-unit not = spaces
           move results-minor-value to digits-work
           perform format-digits
           if export-is-json
               string ",{""value"":" delimited by size
                      number-text delimited by space
                      ",""unit"":""" delimited by size
                      results-minor-unit delimited by space
                      """}" delimited by size
                 into field-text with pointer field-idx
               end-string
           else
               string ";" delimited by size
                      number-text delimited by space
                      " " delimited by size
                      results-minor-unit delimited by space
                 into field-text with pointer field-idx
               end-string
           end-if
       end-if

       if export-is-json
           string "]" delimited by size
             into field-text with pointer field-idx
           end-string
       end-if
       exit section.

      *-----------------------------------------------------------------
      * put-field
      * field-name / field-text onto the line: in the header row the
      * name alone; in a CSV row the text, an empty column when it is
      * blank; in a JSON object "name":text, left out when blank.
      *-----------------------------------------------------------------
       put-field section.
       if export-is-json
          and field-text = spaces
           exit section
       end-if

       add 1 to field-count
       if field-count > 1
           string "," delimited by size
             into export-line with pointer export-pos
           end-string
       end-if

       if writing-header
           string field-name delimited by space
             into export-line with pointer export-pos
           end-string
           exit section
       end-if

       if export-is-json
           string """" delimited by size
                  field-name delimited by space
                  """:" delimited by size
             into export-line with pointer export-pos
           end-string
       end-if

       if field-text = spaces
           exit section
       end-if

       move function length (function trim (field-text trailing))
         to field-len
       evaluate true
           when field-is-number
               string field-text (1:field-len) delimited by size
                 into export-line with pointer export-pos
               end-string
           when field-is-list and export-is-json
               string field-text (1:field-len) delimited by size
                 into export-line with pointer export-pos
               end-string
           when other
               perform put-quoted-text
       end-evaluate
       exit section.

      *-----------------------------------------------------------------
      * put-quoted-text
      * field-text (1:field-len) in quotes: a CSV quote doubled, a
      * JSON quote or backslash escaped and a control byte dropped.
      *-----------------------------------------------------------------
       put-quoted-text section.
       string """" delimited by size
         into export-line with pointer export-pos
       end-string
       perform varying field-idx from 1 by 1
                until field-idx > field-len
           move field-text (field-idx:1) to field-char
           evaluate true
               when field-char = """" and export-is-csv
                   string """""" delimited by size
                     into export-line with pointer export-pos
                   end-string
               when field-char = """" or field-char = "\"
                   string "\" delimited by size
                          field-char delimited by size
                     into export-line with pointer export-pos
                   end-string
               when field-char < space
                   continue
               when other
                   string field-char delimited by size
                     into export-line with pointer export-pos
                   end-string
           end-evaluate
       end-perform
       string """" delimited by size
         into export-line with pointer export-pos
       end-string
       exit section.

      *-----------------------------------------------------------------
      * read-control-report
      * the CONTROL report of the same run: CONVERTED, REJECTED and
      * the converted-value hash total - each CONTROL line a caption
      * with its count at column 30. Only a RESULTS or REJECTS file
      * has a CONTROL report to tie to.
      *-----------------------------------------------------------------
       read-control-report section.
       if function upper-case (input-file-name (1:7)) not = "RESULTS"
          and not input-is-rejects
           exit section
       end-if

       open input control-file
       if not CONTROL-SUCCESS
           display "control report " function trim (control-file-name)
                   " not found - export cannot be balanced"
           exit section
       end-if
       set control-was-found to true

       perform with test before until not CONTROL-SUCCESS
           read control-file
           if CONTROL-SUCCESS
               evaluate true
                   when control-line (1:29) = "CONVERTED"
                       move function numval (control-line (30:9))
                         to control-converted-count
                   when control-line (1:29) = "REJECTED"
                       move function numval (control-line (30:9))
                         to control-rejected-count
                   when control-line (1:29)
                          = "HASH TOTAL CONVERTED VALUES"
                       if control-line (30:18) is numeric
                           move control-line (30:18)
                             to control-hash-total
                       end-if
                   when other
                       continue
               end-evaluate
           end-if
       end-perform

       close control-file

       exit section.

      *-----------------------------------------------------------------
      * tally-routed-records
      * the run's EXCEPTIONS and REVIEW files hold the converted
      * records W2NBATCH routed away from RESULTS - part of the
      * CONVERTED count and hash on the CONTROL report.
      *-----------------------------------------------------------------
       tally-routed-records section.
       if not control-was-found
           exit section
       end-if

       move spaces to routed-file-name
       string "EXCEPTIONS" delimited by size
              file-suffix delimited by space
         into routed-file-name
       end-string
       perform tally-one-routed-file

       move spaces to routed-file-name
       string "REVIEW" delimited by size
              file-suffix delimited by space
         into routed-file-name
       end-string
       perform tally-one-routed-file

       exit section.

       tally-one-routed-file section.
       open input routed-file
       if not ROUTED-SUCCESS
           exit section
       end-if

       perform with test before until not ROUTED-SUCCESS
           read routed-file
           if ROUTED-SUCCESS
               add 1 to routed-count
               move routed-results to results-record
               if results-value-is-masked
                   perform find-clear-value
               end-if
               move results-value-integer (21:18) to hash-work
               compute routed-hash-total = function mod
                   (routed-hash-total + hash-work, HASH-MODULUS)
           end-if
       end-perform

       close routed-file

       exit section.

      *-----------------------------------------------------------------
      * find-clear-value
      * the clear value behind a masked routed record, off the run's
      * CLEARVAL file - same record number, written for EXCEPTIONS or
      * REVIEW. Without it the record hashes as zeros and the export
      * shows out of balance.
      *-----------------------------------------------------------------
       find-clear-value section.
       move "N" to clear-found-flag
       move zero to results-value-integer
       open input clearval-file
       if not CLEARVAL-SUCCESS
           exit section
       end-if

       perform until clear-value-found
           read clearval-file
           if not CLEARVAL-SUCCESS
               exit perform
           end-if
           move clearval-line to clearval-record
           if clearval-record-number = results-record-number
              and (clearval-for-exceptions or clearval-for-review)
               set clear-value-found to true
               move clearval-value to results-value-integer
           end-if
       end-perform

       close clearval-file
       exit section.

      *-----------------------------------------------------------------
      * write-export-control
      * the <output-file>.CTL balance report, laid out like the
      * CONTROL report (caption, count at column 30) so the receiver
      * checks what it loaded against the same figures.
      *-----------------------------------------------------------------
       write-export-control section.
       if control-was-found
           if input-is-results
               if export-count + routed-count
                    = control-converted-count
                  and function mod (export-hash-total
                                    + routed-hash-total, HASH-MODULUS)
                    = control-hash-total
                   set export-in-balance to true
               end-if
           else
               if export-count = control-rejected-count
                   set export-in-balance to true
               end-if
           end-if
       end-if

       open output export-control-file
       if not EXPCTL-SUCCESS
           display "Unable to open "
                   function trim (export-control-name)
                   " (file status " EXPCTL-STATUS ")"
           exit section
       end-if

       move "W2NEXPRT EXPORT CONTROL REPORT" to export-control-line
       write export-control-line
       move "------------------------------" to export-control-line
       write export-control-line

       move spaces to export-control-line
       string "INPUT FILE                   " delimited by size
              input-file-name delimited by space
         into export-control-line
       end-string
       write export-control-line
       move spaces to export-control-line
       string "OUTPUT FILE                  " delimited by size
              export-file-name delimited by space
         into export-control-line
       end-string
       write export-control-line
       move spaces to export-control-line
       if export-is-csv
           move "FORMAT                       CSV"
             to export-control-line
       else
           move "FORMAT                       JSON LINES"
             to export-control-line
       end-if
       write export-control-line

       move "RECORDS EXPORTED" to export-control-line
       move export-count to report-count-edit
       perform write-export-count-line
       if input-is-results
           move "HASH TOTAL EXPORTED VALUES" to export-control-line
           move export-hash-total to report-hash-edit
           perform write-export-hash-line
           move "DIGIT SEQUENCES MASKED" to export-control-line
           move masked-count to report-count-edit
           perform write-export-count-line
           move "DIGIT SEQUENCES IN CLEAR" to export-control-line
           move clear-sequence-count to report-count-edit
           perform write-export-count-line
           if export-in-clear
               move "UNMASKED EXPORT - RESTRICTED DISTRIBUTION"
                 to export-control-line
               write export-control-line
           end-if
       end-if

       if control-was-found
           if input-is-results
               move "EXCEPTIONS AND REVIEW RECORDS"
                 to export-control-line
               move routed-count to report-count-edit
               perform write-export-count-line
               move "HASH TOTAL EXCEPTIONS/REVIEW"
                 to export-control-line
               move routed-hash-total to report-hash-edit
               perform write-export-hash-line
               move "CONTROL CONVERTED" to export-control-line
               move control-converted-count to report-count-edit
               perform write-export-count-line
               move "CONTROL HASH TOTAL" to export-control-line
               move control-hash-total to report-hash-edit
               perform write-export-hash-line
           else
               move "CONTROL REJECTED" to export-control-line
               move control-rejected-count to report-count-edit
               perform write-export-count-line
           end-if
           if export-in-balance
               move "EXPORT IN BALANCE WITH CONTROL"
                 to export-control-line
           else
               move "EXPORT OUT OF BALANCE WITH CONTROL"
                 to export-control-line
           end-if
       else
           move "CONTROL REPORT NOT AVAILABLE - NOT BALANCED"
             to export-control-line
       end-if
       write export-control-line

       close export-control-file

       exit section.

       write-export-count-line section.
       move report-count-edit to export-control-line (30:9)
       write export-control-line
       exit section.

       write-export-hash-line section.
       move report-hash-edit to export-control-line (30:18)
       write export-control-line
       exit section.

      *-----------------------------------------------------------------
       finish section.

       close input-file
       close export-file

       move export-count to report-count-edit
       display "W2NEXPRT exported " report-count-edit " record(s)"
               " to " function trim (export-file-name)
       if export-in-balance
           display "export in balance with "
                   function trim (control-file-name)
           move zero to return-code
       else
           display "export NOT balanced - see "
                   function trim (export-control-name)
           move 4 to return-code
       end-if

       exit section.

       END PROGRAM W2NEXPRT.
      * EOF
