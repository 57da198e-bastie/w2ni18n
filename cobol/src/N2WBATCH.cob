      * hand-maintained word table. Alongside the print lines it
      * files the CHECKREG register - one fixed-column record per
      * formatted check (check number, payee id, sign, amount,
      * currency, run date, the document id of the payment
      * instruction behind it) closed by a trailer with the check count
      * and an amount hash total, in the bank's positive-pay layout -
      * so the positive-pay upload comes off the run instead of being
      * keyed by hand from the printed checks.
      * Every check is written to the payee on the PAYEEMST payee
      * master (N2WPAYEE.cpy, kept by N2WPAYEE): CHKPRINT carries the
      * complete print image per check, laid out to the check stock -
      * check number, date, the numeric amount, the spelled amount
      * line, the payee's name and address block, the memo and the
      * MICR line with the check number and the bank routing and
      * account numbers from the CHKSTOCK control file. The amount is
      * spelled in the payee's preferred language when the AMOUNTS
      * record names none.
      * A check can carry its amount in words in two languages, for
      * the entities that must print both: the second language comes
      * from the AMOUNTS record or, when that leaves it blank, from
      * the payee's second language on PAYEEMST. N2W spells the amount
      * once per language, each line with its own currency word
      * (amount-second-currency, or the first currency word again when
      * blank) and its own asterisk fill; the second line prints under
      * the first in the amount area and follows it on AMTLINES. If
      * either language will not spell, the whole check is refused -
      * never half its legal amount text. CHECKREG records the
      * languages used. A payee that is blocked or not on the
      * master is refused - no print line, no image, not on CHECKREG
      * - and counted apart from the amounts N2W would not spell.
      * Ends with condition code 0 when every amount formatted, 4
      * when any record was refused, 16 when the AMOUNTS file,
      * PAYEEMST or CHKSTOCK is missing.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT check-register-file ASSIGN TO "CHECKREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECKREG-STATUS.
       SELECT payee-file ASSIGN TO "PAYEEMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS payee-master-id
              FILE STATUS IS PAYEEMST-STATUS.
       SELECT check-print-file ASSIGN TO "CHKPRINT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHKPRINT-STATUS.
      *> the bank numbers for the MICR line - "key=value" lines in the
      *> properties layout every control file here uses.
       SELECT stock-file ASSIGN TO "CHKSTOCK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHKSTOCK-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD amounts-file
          RECORD CONTAINS 1 TO 200 CHARACTERS.
       copy "N2WAMT.cpy". *> AMOUNTS record

       FD amount-lines-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 amount-lines-line   pic x(80).

       FD check-register-file
          RECORD CONTAINS 1 TO 120 CHARACTERS.
       01 check-register-line pic x(120).

       FD payee-file
          RECORD CONTAINS 240 CHARACTERS.
       01 payee-master-record.
         05 payee-master-id   pic x(16).
         05 filler            pic x(224).

       FD check-print-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 check-print-line    pic x(80).

       FD stock-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 stock-line          pic x(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==AMTLINES==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CHECKREG==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PAYEEMST==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CHKPRINT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CHKSTOCK==.

       copy "N2WREG.cpy". *> the positive-pay register records

       01 register-check-count  pic 9(9) value zero.
       01 register-amount-hash  pic 9(18) value zero.
       01 print-record-count    pic 9(9) value zero.
       01 print-ok-count        pic 9(9) value zero.
       01 print-error-count     pic 9(9) value zero.
       01 payee-refused-count   pic 9(9) value zero.
       01 record-count-edit     pic z(8)9.

       01 spelled-work.
         05 spelled-bytes           pic x(2048).
         05 spelled-national redefines spelled-bytes pic n(1024).

      *> the languages a check is spelled in - the second one spaces
      *> on a check in one language - and the two amount lines
       01 first-language-work   pic x(2).
       01 second-language-work  pic x(2).
       01 first-amount-line     pic x(80).
       01 language-hold-work    pic x(2).
       01 currency-hold-work    pic x(32).
       01 second-amount-line    pic x(80).

      *> condition codes handed back to the scheduler, the same
      *> convention W2NBATCH uses.
       77 CC-CLEAN              pic 9(2) value 0.
       77 CC-WITH-ERRORS        pic 9(2) value 4.
       77 CC-NO-INPUT           pic 9(2) value 16.

      *> why the payee was refused - spaces when checks may go to it
       01 payee-refusal         pic x(24).

      *> CHKSTOCK, as read
       77 PARMS-KEY-VALUE-DELIMITER  PIC X(1) VALUE "=".
       01 stock-scan-pos        pic 9(2).
       01 stock-key-work        pic x(32).
       01 stock-value-work      pic x(80).
       01 bank-routing-number   pic x(9) value spaces.
       01 bank-account-number   pic x(17) value spaces.

      *> one check as it prints on the stock, line by line:
      *>   2  check number, from column 56
      *>   4  date, from column 56
      *>   6  numeric amount, asterisk-protected, from column 56
      *>   8  the spelled amount line N2W formats, full width
      *>   9  the second language's amount line on a bilingual check
      *>  10  "PAY TO THE ORDER OF"
      *>  11  payee name, then the address lines 12-15, column 5 -
      *>      the window of the envelope
      *>  18  memo
      *>  21  MICR line from column 10: check number between on-us
      *>      symbols, routing number between transit symbols,
      *>      account number and on-us symbol - "C" and "A" in the
      *>      E-13B font of the check printer
      *> 24 lines per check, so every check starts at the top of the
      *> next form.
       77 CHECK-FORM-LINES      pic 9(2) value 24.
       01 check-image.
         05 check-image-line    pic x(80) occurs 24.
       01 check-image-idx       pic 9(2).
       01 address-idx           pic 9(1).
       01 check-amount-edit     pic ***,***,***,**9.99-.
       01 check-number-edit     pic 9(10).
       01 micr-work             pic x(64).

       copy "N2WPAYEE.cpy". *> payee master record
       copy "N2W.cpy". *> for call

      *=================================================================
           stop run
       end-if

       perform load-check-stock

       open input payee-file
       if not PAYEEMST-SUCCESS
           display "PAYEEMST payee master not available (file status "
                   PAYEEMST-STATUS ")"
           move CC-NO-INPUT to return-code
           stop run
       end-if

       open output amount-lines-file
       open output check-print-file

       open output check-register-file
       if not CHECKREG-SUCCESS

       exit section.

      *-----------------------------------------------------------------
      * load-check-stock
      * CHKSTOCK: ROUTING-NUMBER (nine digits) and ACCOUNT-NUMBER (up
      * to seventeen) for the MICR line. A check without them cannot
      * clear, so the run does not start.
      *-----------------------------------------------------------------
       load-check-stock section.
       open input stock-file
       if not CHKSTOCK-SUCCESS
           display "CHKSTOCK not found (file status " CHKSTOCK-STATUS
                   ") - no bank numbers for the MICR line"
           move CC-NO-INPUT to return-code
           stop run
       end-if

       perform with test before until not CHKSTOCK-SUCCESS
              read stock-file
              if CHKSTOCK-SUCCESS
                  perform load-one-stock-line
              end-if
       end-perform

       close stock-file

       if bank-routing-number is not numeric
          or bank-account-number = spaces
           display "CHKSTOCK needs a nine-digit ROUTING-NUMBER and an"
                   " ACCOUNT-NUMBER"
           move CC-NO-INPUT to return-code
           stop run
       end-if

       exit section.

       load-one-stock-line section.

           if stock-line (1:1) not = "#" and
              stock-line not = spaces

           move zero to stock-scan-pos
           perform varying stock-scan-pos from 1 by 1
                    until stock-scan-pos > 80
                       or stock-line (stock-scan-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if stock-scan-pos > 1 and stock-scan-pos < 80
               move function upper-case (function trim
                    (stock-line (1:stock-scan-pos - 1)))
                 to stock-key-work
               move function trim (stock-line (stock-scan-pos + 1:))
                 to stock-value-work
               evaluate stock-key-work
                   when "ROUTING-NUMBER"
                       move stock-value-work to bank-routing-number
                   when "ACCOUNT-NUMBER"
                       move stock-value-work to bank-account-number
                   when other
                       display "CHKSTOCK line ignored: "
                               function trim (stock-line)
               end-evaluate
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * process-amounts
      * read one amount per record and format it through N2W.
           exit section
       end-if

       perform find-payee
       if payee-refusal not = spaces
           add 1 to payee-refused-count
           display "N2WBATCH: record " print-record-count
                   " refused - payee " function trim (amount-payee-id)
                   " " function trim (payee-refusal)
           exit section
       end-if

      *> N2W spells a blank language as English
       evaluate true
           when amount-language not = spaces
               move function upper-case (amount-language)
                 to first-language-work
           when payee-language not = spaces
               move payee-language to first-language-work
           when other
               move "EN" to first-language-work
       end-evaluate
       if amount-second-language not = spaces
           move function upper-case (amount-second-language)
             to second-language-work
       else
           move payee-second-language to second-language-work
       end-if
       if second-language-work = first-language-work
           move spaces to second-language-work
       end-if

       move first-language-work to n2w-language-code
       move amount-currency to n2w-check-currency
       perform spell-amount-line
       if n2w-returning-error
           add 1 to print-error-count
           display "N2WBATCH: record " print-record-count
                   " refused by N2W"
           exit section
       end-if
       move spelled-bytes (1:80) to first-amount-line

       move spaces to second-amount-line
       if second-language-work not = spaces
           move second-language-work to n2w-language-code
           if amount-second-currency not = spaces
               move amount-second-currency to n2w-check-currency
           else
               move amount-currency to n2w-check-currency
           end-if
           perform spell-amount-line
           if n2w-returning-error
               add 1 to print-error-count
               display "N2WBATCH: record " print-record-count
                       " refused by N2W - second language "
                       second-language-work
               exit section
           end-if
           move spelled-bytes (1:80) to second-amount-line
       end-if

       add 1 to print-ok-count
       move first-amount-line to amount-lines-line
       write amount-lines-line
       if second-language-work not = spaces
           move second-amount-line to amount-lines-line
           write amount-lines-line
       end-if
       perform write-check-image
       perform write-register-record

       exit section.

      *-----------------------------------------------------------------
      * spell-amount-line
      * one check-format amount line from N2W, in the language and
      * with the currency word already set in n2w-language-code and
      * n2w-check-currency.
      *-----------------------------------------------------------------
       spell-amount-line section.
       move n2w-language-code to language-hold-work
       move n2w-check-currency to currency-hold-work
       initialize n2w-parameter
       move language-hold-work to n2w-language-code
       move currency-hold-work to n2w-check-currency
       move amount-sign to n2w-value-sign
       move amount-integer to n2w-value-integer
       move amount-decimal to n2w-value-decimal
       set n2w-format-check to true

       call "N2W" using by reference n2w-parameter
                        by reference n2w-returning

       if n2w-returning-ok
           move n2w-result-text to spelled-national
       end-if

       exit section.

      *-----------------------------------------------------------------
      * find-payee
      * the AMOUNTS record's payee on PAYEEMST; payee-refusal says why
      * no check may be written to it.
      *-----------------------------------------------------------------
       find-payee section.
       move spaces to payee-refusal
       if amount-payee-id = spaces
           move "NO PAYEE ID" to payee-refusal
           exit section
       end-if

       move amount-payee-id to payee-master-id
       read payee-file record
           invalid key
               move "NOT ON PAYEEMST" to payee-refusal
           not invalid key
               move payee-master-record to payee-record
               if not payee-is-active
                   move "BLOCKED" to payee-refusal
               end-if
       end-read

       exit section.

      *-----------------------------------------------------------------
      * write-check-image
      * the check as it prints, CHECK-FORM-LINES lines to the form -
      * see the stock layout at check-image.
      *-----------------------------------------------------------------
       write-check-image section.
       move spaces to check-image

       if amount-check-number numeric
           move amount-check-number to check-number-edit
       else
           move zeros to check-number-edit
       end-if
       string "CHECK NO. " delimited by size
              check-number-edit delimited by size
         into check-image-line (2) (56:25)
       end-string

       string "DATE " delimited by size
              run-date-work (1:4) delimited by size
              "-" delimited by size
              run-date-work (5:2) delimited by size
              "-" delimited by size
              run-date-work (7:2) delimited by size
         into check-image-line (4) (56:25)
       end-string

       compute check-amount-edit =
           amount-integer + amount-decimal / 100
       if amount-sign = "-"
           compute check-amount-edit =
               zero - (amount-integer + amount-decimal / 100)
       end-if
       move check-amount-edit to check-image-line (6) (56:19)

       move first-amount-line to check-image-line (8)
       move second-amount-line to check-image-line (9)

       move "PAY TO THE ORDER OF" to check-image-line (10)
       move payee-name to check-image-line (11) (5:40)
       perform varying address-idx from 1 by 1 until address-idx > 4
           move payee-address-line (address-idx)
             to check-image-line (11 + address-idx) (5:40)
       end-perform

       if amount-memo not = spaces
           string "MEMO " delimited by size
                  amount-memo delimited by size
             into check-image-line (18)
           end-string
       end-if

       move spaces to micr-work
       string "C" delimited by size
              check-number-edit delimited by size
              "C A" delimited by size
              bank-routing-number delimited by size
              "A " delimited by size
              bank-account-number delimited by space
              "C" delimited by size
         into micr-work
       end-string
       move micr-work to check-image-line (21) (10:64)

       perform varying check-image-idx from 1 by 1
                until check-image-idx > CHECK-FORM-LINES
           move check-image-line (check-image-idx) to check-print-line
           write check-print-line
       end-perform

       exit section.

           move spaces to reg-currency
       end-if
       move run-date-work to reg-run-date
       move first-language-work to reg-language
       move second-language-work to reg-second-language
       move amount-document-id to reg-document-id

       move spaces to check-register-line
       move register-detail-record to check-register-line

       close amounts-file
       close amount-lines-file
       close check-print-file
       close check-register-file
       close payee-file

       move print-record-count to record-count-edit
       display "N2WBATCH formatted " record-count-edit
                " amount(s), " print-ok-count " ok, "
                print-error-count " refused"
       if payee-refused-count > zero
           move payee-refused-count to record-count-edit
           display "N2WBATCH " record-count-edit " check(s) refused -"
                   " payee blocked or not on PAYEEMST"
       end-if

       if print-error-count > zero
          or payee-refused-count > zero
           move CC-WITH-ERRORS to return-code
       else
           move CC-CLEAN to return-code
