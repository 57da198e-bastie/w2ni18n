      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2NGLJNL.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * W2NGLJNL is the general-ledger interface for the house-currency
      * amounts W2NBATCH converts through the RATES file. It reads one
      * RESULTS file - any generation, partition or plain file,
      * "W2NGLJNL results-file [journal-date]" - and posts every
      * converted record (house status "C") to the ledger account the
      * GLMAP file names for its document-id prefix and currency word:
      * the house value debited to the one account and credited to the
      * other, so the journal balances line by line.
      * GLMAP holds "prefix/unitword=debit-account:credit-account"
      * lines; "*" in place of the prefix or the unit word matches any,
      * the longest matching prefix wins and a named unit word beats
      * "*". The journal goes to GLJOURNAL plus the input's generation
      * or partition suffix in the ledger's import layout
      * (W2NGLJNL.cpy): a header, debit/credit detail lines, a control
      * trailer with both totals. The journal date defaults to today.
      * A record whose rate was missing ("M"), whose conversion
      * overflowed ("O") or that GLMAP has no account for does not
      * post: it is listed on GLSUSPENSE (same suffix) for finance to
      * book by hand. Records with no house-currency section are no
      * ledger business and are passed over.
      * Condition codes: 0 everything posted, 4 items on suspense,
      * 16 usage, input or GLMAP missing.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT results-file ASSIGN TO results-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RESULTS-STATUS.
      *> the account mapping - "prefix/unitword=debit:credit" lines in
      *> the properties layout every control file here uses.
       SELECT glmap-file ASSIGN TO "GLMAP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GLMAP-STATUS.
       SELECT journal-file ASSIGN TO journal-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-STATUS.
       SELECT suspense-file ASSIGN TO suspense-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUSPENSE-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD results-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 results-line          pic x(2200).

       FD glmap-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 glmap-line            pic x(80).

       FD journal-file
          RECORD CONTAINS 150 CHARACTERS.
       01 journal-line          pic x(150).

       FD suspense-file
          RECORD CONTAINS 1 TO 132 CHARACTERS.
       01 suspense-line         pic x(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==RESULTS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==GLMAP==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==JOURNAL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==SUSPENSE==.

       77 PARMS-KEY-VALUE-DELIMITER  PIC X(1) VALUE "=".
       77 GLMAP-ANY                  PIC X(1) VALUE "*".

       01 command-line-work     pic x(160).
       01 results-file-name     pic x(64) value spaces.
       01 journal-date-work     pic x(16) value spaces.
       01 journal-file-name     pic x(64).
       01 suspense-file-name    pic x(64).
       01 file-suffix           pic x(32).
       01 name-scan-pos         pic 9(4).
       01 journal-timestamp     pic x(21).

      *> the account mapping, as read from GLMAP. A prefix length of
      *> zero is the "*" prefix; a unit word of spaces is "*".
       01 filler.
        03 glmap-entry           occurs 200.
         05 glmap-prefix          pic x(32).
         05 glmap-prefix-len      pic 9(2).
         05 glmap-unit            pic x(32).
         05 glmap-debit-account   pic x(12).
         05 glmap-credit-account  pic x(12).
       01 glmap-entry-count     pic 9(3) value zero.
       01 glmap-idx             pic 9(3).
       01 glmap-hit-idx         pic 9(3).
       01 glmap-hit-len         pic 9(2).
       01 glmap-hit-unit-flag   pic x(1).
       01 glmap-scan-pos        pic 9(4).
       01 glmap-key-work        pic x(80).
       01 glmap-prefix-work     pic x(32).
       01 glmap-unit-work       pic x(32).
       01 glmap-debit-work      pic x(32).
       01 glmap-credit-work     pic x(32).

      *> why a record did not post
       01 suspense-reason       pic x(24).
       01 debit-account-work    pic x(12).
       01 credit-account-work   pic x(12).

       01 detail-line-count     pic 9(7) value zero.
       01 posted-count          pic 9(9) value zero.
       01 suspense-count        pic 9(9) value zero.
       01 passed-over-count     pic 9(9) value zero.
       01 debit-total           pic 9(18) value zero.
       01 credit-total          pic 9(18) value zero.
       01 total-work            pic 9(18).

       01 suspense-detail.
         05 suspense-record-number pic z(8)9.
         05 filler                 pic x(2) value spaces.
         05 suspense-document-id   pic x(32).
         05 filler                 pic x(1) value space.
         05 suspense-unit          pic x(16).
         05 filler                 pic x(1) value space.
         05 suspense-house-amount  pic z(17)9.
         05 filler                 pic x(2) value spaces.
         05 suspense-reason-out    pic x(24).
         05 filler                 pic x(27) value spaces.
       01 report-count-edit     pic z(8)9.
       01 report-amount-edit    pic z(17)9.

       copy "W2NRESULT.cpy". *> fixed-column RESULTS record
       copy "W2NGLJNL.cpy". *> ledger import layout

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       perform load-account-map
       perform write-journal-header
       perform post-results
       perform write-journal-trailer
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter W2NGLJNL"

       move spaces to command-line-work
       accept command-line-work from command-line
       unstring command-line-work delimited by all space
           into results-file-name journal-date-work
       end-unstring

       if results-file-name = spaces
           display "usage: W2NGLJNL results-file [journal-date]"
           move 16 to return-code
           stop run
       end-if

       move function current-date to journal-timestamp
       if journal-date-work = spaces
           move journal-timestamp (1:8) to journal-date-work
       end-if
       if journal-date-work (1:8) is not numeric
          or journal-date-work (9:) not = spaces
           display "usage: W2NGLJNL results-file [journal-date]"
                   " - journal date " function trim (journal-date-work)
                   " is not yyyymmdd"
           move 16 to return-code
           stop run
       end-if

      *> the suffix after the first "." carries over to the journal
      *> and the suspense listing.
       move spaces to file-suffix
       move zero to name-scan-pos
       inspect results-file-name tallying name-scan-pos
               for characters before initial "."
       if name-scan-pos < 64
           move results-file-name (name-scan-pos + 1:) to file-suffix
       end-if
       move spaces to journal-file-name
       string "GLJOURNAL" delimited by size
              file-suffix delimited by space
         into journal-file-name
       end-string
       move spaces to suspense-file-name
       string "GLSUSPENSE" delimited by size
              file-suffix delimited by space
         into suspense-file-name
       end-string

       open input results-file
       if not RESULTS-SUCCESS
           display "results file " function trim (results-file-name)
                   " not found (file status " RESULTS-STATUS ")"
           move 16 to return-code
           stop run
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-account-map
      * read GLMAP: "prefix/unitword=debit-account:credit-account"
      * lines, the same "=" and ":" splits the RATES and TOLERANCE
      * loaders use. Without it nothing can post, so the job stops.
      *-----------------------------------------------------------------
       load-account-map section.
       move zero to glmap-entry-count

       open input glmap-file
       if not GLMAP-SUCCESS
           display "Unable to open GLMAP (file status " GLMAP-STATUS
                   ") - no account mapping, nothing posted"
           close results-file
           move 16 to return-code
           stop run
       end-if

       perform with test before until not GLMAP-SUCCESS
              read glmap-file
              if GLMAP-SUCCESS
                  perform load-one-map-line
              end-if
       end-perform

       close glmap-file

       display "loaded " glmap-entry-count " account mapping(s)"

       exit section.

       load-one-map-line section.

           if glmap-line (1:1) not = "#" and
              glmap-line not = spaces

           move zero to glmap-scan-pos
           perform varying glmap-scan-pos from 1 by 1
                    until glmap-scan-pos > 80
                       or glmap-line (glmap-scan-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if glmap-scan-pos <= 80 and glmap-entry-count < 200
               move spaces to glmap-key-work
               move spaces to glmap-prefix-work
               move spaces to glmap-unit-work
               move spaces to glmap-debit-work
               move spaces to glmap-credit-work
               move function upper-case
                    (glmap-line (1:glmap-scan-pos - 1))
                 to glmap-key-work
               unstring glmap-key-work delimited by "/"
                   into glmap-prefix-work glmap-unit-work
               end-unstring
               unstring glmap-line (glmap-scan-pos + 1:)
                   delimited by ":"
                   into glmap-debit-work glmap-credit-work
               end-unstring

               if glmap-debit-work = spaces
                  or glmap-credit-work = spaces
                   display "GLMAP line ignored - needs a debit and a"
                           " credit account: " function trim
                           (glmap-line)
               else
                   add 1 to glmap-entry-count
                   move function trim (glmap-prefix-work)
                     to glmap-prefix (glmap-entry-count)
                   move zero to glmap-prefix-len (glmap-entry-count)
                   if glmap-prefix (glmap-entry-count) not = GLMAP-ANY
                       move function length (function trim
                            (glmap-prefix-work))
                         to glmap-prefix-len (glmap-entry-count)
                   end-if
                   move function trim (glmap-unit-work)
                     to glmap-unit (glmap-entry-count)
                   if glmap-unit (glmap-entry-count) = GLMAP-ANY
                       move spaces to glmap-unit (glmap-entry-count)
                   end-if
                   move function trim (glmap-debit-work)
                     to glmap-debit-account (glmap-entry-count)
                   move function trim (glmap-credit-work)
                     to glmap-credit-account (glmap-entry-count)
               end-if
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * write-journal-header
      *-----------------------------------------------------------------
       write-journal-header section.
       open output journal-file
       if not JOURNAL-SUCCESS
           display "Unable to open " function trim (journal-file-name)
                   " (file status " JOURNAL-STATUS ")"
           close results-file
           move 16 to return-code
           stop run
       end-if
       open output suspense-file
       if not SUSPENSE-SUCCESS
           display "Unable to open " function trim (suspense-file-name)
                   " (file status " SUSPENSE-STATUS ")"
           close results-file journal-file
           move 16 to return-code
           stop run
       end-if

       move spaces to gl-journal-record
       set gl-record-is-header to true
       move journal-date-work (1:8) to gl-header-journal-date
       move "W2NBATCH" to gl-header-source
       move results-file-name to gl-header-batch-ref
       move journal-timestamp (1:14) to gl-header-created
       move gl-journal-record to journal-line
       write journal-line

       move "W2NGLJNL GENERAL LEDGER SUSPENSE LISTING" to suspense-line
       write suspense-line
       move spaces to suspense-line
       string "RESULTS FILE " delimited by size
              results-file-name delimited by space
              "   JOURNAL DATE " delimited by size
              journal-date-work (1:8) delimited by size
         into suspense-line
       end-string
       write suspense-line
       move "   RECORD  DOCUMENT-ID                      UNIT        "
       &    "           HOUSE AMOUNT  REASON"
         to suspense-line
       write suspense-line

       exit section.

      *-----------------------------------------------------------------
      * post-results
      * every RESULTS record with a house-currency section either
      * posts or goes on suspense. "#" lines (a partition's "#C"
      * markers) are no records.
      *-----------------------------------------------------------------
       post-results section.
       perform with test before until not RESULTS-SUCCESS
           read results-file
           if RESULTS-SUCCESS
              and results-line (1:1) not = "#"
               move results-line to results-record
               perform post-one-result
           end-if
       end-perform
       exit section.

       post-one-result section.
       move spaces to suspense-reason
       evaluate true
           when results-house-converted
               continue
           when results-house-rate-missing
               move "RATE MISSING" to suspense-reason
           when results-house-overflowed
               move "CONVERSION OVERFLOW" to suspense-reason
           when other
               add 1 to passed-over-count
               exit section
       end-evaluate

       if suspense-reason = spaces
           perform find-account-mapping
           if glmap-hit-idx = zero
               move "NO GL ACCOUNT MAPPED" to suspense-reason
           end-if
       end-if

      *> both sides must still fit the trailer totals
       if suspense-reason = spaces
           compute total-work = debit-total + results-house-value
               on size error
                   move "JOURNAL TOTAL OVERFLOW" to suspense-reason
           end-compute
       end-if

       if suspense-reason not = spaces
           perform write-suspense-line
           exit section
       end-if

       add results-house-value to debit-total
       add results-house-value to credit-total
       add 1 to posted-count

      *> a negative amount reverses the posting
       if results-is-negative
           move glmap-credit-account (glmap-hit-idx)
             to debit-account-work
           move glmap-debit-account (glmap-hit-idx)
             to credit-account-work
       else
           move glmap-debit-account (glmap-hit-idx)
             to debit-account-work
           move glmap-credit-account (glmap-hit-idx)
             to credit-account-work
       end-if

       move spaces to gl-journal-record
       set gl-record-is-detail to true
       set gl-detail-is-debit to true
       move debit-account-work to gl-detail-account
       perform write-journal-detail

       move spaces to gl-journal-record
       set gl-record-is-detail to true
       set gl-detail-is-credit to true
       move credit-account-work to gl-detail-account
       perform write-journal-detail

       exit section.

       write-journal-detail section.
       add 1 to detail-line-count
       move detail-line-count to gl-detail-line-number
       move results-house-value to gl-detail-amount
       move results-major-unit to gl-detail-currency-unit
       move results-document-id to gl-detail-document-id
       move results-record-number to gl-detail-record-number
       move results-house-rate to gl-detail-rate
       move gl-journal-record to journal-line
       write journal-line
       exit section.

      *-----------------------------------------------------------------
      * find-account-mapping
      * the GLMAP entry for the record's document-id prefix and
      * currency word: the longest matching prefix ("*" the shortest),
      * a named unit word before "*" at the same prefix length.
      * glmap-hit-idx zero - no entry fits.
      *-----------------------------------------------------------------
       find-account-mapping section.
       move zero to glmap-hit-idx
       move zero to glmap-hit-len
       move "N" to glmap-hit-unit-flag

       perform varying glmap-idx from 1 by 1
                until glmap-idx > glmap-entry-count
           if (glmap-unit (glmap-idx) = spaces
               or glmap-unit (glmap-idx) = results-major-unit)
              and (glmap-prefix-len (glmap-idx) = zero
               or results-document-id (1:glmap-prefix-len (glmap-idx))
                  = glmap-prefix (glmap-idx)
                    (1:glmap-prefix-len (glmap-idx)))
               evaluate true
                   when glmap-hit-idx = zero
                   when glmap-prefix-len (glmap-idx) > glmap-hit-len
                   when glmap-prefix-len (glmap-idx) = glmap-hit-len
                    and glmap-hit-unit-flag = "N"
                    and glmap-unit (glmap-idx) not = spaces
                       move glmap-idx to glmap-hit-idx
                       move glmap-prefix-len (glmap-idx)
                         to glmap-hit-len
                       if glmap-unit (glmap-idx) = spaces
                           move "N" to glmap-hit-unit-flag
                       else
                           move "Y" to glmap-hit-unit-flag
                       end-if
                   when other
                       continue
               end-evaluate
           end-if
       end-perform

       exit section.

      *-----------------------------------------------------------------
      * write-suspense-line
      * the record that did not post, with what it would have posted
      * in house currency where that is known and why it did not.
      *-----------------------------------------------------------------
       write-suspense-line section.
       add 1 to suspense-count
       move results-record-number to suspense-record-number
       move results-document-id to suspense-document-id
       move results-major-unit to suspense-unit
       move results-house-value to suspense-house-amount
       move suspense-reason to suspense-reason-out
       move suspense-detail to suspense-line
       write suspense-line
       exit section.

      *-----------------------------------------------------------------
      * write-journal-trailer
      * the control trailer the ledger checks its import against,
      * and the same totals at the foot of the suspense listing.
      *-----------------------------------------------------------------
       write-journal-trailer section.
       move spaces to gl-journal-record
       set gl-record-is-trailer to true
       move detail-line-count to gl-trailer-detail-count
       move debit-total to gl-trailer-debit-total
       move credit-total to gl-trailer-credit-total
       move posted-count to gl-trailer-posted-count
       move gl-journal-record to journal-line
       write journal-line

       move spaces to suspense-line
       write suspense-line
       move "RESULTS POSTED" to suspense-line
       move posted-count to report-count-edit
       move report-count-edit to suspense-line (30:9)
       write suspense-line
       move "ITEMS ON SUSPENSE" to suspense-line
       move suspense-count to report-count-edit
       move report-count-edit to suspense-line (30:9)
       write suspense-line
       move "NOT HOUSE CURRENCY" to suspense-line
       move passed-over-count to report-count-edit
       move report-count-edit to suspense-line (30:9)
       write suspense-line
       move "JOURNAL DEBIT TOTAL" to suspense-line
       move debit-total to report-amount-edit
       move report-amount-edit to suspense-line (30:18)
       write suspense-line
       move "JOURNAL CREDIT TOTAL" to suspense-line
       move credit-total to report-amount-edit
       move report-amount-edit to suspense-line (30:18)
       write suspense-line

       exit section.

      *-----------------------------------------------------------------
       finish section.

       close results-file
       close journal-file
       close suspense-file

       move posted-count to report-count-edit
       display "W2NGLJNL posted " report-count-edit " result(s) to "
               function trim (journal-file-name)
       if suspense-count > zero
           move suspense-count to report-count-edit
           display "W2NGLJNL " report-count-edit " item(s) on "
                   function trim (suspense-file-name)
                   " - not posted"
           move 4 to return-code
       else
           move zero to return-code
       end-if

       exit section.

       END PROGRAM W2NGLJNL.
      * EOF
