      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2NMONTH.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * W2NMONTH is the month-end value statement: "W2NMONTH [yyyymm]"
      * sweeps the whole RESMASTR master for the records of one month
      * of run dates (default the month before this one) and says how
      * many conversions there were and what they added up to - per
      * language and vocabulary version, the canonical values totalled
      * per major unit and the house-currency values per currency,
      * with dates, clock times, percents and year phrases counted on
      * their own. RUNHIST only keeps counts and hash totals; this is
      * where the values are.
      * The MONTHEND.yyyymm report prints one block per language and
      * version, then the grand totals, then every master record that
      * would not decode - listed with its key and the reason, never
      * just left out. MONTHSUM.yyyymm carries the same figures in the
      * fixed layout of W2NMONTH.cpy for the management spreadsheets.
      * The grand totals are kept record by record, apart from the
      * subtotals, and the two are proved against each other before
      * anything is written.
      * Condition codes: 0 clean, 4 records listed as not decoded,
      * 8 subtotals not agreeing with the grand total (or a total too
      * large to hold), 16 usage or RESMASTR missing.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT master-file ASSIGN TO "RESMASTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS master-key
              FILE STATUS IS MASTER-STATUS.
       SELECT report-file ASSIGN TO report-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       SELECT summary-file ASSIGN TO summary-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUMMARY-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD master-file
          RECORD CONTAINS 2240 CHARACTERS.
       01 master-record.
         05 master-key.
           10 master-document-id  pic x(32).
           10 master-run-date     pic x(8).
         05 master-results        pic x(2200).

       FD report-file
          RECORD CONTAINS 1 TO 100 CHARACTERS.
       01 report-line           pic x(100).

       FD summary-file
          RECORD CONTAINS 1 TO 124 CHARACTERS.
       01 summary-line          pic x(124).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==MASTER==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==REPORT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==SUMMARY==.

      *> the kinds of count kept for every language and version, in
      *> the order the report prints them
       77 COUNT-KINDS           pic 9(2) value 8.
       77 UNDECODED-LIST-LIMIT  pic 9(3) value 200.

       01 command-line-work     pic x(80).
       01 month-work            pic x(6) value spaces.
       01 month-number-work     pic 9(6).
       01 month-year-work       pic 9(4).
       01 month-month-work      pic 9(2).
       01 current-stamp-work    pic x(21).
       01 report-file-name      pic x(64).
       01 summary-file-name     pic x(64).

       01 master-read-count     pic 9(9) value zero.
       01 in-month-count        pic 9(9) value zero.
       01 summarized-count      pic 9(9) value zero.
       01 undecoded-count       pic 9(9) value zero.

      *> one slot per language and vocabulary version seen in the
      *> month: conversions, dates, times, percents, year phrases,
      *> unit amounts, house amounts, other values.
       01 filler.
        03 group-stats           occurs 64.
         05 group-language        pic x(2).
         05 group-vocab-version   pic x(14).
         05 group-count           pic 9(9) occurs 8.
         05 group-printed-flag    pic x(1).
       01 group-entry-count     pic 9(2) value zero.
       01 group-idx             pic 9(2).
       01 group-hit-idx         pic 9(2).
       01 group-best-idx        pic 9(2).
      *> the grand counts, kept as each record is read
       01 grand-counts.
        03 grand-count           pic 9(9) occurs 8.
       01 count-idx             pic 9(2).
       01 count-check-work      pic 9(9).

      *> unit (U, canonical value) and currency (C, house value)
      *> totals - group zero holds the grand total of the word.
       01 filler.
        03 amount-entry          occurs 1000.
         05 amount-group-idx      pic 9(2).
         05 amount-kind           pic x(1).
         05 amount-word           pic x(32).
         05 amount-count          pic 9(9).
         05 amount-total          pic s9(37).
       01 amount-entry-count    pic 9(4) value zero.
       01 amount-idx            pic 9(4).
       01 amount-hit-idx        pic 9(4).
       01 amount-sub-idx        pic 9(4).
       01 amount-group-work     pic 9(2).
       01 amount-kind-work      pic x(1).
       01 amount-word-work      pic x(32).
       01 amount-value-work     pic s9(37).
       01 amount-count-check    pic 9(9).
       01 amount-total-check    pic s9(37).

      *> master records that would not decode, listed on the report
       01 filler.
        03 undecoded-entry       occurs 200.
         05 undecoded-document-id pic x(32).
         05 undecoded-run-date    pic x(8).
         05 undecoded-reason      pic x(40).
       01 undecoded-listed      pic 9(3) value zero.
       01 undecoded-idx         pic 9(3).
       01 decode-reason-work    pic x(40).

       01 overflow-flag         pic x(1) value "N".
         88 total-has-overflowed  value "Y".
       01 balance-flag          pic x(1) value "Y".
         88 subtotals-agree       value "Y".
         88 subtotals-disagree    value "N".
       01 record-is-other-flag  pic x(1).
         88 record-is-other       value "Y".

       01 count-edit            pic z(8)9.
       01 amount-edit           pic -(37)9.
       01 count-caption-work    pic x(28).

       copy "W2NRESULT.cpy". *> fixed-column RESULTS record
       copy "W2NMONTH.cpy". *> fixed-column MONTHSUM record

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       perform sweep-master
       perform prove-subtotals
       perform write-month-report
       perform write-month-summary
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter W2NMONTH"
       initialize grand-counts

       move function current-date to current-stamp-work

       move spaces to command-line-work
       accept command-line-work from command-line
       unstring command-line-work delimited by all space
           into month-work
       end-unstring

      *> no month given - the month just ended
       if month-work = spaces
           move current-stamp-work (1:4) to month-year-work
           move current-stamp-work (5:2) to month-month-work
           if month-month-work = 1
               move 12 to month-month-work
               subtract 1 from month-year-work
           else
               subtract 1 from month-month-work
           end-if
           move month-year-work to month-work (1:4)
           move month-month-work to month-work (5:2)
       end-if

       if month-work is not numeric
           display "usage: W2NMONTH [yyyymm]"
           move 16 to return-code
           stop run
       end-if
       move month-work to month-number-work
       move month-work (5:2) to month-month-work
       if month-month-work < 1 or month-month-work > 12
           display "usage: W2NMONTH [yyyymm] - no month "
                   month-work (5:2)
           move 16 to return-code
           stop run
       end-if

       move spaces to report-file-name
       string "MONTHEND." delimited by size
              month-work delimited by size
         into report-file-name
       end-string
       move spaces to summary-file-name
       string "MONTHSUM." delimited by size
              month-work delimited by size
         into summary-file-name
       end-string

       open input master-file
       if not MASTER-SUCCESS
           display "RESMASTR master not found (file status "
                   MASTER-STATUS ")"
           move 16 to return-code
           stop run
       end-if

       exit section.

      *-----------------------------------------------------------------
      * sweep-master
      * the master is keyed on document id, so a month of run dates
      * is spread over all of it - every record is read, and those of
      * the month are decoded and added in.
      *-----------------------------------------------------------------
       sweep-master section.
       perform with test before until not MASTER-SUCCESS
           read master-file next record
           if MASTER-SUCCESS
               add 1 to master-read-count
               perform sweep-one-record
           end-if
       end-perform

       close master-file

       exit section.

      *-----------------------------------------------------------------
      * sweep-one-record
      * a run date that is no date cannot be placed in any month, so
      * it is listed whatever the month; otherwise only the month's
      * records go on.
      *-----------------------------------------------------------------
       sweep-one-record section.
       if master-run-date is not numeric
           move "RUN DATE IN KEY NOT NUMERIC" to decode-reason-work
           perform list-undecoded-record
           exit section
       end-if

       if master-run-date (1:6) not = month-work
           exit section
       end-if

       add 1 to in-month-count
       move master-results to results-record

       perform decode-results-record
       if decode-reason-work not = spaces
           perform list-undecoded-record
           exit section
       end-if

       perform tally-one-record

       exit section.

      *-----------------------------------------------------------------
      * decode-results-record
      * check the fields the summary adds up before trusting them -
      * decode-reason-work stays spaces on a record that decodes.
      *-----------------------------------------------------------------
       decode-results-record section.
       move spaces to decode-reason-work

       evaluate true
           when results-record-number is not numeric
               move "RECORD NUMBER NOT NUMERIC" to decode-reason-work
           when results-document-id not = master-document-id
               move "DOCUMENT ID DIFFERS FROM KEY"
                 to decode-reason-work
           when results-language-code = spaces
               move "LANGUAGE CODE MISSING" to decode-reason-work
           when not results-is-negative
            and not results-is-positive
               move "SIGN NOT + OR -" to decode-reason-work
           when results-value-integer is not numeric
               move "VALUE NOT NUMERIC" to decode-reason-work
           when results-is-compound not = "Y"
            and results-is-compound not = "N"
            and results-is-compound not = space
               move "COMPOUND FLAG NOT Y OR N" to decode-reason-work
           when results-has-compound-units
            and results-canonical-value is not numeric
               move "CANONICAL VALUE NOT NUMERIC"
                 to decode-reason-work
      *> the unit totals hold 37 digits; a 38-digit canonical value
      *> would lose its top digit in them and still prove, so it is
      *> listed rather than added in.
           when results-has-compound-units
            and results-canonical-value (1:1) not = "0"
               move "CANONICAL VALUE TOO LARGE TO TOTAL"
                 to decode-reason-work
           when results-has-compound-units
            and results-major-unit = spaces
               move "COMPOUND VALUE WITHOUT UNIT"
                 to decode-reason-work
           when results-house-status not = space
            and not results-house-converted
            and not results-house-rate-missing
            and not results-house-overflowed
               move "HOUSE STATUS NOT C, M OR O" to decode-reason-work
           when results-house-converted
            and results-house-value is not numeric
               move "HOUSE VALUE NOT NUMERIC" to decode-reason-work
       end-evaluate

       exit section.

      *-----------------------------------------------------------------
      * list-undecoded-record
      * count the record and keep its key and reason for the report.
      *-----------------------------------------------------------------
       list-undecoded-record section.
       add 1 to undecoded-count
       if undecoded-listed < UNDECODED-LIST-LIMIT
           add 1 to undecoded-listed
           move master-document-id
             to undecoded-document-id (undecoded-listed)
           move master-run-date to undecoded-run-date (undecoded-listed)
           move decode-reason-work
             to undecoded-reason (undecoded-listed)
       end-if
       exit section.

      *-----------------------------------------------------------------
      * tally-one-record
      * add one decoded record to its language and version's figures
      * and, separately, to the grand totals.
      *-----------------------------------------------------------------
       tally-one-record section.
       perform find-group
       if group-hit-idx = zero
           move "SUMMARY TABLE FULL - NOT ADDED IN"
             to decode-reason-work
           perform list-undecoded-record
           exit section
       end-if

       add 1 to summarized-count
       move 1 to count-idx
       perform add-one-count

       move "Y" to record-is-other-flag
       if results-has-date
           move 2 to count-idx
           perform add-one-count
       end-if
       if results-has-time
           move 3 to count-idx
           perform add-one-count
       end-if
       if results-has-percent
           move 4 to count-idx
           perform add-one-count
       end-if
       if results-is-year-phrase
           move 5 to count-idx
           perform add-one-count
       end-if

       if results-has-compound-units
           move 6 to count-idx
           perform add-one-count
           move "U" to amount-kind-work
           move function upper-case (results-major-unit)
             to amount-word-work
           move results-canonical-value to amount-value-work
           perform add-signed-amount
       end-if

      *> the house value was converted through the major unit's rate,
      *> so the major unit is the currency it came from.
       if results-house-converted
           move 7 to count-idx
           perform add-one-count
           move "C" to amount-kind-work
           move function upper-case (results-major-unit)
             to amount-word-work
           move results-house-value to amount-value-work
           perform add-signed-amount
       end-if

       if record-is-other
           move 8 to count-idx
           perform add-one-count
       end-if

       exit section.

       add-one-count section.
       add 1 to group-count (group-hit-idx count-idx)
       add 1 to grand-count (count-idx)
       if count-idx > 1
           move "N" to record-is-other-flag
       end-if
       exit section.

      *-----------------------------------------------------------------
      * find-group
      * the slot of the record's language and vocabulary version,
      * opened when first seen - zero when the table is full.
      *-----------------------------------------------------------------
       find-group section.
       move zero to group-hit-idx
       perform varying group-idx from 1 by 1
                until group-idx > group-entry-count
                   or group-hit-idx > zero
           if group-language (group-idx) = results-language-code
              and group-vocab-version (group-idx)
                    = results-vocab-version
               move group-idx to group-hit-idx
           end-if
       end-perform

       if group-hit-idx = zero
          and group-entry-count < 64
           add 1 to group-entry-count
           move group-entry-count to group-hit-idx
           initialize group-stats (group-hit-idx)
           move results-language-code
             to group-language (group-hit-idx)
           move results-vocab-version
             to group-vocab-version (group-hit-idx)
           move "N" to group-printed-flag (group-hit-idx)
       end-if
       exit section.

      *-----------------------------------------------------------------
      * add-signed-amount
      * amount-value-work, signed as the record is, onto the
      * language's total for the word and onto the word's grand total.
      *-----------------------------------------------------------------
       add-signed-amount section.
       if results-is-negative
           compute amount-value-work = zero - amount-value-work
       end-if

       move group-hit-idx to amount-group-work
       perform add-one-amount
       move zero to amount-group-work
       perform add-one-amount

       exit section.

       add-one-amount section.
       move zero to amount-hit-idx
       perform varying amount-idx from 1 by 1
                until amount-idx > amount-entry-count
                   or amount-hit-idx > zero
           if amount-group-idx (amount-idx) = amount-group-work
              and amount-kind (amount-idx) = amount-kind-work
              and amount-word (amount-idx) = amount-word-work
               move amount-idx to amount-hit-idx
           end-if
       end-perform

       if amount-hit-idx = zero
           if amount-entry-count >= 1000
               set total-has-overflowed to true
               exit section
           end-if
           add 1 to amount-entry-count
           move amount-entry-count to amount-hit-idx
           move amount-group-work to amount-group-idx (amount-hit-idx)
           move amount-kind-work to amount-kind (amount-hit-idx)
           move amount-word-work to amount-word (amount-hit-idx)
           move zero to amount-count (amount-hit-idx)
           move zero to amount-total (amount-hit-idx)
       end-if

       add 1 to amount-count (amount-hit-idx)
       add amount-value-work to amount-total (amount-hit-idx)
           on size error
               set total-has-overflowed to true
       end-add

       exit section.

      *-----------------------------------------------------------------
      * prove-subtotals
      * add every language's figures back up and hold them against
      * the grand totals kept record by record: each count, and each
      * word's count and total.
      *-----------------------------------------------------------------
       prove-subtotals section.
       set subtotals-agree to true

       perform varying count-idx from 1 by 1
                until count-idx > COUNT-KINDS
           move zero to count-check-work
           perform varying group-idx from 1 by 1
                    until group-idx > group-entry-count
               add group-count (group-idx count-idx)
                 to count-check-work
           end-perform
           if count-check-work not = grand-count (count-idx)
               set subtotals-disagree to true
           end-if
       end-perform

       if grand-count (1) not = summarized-count
           set subtotals-disagree to true
       end-if

       perform varying amount-idx from 1 by 1
                until amount-idx > amount-entry-count
           if amount-group-idx (amount-idx) = zero
               perform prove-one-word
           end-if
       end-perform

       if subtotals-disagree
           display "W2NMONTH: subtotals do not agree with the grand"
                   " total"
       end-if

       exit section.

       prove-one-word section.
       move zero to amount-count-check
       move zero to amount-total-check
       perform varying amount-sub-idx from 1 by 1
                until amount-sub-idx > amount-entry-count
           if amount-group-idx (amount-sub-idx) > zero
              and amount-kind (amount-sub-idx)
                    = amount-kind (amount-idx)
              and amount-word (amount-sub-idx)
                    = amount-word (amount-idx)
               add amount-count (amount-sub-idx) to amount-count-check
               add amount-total (amount-sub-idx) to amount-total-check
                   on size error
                       set total-has-overflowed to true
               end-add
           end-if
       end-perform
       if amount-count-check not = amount-count (amount-idx)
          or amount-total-check not = amount-total (amount-idx)
           set subtotals-disagree to true
       end-if
       exit section.

      *-----------------------------------------------------------------
      * write-month-report
      * the MONTHEND report: the sweep's own counts, a block per
      * language and version in language order, the grand totals and
      * the records that did not decode. Counts sit at column 30, as
      * on CONTROL.
      *-----------------------------------------------------------------
       write-month-report section.
       open output report-file
       if not REPORT-SUCCESS
           display "Unable to open " function trim (report-file-name)
                   " (file status " REPORT-STATUS ")"
           exit section
       end-if

       move "W2NMONTH MONTH-END VALUE SUMMARY" to report-line
       write report-line
       move "--------------------------------" to report-line
       write report-line
       move spaces to report-line
       string "MONTH OF RUN DATES           " delimited by size
              month-work (1:4)               delimited by size
              "-"                            delimited by size
              month-work (5:2)               delimited by size
         into report-line
       end-string
       write report-line
       move "RESMASTR RECORDS READ" to report-line
       move master-read-count to count-edit
       perform write-report-count-line
       move "RECORDS IN MONTH" to report-line
       move in-month-count to count-edit
       perform write-report-count-line
       move "RECORDS SUMMARIZED" to report-line
       move summarized-count to count-edit
       perform write-report-count-line
       move "RECORDS NOT DECODED" to report-line
       move undecoded-count to count-edit
       perform write-report-count-line

      *> each pass prints the lowest language and version not yet
      *> printed
       perform group-entry-count times
           move zero to group-best-idx
           perform varying group-idx from 1 by 1
                    until group-idx > group-entry-count
               if group-printed-flag (group-idx) = "N"
                   if group-best-idx = zero
                       move group-idx to group-best-idx
                   else
                       if group-language (group-idx)
                            < group-language (group-best-idx)
                          or (group-language (group-idx)
                                = group-language (group-best-idx)
                              and group-vocab-version (group-idx)
                                < group-vocab-version (group-best-idx))
                           move group-idx to group-best-idx
                       end-if
                   end-if
               end-if
           end-perform
           move "Y" to group-printed-flag (group-best-idx)
           perform write-one-group-block
       end-perform

       perform write-grand-total-block
       perform write-undecoded-list

       close report-file

       exit section.

       write-one-group-block section.
       move spaces to report-line
       write report-line
       move all "=" to report-line (1:60)
       write report-line
       move spaces to report-line
       string "LANGUAGE                     " delimited by size
              group-language (group-best-idx) delimited by size
         into report-line
       end-string
       write report-line
       move spaces to report-line
       string "VOCABULARY VERSION           " delimited by size
              group-vocab-version (group-best-idx) delimited by size
         into report-line
       end-string
       write report-line
       move spaces to report-line
       move all "=" to report-line (1:60)
       write report-line

       perform varying count-idx from 1 by 1
                until count-idx > COUNT-KINDS
           perform set-count-caption
           move count-caption-work to report-line
           move group-count (group-best-idx count-idx) to count-edit
           perform write-report-count-line
       end-perform

       move group-best-idx to amount-group-work
       perform write-amount-lines

       exit section.

       write-grand-total-block section.
       move spaces to report-line
       write report-line
       move all "=" to report-line (1:60)
       write report-line
       move "GRAND TOTAL ALL LANGUAGES AND VERSIONS" to report-line
       write report-line
       move all "=" to report-line (1:60)
       write report-line

       perform varying count-idx from 1 by 1
                until count-idx > COUNT-KINDS
           perform set-count-caption
           move count-caption-work to report-line
           move grand-count (count-idx) to count-edit
           perform write-report-count-line
       end-perform

       move zero to amount-group-work
       perform write-amount-lines

       move spaces to report-line
       write report-line
       if subtotals-agree
           move "SUBTOTALS AGREE WITH GRAND TOTAL" to report-line
       else
           move "SUBTOTALS DO NOT AGREE WITH GRAND TOTAL"
             to report-line
       end-if
       write report-line
       if total-has-overflowed
           move "A TOTAL OVERFLOWED - FIGURES INCOMPLETE"
             to report-line
           write report-line
       end-if

       exit section.

       set-count-caption section.
       evaluate count-idx
           when 1
               move "CONVERSIONS" to count-caption-work
           when 2
               move "  DATES" to count-caption-work
           when 3
               move "  CLOCK TIMES" to count-caption-work
           when 4
               move "  PERCENTS" to count-caption-work
           when 5
               move "  YEAR PHRASES" to count-caption-work
           when 6
               move "  UNIT AMOUNTS" to count-caption-work
           when 7
               move "  HOUSE CURRENCY AMOUNTS" to count-caption-work
           when 8
               move "  OTHER VALUES" to count-caption-work
       end-evaluate
       exit section.

      *-----------------------------------------------------------------
      * write-amount-lines
      * the unit totals, then the currency totals, of the group in
      * amount-group-work (zero: the grand totals).
      *-----------------------------------------------------------------
       write-amount-lines section.
       move "U" to amount-kind-work
       move spaces to report-line
       move "UNIT TOTALS (CANONICAL VALUE)" to report-line
       move "COUNT" to report-line (42:5)
       move "TOTAL" to report-line (81:5)
       write report-line
       perform write-amount-kind-lines

       move "C" to amount-kind-work
       move spaces to report-line
       move "HOUSE CURRENCY TOTALS" to report-line
       move "COUNT" to report-line (42:5)
       move "TOTAL" to report-line (81:5)
       write report-line
       perform write-amount-kind-lines
       exit section.

       write-amount-kind-lines section.
       move zero to amount-hit-idx
       perform varying amount-idx from 1 by 1
                until amount-idx > amount-entry-count
           if amount-group-idx (amount-idx) = amount-group-work
              and amount-kind (amount-idx) = amount-kind-work
               move amount-idx to amount-hit-idx
               move spaces to report-line
               move amount-word (amount-idx) to report-line (3:32)
               move amount-count (amount-idx) to count-edit
               move count-edit to report-line (38:9)
               move amount-total (amount-idx) to amount-edit
               move amount-edit to report-line (48:38)
               write report-line
           end-if
       end-perform
       if amount-hit-idx = zero
           move "  (NONE)" to report-line
           write report-line
       end-if
       exit section.

      *-----------------------------------------------------------------
      * write-undecoded-list
      * every master record the sweep could not use, by key.
      *-----------------------------------------------------------------
       write-undecoded-list section.
       move spaces to report-line
       write report-line
       move "RECORDS NOT DECODED" to report-line
       write report-line
       if undecoded-count = zero
           move "  (NONE)" to report-line
           write report-line
           exit section
       end-if

       move "  DOCUMENT ID" to report-line
       move "RUN DATE" to report-line (36:8)
       move "REASON" to report-line (46:6)
       write report-line
       perform varying undecoded-idx from 1 by 1
                until undecoded-idx > undecoded-listed
           move spaces to report-line
           move undecoded-document-id (undecoded-idx)
             to report-line (3:32)
           move undecoded-run-date (undecoded-idx)
             to report-line (36:8)
           move undecoded-reason (undecoded-idx)
             to report-line (46:40)
           write report-line
       end-perform
       if undecoded-count > undecoded-listed
           move undecoded-count to count-edit
           move spaces to report-line
           string "  ... FIRST " delimited by size
                  UNDECODED-LIST-LIMIT delimited by size
                  " LISTED OF" delimited by size
                  count-edit delimited by size
             into report-line
           end-string
           write report-line
       end-if
       exit section.

       write-report-count-line section.
       move count-edit to report-line (30:9)
       write report-line
       exit section.

      *-----------------------------------------------------------------
      * write-month-summary
      * MONTHSUM: the run-control record, then counts, unit and
      * currency records per language and version, then the grand
      * total records - see W2NMONTH.cpy.
      *-----------------------------------------------------------------
       write-month-summary section.
       open output summary-file
       if not SUMMARY-SUCCESS
           display "Unable to open " function trim (summary-file-name)
                   " (file status " SUMMARY-STATUS ")"
           exit section
       end-if

       move spaces to month-summary-record
       move month-work to month-summary-month
       set month-summary-is-control to true
       move master-read-count to month-master-read
       move in-month-count to month-records-in-month
       move summarized-count to month-records-summarized
       move undecoded-count to month-records-undecoded
       move current-stamp-work (1:14) to month-created
       perform write-summary-line

       perform varying group-idx from 1 by 1
                until group-idx > group-entry-count
           move spaces to month-summary-record
           move month-work to month-summary-month
           set month-summary-is-subtotal to true
           move group-language (group-idx) to month-summary-language
           move group-vocab-version (group-idx)
             to month-summary-vocab-version
           set month-summary-is-counts to true
           move group-count (group-idx 1) to month-conversions
           move group-count (group-idx 2) to month-dates
           move group-count (group-idx 3) to month-times
           move group-count (group-idx 4) to month-percents
           move group-count (group-idx 5) to month-year-phrases
           move group-count (group-idx 6) to month-unit-amounts
           move group-count (group-idx 7) to month-house-amounts
           move group-count (group-idx 8) to month-other-values
           perform write-summary-line
           perform varying amount-idx from 1 by 1
                    until amount-idx > amount-entry-count
               if amount-group-idx (amount-idx) = group-idx
                   perform write-summary-amount
               end-if
           end-perform
       end-perform

       move spaces to month-summary-record
       move month-work to month-summary-month
       set month-summary-is-grand to true
       set month-summary-is-counts to true
       move grand-count (1) to month-conversions
       move grand-count (2) to month-dates
       move grand-count (3) to month-times
       move grand-count (4) to month-percents
       move grand-count (5) to month-year-phrases
       move grand-count (6) to month-unit-amounts
       move grand-count (7) to month-house-amounts
       move grand-count (8) to month-other-values
       perform write-summary-line
       perform varying amount-idx from 1 by 1
                until amount-idx > amount-entry-count
           if amount-group-idx (amount-idx) = zero
               perform write-summary-amount
           end-if
       end-perform

       close summary-file

       exit section.

       write-summary-amount section.
       move spaces to month-summary-record
       move month-work to month-summary-month
       if amount-group-idx (amount-idx) = zero
           set month-summary-is-grand to true
       else
           set month-summary-is-subtotal to true
           move group-language (amount-group-idx (amount-idx))
             to month-summary-language
           move group-vocab-version (amount-group-idx (amount-idx))
             to month-summary-vocab-version
       end-if
       if amount-kind (amount-idx) = "U"
           set month-summary-is-unit to true
       else
           set month-summary-is-currency to true
       end-if
       move amount-word (amount-idx) to month-amount-word
       move amount-count (amount-idx) to month-amount-count
       move amount-total (amount-idx) to month-amount-total
       perform write-summary-line
       exit section.

       write-summary-line section.
       move spaces to summary-line
       move month-summary-record to summary-line
       write summary-line
       exit section.

      *-----------------------------------------------------------------
       finish section.

       move summarized-count to count-edit
       display "W2NMONTH summarized " count-edit " record(s) of "
               month-work " to " function trim (report-file-name)
               " and " function trim (summary-file-name)

       evaluate true
           when subtotals-disagree
           when total-has-overflowed
               move 8 to return-code
           when undecoded-count > zero
               move undecoded-count to count-edit
               display "W2NMONTH " count-edit " record(s) not decoded"
                       " - listed on " function trim (report-file-name)
               move 4 to return-code
           when other
               move zero to return-code
       end-evaluate

       exit section.

       END PROGRAM W2NMONTH.
      * EOF
