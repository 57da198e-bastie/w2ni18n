      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. N2WPAYEE.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * N2WPAYEE maintains the PAYEEMST payee master N2WBATCH prints
      * its checks from - an INDEXED file keyed on the payee id of the
      * AMOUNTS records, holding name, address lines, the preferred
      * language and an active/blocked status (N2WPAYEE.cpy).
      * "N2WPAYEE [transaction-file]" runs a reviewed file of fixed-
      * column transactions (default PAYEETXN): A adds a payee, C
      * changes the fields given, B blocks and U unblocks checks to
      * the payee, D deletes it. A payee needs a name, a first address
      * line and a registered language (data/languages.properties);
      * a second registered language makes every check to the payee
      * bilingual.
      * Every transaction is journaled on PAYEEJRNL as applied or
      * rejected with the reason, run after run. The first run creates
      * the master. "N2WPAYEE LIST" lists the whole master on PAYEELST
      * instead.
      * Condition codes: 0 every transaction applied, 4 transactions
      * rejected, 16 transaction file missing or master unusable.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT transaction-file ASSIGN TO transaction-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAYEETXN-STATUS.
       SELECT payee-file ASSIGN TO "PAYEEMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS payee-master-id
              FILE STATUS IS PAYEEMST-STATUS.
       SELECT journal-file ASSIGN TO "PAYEEJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAYEEJRNL-STATUS.
       SELECT listing-file ASSIGN TO "PAYEELST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAYEELST-STATUS.
       SELECT languages-file ASSIGN TO "data/languages.properties"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LANGUAGES-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD transaction-file
          RECORD CONTAINS 1 TO 240 CHARACTERS.
       01 transaction-line      pic x(240).

       FD payee-file
          RECORD CONTAINS 240 CHARACTERS.
       01 payee-master-record.
         05 payee-master-id     pic x(16).
         05 filler              pic x(224).

       FD journal-file
          RECORD CONTAINS 1 TO 132 CHARACTERS.
       01 journal-line          pic x(132).

       FD listing-file
          RECORD CONTAINS 1 TO 132 CHARACTERS.
       01 listing-line          pic x(132).

       FD languages-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 languages-line        pic x(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PAYEETXN==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PAYEEMST==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PAYEEJRNL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PAYEELST==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==LANGUAGES==.

      *> installed-language registry, as W2NEDIT reads it - a payee's
      *> language must be one N2W can spell in.
       01 filler.
        03 registered-language-code pic x(2) occurs 16.
       01 registered-language-count pic 9(2) value zero.
       01 registry-idx          pic 9(2).
       01 language-ok-flag      pic x(1).
       01 language-work         pic x(2).

       01 command-line-work     pic x(80).
       01 transaction-file-name pic x(64) value "PAYEETXN".
       01 run-mode-flag         pic x(1) value "M".
         88 run-is-maintenance    value "M".
         88 run-is-listing        value "L".
       01 current-stamp-work    pic x(21).
       01 run-date-work         pic x(8).

       01 transaction-count     pic 9(9) value zero.
       01 applied-count         pic 9(9) value zero.
       01 rejected-count        pic 9(9) value zero.
       01 listed-count          pic 9(9) value zero.
       01 record-count-edit     pic z(8)9.

      *> why a transaction was turned away - spaces when it applied
       01 reject-reason         pic x(40).
       01 address-idx           pic 9(1).
      *> "--" in a change transaction's second language removes it
       77 PAYEE-NO-LANGUAGE     pic x(2) value "--".

       copy "N2WPAYEE.cpy". *> payee master and transaction records

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       if run-is-listing
           perform list-payees
       else
           perform apply-transactions
       end-if
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter N2WPAYEE"

       move function current-date to current-stamp-work
       move current-stamp-work (1:8) to run-date-work

       move spaces to command-line-work
       accept command-line-work from command-line
       if command-line-work not = spaces
           unstring command-line-work delimited by all space
               into transaction-file-name
           end-unstring
       end-if
       if function upper-case (transaction-file-name) = "LIST"
           set run-is-listing to true
       end-if

      *> the first run finds no master and creates it empty
       open i-o payee-file
       if PAYEEMST-NOT_EXISTS and run-is-maintenance
           open output payee-file
           close payee-file
           display "PAYEEMST created"
           open i-o payee-file
       end-if
       if not PAYEEMST-SUCCESS
           display "Unable to open PAYEEMST (file status "
                   PAYEEMST-STATUS ")"
           move 16 to return-code
           stop run
       end-if

       if run-is-listing
           exit section
       end-if

       perform load-language-registry

       open input transaction-file
       if not PAYEETXN-SUCCESS
           display "transaction file "
                   function trim (transaction-file-name)
                   " not found (file status " PAYEETXN-STATUS ")"
           close payee-file
           move 16 to return-code
           stop run
       end-if

      *> the journal is appended run after run, like VOCJRNL
       open extend journal-file
       if PAYEEJRNL-NOT_EXISTS
           open output journal-file
       end-if
       if not PAYEEJRNL-SUCCESS
           display "Unable to open PAYEEJRNL (file status "
                   PAYEEJRNL-STATUS ") - aborting before any change"
           close payee-file transaction-file
           move 16 to return-code
           stop run
       end-if

       exit section.

      *-----------------------------------------------------------------
       load-language-registry section.
       move zero to registered-language-count

       open input languages-file
       if LANGUAGES-SUCCESS
           perform with test before until not LANGUAGES-SUCCESS
               read languages-file
               if LANGUAGES-SUCCESS
                   if languages-line (1:1) not = "#"
                      and languages-line not = spaces
                      and registered-language-count < 16
                       add 1 to registered-language-count
                       move function upper-case
                            (languages-line (1:2))
                         to registered-language-code
                              (registered-language-count)
                   end-if
               end-if
           end-perform
           close languages-file
       end-if

       if registered-language-count = zero
           move 2 to registered-language-count
           move "EN" to registered-language-code (1)
           move "DE" to registered-language-code (2)
       end-if

       exit section.

       check-language-code section.
       move "N" to language-ok-flag
       perform varying registry-idx from 1 by 1
                until registry-idx > registered-language-count
           if language-work = registered-language-code (registry-idx)
               move "Y" to language-ok-flag
               move registered-language-count to registry-idx
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * apply-transactions
      * one transaction per record; "#" lines are comments.
      *-----------------------------------------------------------------
       apply-transactions section.
       perform with test before until not PAYEETXN-SUCCESS
           read transaction-file
           if PAYEETXN-SUCCESS
              and transaction-line (1:1) not = "#"
              and transaction-line not = spaces
               add 1 to transaction-count
               move transaction-line to payee-transaction
               perform apply-one-transaction
               perform write-journal-line
           end-if
       end-perform
       exit section.

       apply-one-transaction section.
       move spaces to reject-reason
       move function upper-case (ptx-action) to ptx-action
       move function upper-case (ptx-language) to ptx-language
       move function upper-case (ptx-second-language)
         to ptx-second-language

       if ptx-payee-id = spaces
           move "NO PAYEE ID" to reject-reason
           exit section
       end-if

       evaluate true
           when ptx-is-add
               perform add-payee
           when ptx-is-change
               perform change-payee
           when ptx-is-block
           when ptx-is-unblock
               perform set-payee-status
           when ptx-is-delete
               perform delete-payee
           when other
               move "UNKNOWN ACTION - USE A, C, B, U OR D"
                 to reject-reason
       end-evaluate

       exit section.

       add-payee section.
       if ptx-name = spaces
           move "NO PAYEE NAME" to reject-reason
           exit section
       end-if
       if ptx-address-line (1) = spaces
           move "NO FIRST ADDRESS LINE" to reject-reason
           exit section
       end-if
       move ptx-language to language-work
       perform check-language-code
       if language-ok-flag not = "Y"
           move "LANGUAGE NOT REGISTERED" to reject-reason
           exit section
       end-if

       initialize payee-record
       move ptx-payee-id to payee-id
       move ptx-name to payee-name
       perform varying address-idx from 1 by 1 until address-idx > 4
           move ptx-address-line (address-idx)
             to payee-address-line (address-idx)
       end-perform
       move ptx-language to payee-language
       if ptx-second-language not = spaces
          and ptx-second-language not = PAYEE-NO-LANGUAGE
           perform check-second-language
           if reject-reason not = spaces
               exit section
           end-if
           move ptx-second-language to payee-second-language
       end-if
       set payee-is-active to true
       move run-date-work to payee-maintained-date

       move payee-record to payee-master-record
       write payee-master-record
           invalid key
               move "PAYEE ALREADY ON FILE" to reject-reason
       end-write

       exit section.

       change-payee section.
       perform read-payee
       if reject-reason not = spaces
           exit section
       end-if

       if ptx-name not = spaces
           move ptx-name to payee-name
       end-if
       perform varying address-idx from 1 by 1 until address-idx > 4
           if ptx-address-line (address-idx) not = spaces
               move ptx-address-line (address-idx)
                 to payee-address-line (address-idx)
           end-if
       end-perform
       if ptx-language not = spaces
           move ptx-language to language-work
           perform check-language-code
           if language-ok-flag not = "Y"
               move "LANGUAGE NOT REGISTERED" to reject-reason
               exit section
           end-if
           move ptx-language to payee-language
       end-if
       evaluate true
           when ptx-second-language = PAYEE-NO-LANGUAGE
               move spaces to payee-second-language
           when ptx-second-language not = spaces
               perform check-second-language
               if reject-reason not = spaces
                   exit section
               end-if
               move ptx-second-language to payee-second-language
           when other
               continue
       end-evaluate
      *> a first language changed to the second leaves one language
       if payee-second-language = payee-language
           move spaces to payee-second-language
       end-if

       perform rewrite-payee
       exit section.

      *-----------------------------------------------------------------
      * check-second-language
      * the second language of a bilingual payee: registered, and not
      * the payee's first language again.
      *-----------------------------------------------------------------
       check-second-language section.
       move ptx-second-language to language-work
       perform check-language-code
       if language-ok-flag not = "Y"
           move "SECOND LANGUAGE NOT REGISTERED" to reject-reason
           exit section
       end-if
       if ptx-second-language = ptx-language
          or (ptx-language = spaces
              and ptx-second-language = payee-language)
           move "SECOND LANGUAGE SAME AS FIRST" to reject-reason
       end-if
       exit section.

       set-payee-status section.
       perform read-payee
       if reject-reason not = spaces
           exit section
       end-if

       evaluate true
           when ptx-is-block and payee-is-blocked
               move "PAYEE ALREADY BLOCKED" to reject-reason
           when ptx-is-unblock and payee-is-active
               move "PAYEE NOT BLOCKED" to reject-reason
           when ptx-is-block
               set payee-is-blocked to true
               perform rewrite-payee
           when other
               set payee-is-active to true
               perform rewrite-payee
       end-evaluate
       exit section.

       delete-payee section.
       perform read-payee
       if reject-reason not = spaces
           exit section
       end-if

       delete payee-file record
           invalid key
               move "PAYEE NOT DELETED" to reject-reason
       end-delete
       exit section.

       read-payee section.
       move ptx-payee-id to payee-master-id
       read payee-file record
           invalid key
               move "PAYEE NOT ON FILE" to reject-reason
           not invalid key
               move payee-master-record to payee-record
       end-read
       exit section.

       rewrite-payee section.
       move run-date-work to payee-maintained-date
       move payee-record to payee-master-record
       rewrite payee-master-record
           invalid key
               move "PAYEE NOT REWRITTEN" to reject-reason
       end-rewrite
       exit section.

      *-----------------------------------------------------------------
      * write-journal-line
      * one applied/rejected line per transaction, with the run date
      * and the transaction as it came in.
      *-----------------------------------------------------------------
       write-journal-line section.
       move spaces to journal-line
       if reject-reason = spaces
           add 1 to applied-count
           string "APPLIED  " delimited by size
                  run-date-work delimited by size
                  " " delimited by size
                  ptx-action delimited by size
                  " " delimited by size
                  ptx-payee-id delimited by size
                  " " delimited by size
                  ptx-name delimited by size
             into journal-line
           end-string
       else
           add 1 to rejected-count
           string "REJECTED " delimited by size
                  run-date-work delimited by size
                  " " delimited by size
                  ptx-action delimited by size
                  " " delimited by size
                  ptx-payee-id delimited by size
                  " " delimited by size
                  reject-reason delimited by size
             into journal-line
           end-string
           display "N2WPAYEE: transaction " transaction-count
                   " rejected - " function trim (reject-reason)
       end-if
       write journal-line
       exit section.

      *-----------------------------------------------------------------
      * list-payees
      * the whole master in payee-id order, one line per payee and
      * its address lines beneath.
      *-----------------------------------------------------------------
       list-payees section.
       open output listing-file
       if not PAYEELST-SUCCESS
           display "Unable to open PAYEELST (file status "
                   PAYEELST-STATUS ")"
           close payee-file
           move 16 to return-code
           stop run
       end-if

       move "N2WPAYEE PAYEE MASTER LISTING" to listing-line
       write listing-line
       move spaces to listing-line
       string "PAYEE ID          NAME" delimited by size
              "                                     " delimited by size
              "LANG  STATUS  MAINTAINED" delimited by size
         into listing-line
       end-string
       write listing-line

       move low-values to payee-master-id
       start payee-file key is not less than payee-master-id
           invalid key
               continue
       end-start

       perform with test before until not PAYEEMST-SUCCESS
           read payee-file next record
           if PAYEEMST-SUCCESS
               move payee-master-record to payee-record
               perform list-one-payee
           end-if
       end-perform

       move spaces to listing-line
       write listing-line
       move "PAYEES ON FILE" to listing-line
       move listed-count to record-count-edit
       move record-count-edit to listing-line (30:9)
       write listing-line

       close listing-file
       exit section.

       list-one-payee section.
       add 1 to listed-count
       move spaces to listing-line
       move payee-id to listing-line (1:16)
       move payee-name to listing-line (19:40)
       move payee-language to listing-line (60:2)
       if payee-second-language not = spaces
           move "/" to listing-line (62:1)
           move payee-second-language to listing-line (63:2)
       end-if
       if payee-is-blocked
           move "BLOCKED" to listing-line (66:7)
       else
           move "ACTIVE" to listing-line (66:7)
       end-if
       move payee-maintained-date to listing-line (74:8)
       write listing-line
       perform varying address-idx from 1 by 1 until address-idx > 4
           if payee-address-line (address-idx) not = spaces
               move spaces to listing-line
               move payee-address-line (address-idx)
                 to listing-line (19:40)
               write listing-line
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
       finish section.

       close payee-file

       if run-is-listing
           move listed-count to record-count-edit
           display "N2WPAYEE listed " record-count-edit
                   " payee(s) on PAYEELST"
           move zero to return-code
           exit section
       end-if

       close transaction-file
       close journal-file

       move transaction-count to record-count-edit
       display "N2WPAYEE ran " record-count-edit " transaction(s), "
               applied-count " applied, " rejected-count " rejected"

       if rejected-count > zero
           move 4 to return-code
       else
           move zero to return-code
       end-if

       exit section.

       END PROGRAM N2WPAYEE.
      * EOF
