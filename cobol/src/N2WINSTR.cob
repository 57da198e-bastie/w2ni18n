      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. N2WINSTR.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * N2WINSTR draws the checks for dictated payment instructions
      * straight from what W2NBATCH converted, so nobody re-keys the
      * amounts: "N2WINSTR results-file [exceptions-file]" reads one
      * RESULTS file - any generation, partition or plain file - and
      * writes one AMOUNTS record in N2WBATCH's layout per payment it
      * selects.
      * INSTRCTL names what is a payment: "DOCUMENT-PREFIX=prefix" and
      * "CURRENCY=unitword" lines, each as often as needed ("*" as
      * the prefix takes any document id). A compound-currency record
      * whose document id starts with one of the prefixes and whose
      * currency word is on the list is selected; everything else in
      * the file is passed over.
      * The payee comes from the DOCPAYEE cross reference,
      * "document-id=payee-id" lines; the check number from the
      * CHECKSEQ sequence record (N2WCKSEQ.cpy), which is rewritten
      * with the next free number when the run ends. The document id
      * rides on the AMOUNTS record into CHECKREG, so every printed
      * check traces back to the spoken instruction behind it.
      * A selected record is held back - listed on AMTHOLD plus the
      * input's generation or partition suffix, no check drawn - when
      * its rate was missing ("M") or its conversion overflowed
      * ("O"), when its document is still open on the EXCEPTIONS file
      * of the same run (on it and not accepted, corrected or
      * rejected on DISPJRNL), when DOCPAYEE has no payee for it, when
      * the amount is no check amount (negative, zero, no cents, too
      * large), when its document already had a check drawn - this
      * run, on an earlier run's DRAWNDOC ledger (N2WDRAWN.cpy) or on
      * CHECKREG - or when the check stock is used up. The EXCEPTIONS
      * file is EXCEPTIONS plus the same suffix unless one is named;
      * an EXCEPTIONS item counts only for the W2NBATCH run that wrote
      * it, by record number, document id and run stamp.
      * Condition codes: 0 every selected payment drawn, 4 items held
      * back, 16 usage, input, INSTRCTL, DOCPAYEE or CHECKSEQ missing,
      * more EXCEPTIONS items or drawn documents than can be checked,
      * or the sequence or DRAWNDOC not rewritten.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT results-file ASSIGN TO results-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RESULTS-STATUS.
      *> what is a payment - "key=value" lines in the properties
      *> layout every control file here uses.
       SELECT control-file ASSIGN TO "INSTRCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INSTRCTL-STATUS.
       SELECT xref-file ASSIGN TO "DOCPAYEE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DOCPAYEE-STATUS.
       SELECT sequence-file ASSIGN TO "CHECKSEQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECKSEQ-STATUS.
       SELECT exceptions-file ASSIGN TO exceptions-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXCEPT-STATUS.
       SELECT journal-file ASSIGN TO "DISPJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-STATUS.
      *> every document a check was ever drawn for, and the last
      *> register N2WBATCH printed from AMOUNTS
       SELECT ledger-file ASSIGN TO "DRAWNDOC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DRAWNDOC-STATUS.
       SELECT register-file ASSIGN TO "CHECKREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECKREG-STATUS.
       SELECT amounts-file ASSIGN TO "AMOUNTS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AMOUNTS-STATUS.
       SELECT hold-file ASSIGN TO hold-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AMTHOLD-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD results-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 results-line          pic x(2200).

       FD control-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 control-line          pic x(80).

       FD xref-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 xref-line             pic x(80).

       FD sequence-file
          RECORD CONTAINS 1 TO 120 CHARACTERS.
       01 sequence-line         pic x(120).

       FD exceptions-file
          RECORD CONTAINS 1 TO 2300 CHARACTERS.
       01 exceptions-line       pic x(2300).

       FD journal-file
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 journal-line          pic x(400).

       FD ledger-file
          RECORD CONTAINS 1 TO 120 CHARACTERS.
       01 ledger-line           pic x(120).

       FD register-file
          RECORD CONTAINS 1 TO 120 CHARACTERS.
       01 register-line         pic x(120).

       FD amounts-file
          RECORD CONTAINS 1 TO 200 CHARACTERS.
       copy "N2WAMT.cpy". *> AMOUNTS record

       FD hold-file
          RECORD CONTAINS 1 TO 132 CHARACTERS.
       01 hold-line             pic x(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==RESULTS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==INSTRCTL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==DOCPAYEE==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CHECKSEQ==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==EXCEPT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==JOURNAL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==DRAWNDOC==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CHECKREG==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==AMOUNTS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==AMTHOLD==.

       77 PARMS-KEY-VALUE-DELIMITER  PIC X(1) VALUE "=".
       77 SELECT-ANY                 PIC X(1) VALUE "*".

      *> condition codes handed back to the scheduler, the same
      *> convention W2NBATCH uses.
       77 CC-CLEAN              pic 9(2) value 0.
       77 CC-WITH-ERRORS        pic 9(2) value 4.
       77 CC-NO-INPUT           pic 9(2) value 16.

       01 command-line-work     pic x(160).
       01 results-file-name     pic x(64) value spaces.
       01 exceptions-file-name  pic x(64) value spaces.
       01 hold-file-name        pic x(64).
       01 file-suffix           pic x(32).
       01 name-scan-pos         pic 9(4).
       01 current-stamp-work    pic x(21).

      *> INSTRCTL, as read. A prefix length of zero is the "*" prefix.
       01 control-scan-pos      pic 9(2).
       01 control-key-work      pic x(32).
       01 control-value-work    pic x(80).
       01 filler.
        03 select-prefix-entry   occurs 50.
         05 select-prefix         pic x(32).
         05 select-prefix-len     pic 9(2).
       01 select-prefix-count   pic 9(2) value zero.
       01 filler.
        03 select-currency-entry occurs 50.
         05 select-currency       pic x(32).
       01 select-currency-count pic 9(2) value zero.
       01 select-idx            pic 9(2).
       01 select-hit-flag       pic x(1).
         88 select-hit            value "Y".

      *> DOCPAYEE, as read
       01 xref-scan-pos         pic 9(2).
       01 filler.
        03 xref-entry            occurs 5000.
         05 xref-document-id      pic x(32).
         05 xref-payee-id         pic x(16).
       01 xref-entry-count      pic 9(4) value zero.
       01 xref-idx              pic 9(4).
       01 xref-hit-idx          pic 9(4).

      *> the documents on the run's EXCEPTIONS file and whether
      *> DISPJRNL has disposed of them ("O" open, else the final
      *> action). More items than the table holds stops the run - an
      *> item left out would count as not open.
       01 filler.
        03 exception-item        occurs 5000.
         05 exception-record-number pic 9(9).
         05 exception-document-id  pic x(32).
         05 exception-run-stamp    pic x(14).
         05 exception-state        pic x(1).
       01 exception-item-count  pic 9(4) value zero.
       01 exception-idx         pic 9(4).
       01 exception-open-count  pic 9(9) value zero.

      *> the documents a check was drawn for this run, and the check
      *> number each one took - DRAWNDOC gets them when the run ends
       01 filler.
        03 drawn-document        occurs 5000.
         05 drawn-document-id     pic x(32).
         05 drawn-check-number    pic 9(10).
       01 drawn-document-count  pic 9(4) value zero.
       01 drawn-idx             pic 9(4).

      *> the documents an earlier run drew a check for, off DRAWNDOC
      *> and CHECKREG. More than the table holds stops the run.
       01 filler.
        03 prior-document-id     pic x(32) occurs 20000.
       01 prior-document-count  pic 9(5) value zero.
       01 prior-idx             pic 9(5).

       01 next-check-number     pic 9(10).
       01 check-document-work   pic x(32).

      *> why a selected record was held back
       01 hold-reason           pic x(24).
       01 check-integer-work    pic 9(38).
       01 check-decimal-work    pic 9(2).

       01 results-read-count    pic 9(9) value zero.
       01 drawn-count           pic 9(9) value zero.
       01 held-count            pic 9(9) value zero.
       01 passed-over-count     pic 9(9) value zero.
       01 drawn-amount-total    pic 9(18) value zero.
       01 total-work            pic 9(18).

       01 hold-detail.
         05 hold-record-number    pic z(8)9.
         05 filler                pic x(2) value spaces.
         05 hold-document-id      pic x(32).
         05 filler                pic x(1) value space.
         05 hold-unit             pic x(16).
         05 filler                pic x(1) value space.
         05 hold-amount           pic z(14)9.99.
         05 filler                pic x(2) value spaces.
         05 hold-reason-out       pic x(24).
         05 filler                pic x(27) value spaces.
       01 hold-amount-work      pic 9(16)v99.
       01 report-count-edit     pic z(8)9.
       01 report-amount-edit    pic z(14)9.99.
       01 report-check-edit     pic 9(10).

       copy "W2NEXCP.cpy". *> EXCEPTIONS record
       copy "W2NRESULT.cpy". *> fixed-column RESULTS record
       copy "W2NDISP.cpy". *> DISPJRNL journal record
       copy "N2WCKSEQ.cpy". *> CHECKSEQ check-number sequence
       copy "N2WDRAWN.cpy". *> DRAWNDOC drawn-document ledger
       copy "N2WREG.cpy". *> CHECKREG positive-pay register

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       perform load-instruction-control
       perform load-payee-xref
       perform load-check-sequence
       perform load-drawn-documents
       perform load-open-exceptions
       perform open-outputs
       perform draw-checks
       perform write-hold-totals
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter N2WINSTR"

       move spaces to command-line-work
       accept command-line-work from command-line
       unstring command-line-work delimited by all space
           into results-file-name exceptions-file-name
       end-unstring

       if results-file-name = spaces
           display "usage: N2WINSTR results-file [exceptions-file]"
           move CC-NO-INPUT to return-code
           stop run
       end-if

       move function current-date to current-stamp-work

      *> the suffix after the first "." carries over to the hold
      *> listing and, unless one is named, the EXCEPTIONS file.
       move spaces to file-suffix
       move zero to name-scan-pos
       inspect results-file-name tallying name-scan-pos
               for characters before initial "."
       if name-scan-pos < 64
           move results-file-name (name-scan-pos + 1:) to file-suffix
       end-if
       move spaces to hold-file-name
       string "AMTHOLD" delimited by size
              file-suffix delimited by space
         into hold-file-name
       end-string
       if exceptions-file-name = spaces
           string "EXCEPTIONS" delimited by size
                  file-suffix delimited by space
             into exceptions-file-name
           end-string
       end-if

       open input results-file
       if not RESULTS-SUCCESS
           display "results file " function trim (results-file-name)
                   " not found (file status " RESULTS-STATUS ")"
           move CC-NO-INPUT to return-code
           stop run
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-instruction-control
      * INSTRCTL: the DOCUMENT-PREFIX and CURRENCY lists. Without
      * both nothing is a payment, so the job stops.
      *-----------------------------------------------------------------
       load-instruction-control section.
       open input control-file
       if not INSTRCTL-SUCCESS
           display "Unable to open INSTRCTL (file status "
                   INSTRCTL-STATUS ") - no payment selection"
           close results-file
           move CC-NO-INPUT to return-code
           stop run
       end-if

       perform with test before until not INSTRCTL-SUCCESS
              read control-file
              if INSTRCTL-SUCCESS
                  perform load-one-control-line
              end-if
       end-perform

       close control-file

       if select-prefix-count = zero
          or select-currency-count = zero
           display "INSTRCTL needs at least one DOCUMENT-PREFIX and"
                   " one CURRENCY"
           close results-file
           move CC-NO-INPUT to return-code
           stop run
       end-if

       display "selecting " select-prefix-count " prefix(es), "
               select-currency-count " currency word(s)"

       exit section.

       load-one-control-line section.

           if control-line (1:1) not = "#" and
              control-line not = spaces

           move zero to control-scan-pos
           perform varying control-scan-pos from 1 by 1
                    until control-scan-pos > 80
                       or control-line (control-scan-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if control-scan-pos > 1 and control-scan-pos < 80
               move function upper-case (function trim
                    (control-line (1:control-scan-pos - 1)))
                 to control-key-work
               move function trim (control-line
                    (control-scan-pos + 1:))
                 to control-value-work
               evaluate true
                   when control-value-work = spaces
                       display "INSTRCTL line ignored: "
                               function trim (control-line)
                   when control-key-work = "DOCUMENT-PREFIX"
                    and select-prefix-count < 50
                       add 1 to select-prefix-count
                       move control-value-work
                         to select-prefix (select-prefix-count)
                       move zero
                         to select-prefix-len (select-prefix-count)
                       if control-value-work not = SELECT-ANY
                           move function length (function trim
                                (control-value-work))
                             to select-prefix-len
                                (select-prefix-count)
                       end-if
                   when control-key-work = "CURRENCY"
                    and select-currency-count < 50
                       add 1 to select-currency-count
                       move function upper-case (control-value-work)
                         to select-currency (select-currency-count)
                   when other
                       display "INSTRCTL line ignored: "
                               function trim (control-line)
               end-evaluate
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-payee-xref
      * DOCPAYEE: "document-id=payee-id" lines, the payee every
      * instruction's check is made out to.
      *-----------------------------------------------------------------
       load-payee-xref section.
       open input xref-file
       if not DOCPAYEE-SUCCESS
           display "Unable to open DOCPAYEE (file status "
                   DOCPAYEE-STATUS ") - no payees for the checks"
           close results-file
           move CC-NO-INPUT to return-code
           stop run
       end-if

       perform with test before until not DOCPAYEE-SUCCESS
              read xref-file
              if DOCPAYEE-SUCCESS
                  perform load-one-xref-line
              end-if
       end-perform

       close xref-file

       display "loaded " xref-entry-count " document payee(s)"

       exit section.

       load-one-xref-line section.

           if xref-line (1:1) not = "#" and
              xref-line not = spaces

           move zero to xref-scan-pos
           perform varying xref-scan-pos from 1 by 1
                    until xref-scan-pos > 80
                       or xref-line (xref-scan-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           evaluate true
               when xref-scan-pos < 2 or xref-scan-pos >= 80
               when xref-line (xref-scan-pos + 1:) = spaces
                   display "DOCPAYEE line ignored: "
                           function trim (xref-line)
               when xref-entry-count >= 5000
                   display "DOCPAYEE line ignored - table full: "
                           function trim (xref-line)
               when other
                   add 1 to xref-entry-count
                   move function trim
                        (xref-line (1:xref-scan-pos - 1))
                     to xref-document-id (xref-entry-count)
                   move function trim (xref-line (xref-scan-pos + 1:))
                     to xref-payee-id (xref-entry-count)
           end-evaluate
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-check-sequence
      * CHECKSEQ: the next check number to issue and the last one
      * the stock allows. A run without it would have to invent
      * check numbers, so it does not start.
      *-----------------------------------------------------------------
       load-check-sequence section.
       open input sequence-file
       if CHECKSEQ-SUCCESS
           read sequence-file
       end-if
       if not CHECKSEQ-SUCCESS
           display "CHECKSEQ not found (file status " CHECKSEQ-STATUS
                   ") - no check numbers to issue"
           close results-file
           move CC-NO-INPUT to return-code
           stop run
       end-if
       move sequence-line to check-sequence-record
       close sequence-file

       if ckseq-next-number is not numeric
          or ckseq-last-number is not numeric
          or ckseq-next-number = zero
           display "CHECKSEQ needs a numeric next check number and a"
                   " numeric last check number"
           close results-file
           move CC-NO-INPUT to return-code
           stop run
       end-if

       move ckseq-next-number to next-check-number
       move next-check-number to report-check-edit
       display "next check number " report-check-edit

       exit section.

      *-----------------------------------------------------------------
      * load-drawn-documents
      * every document an earlier run drew a check for: the DRAWNDOC
      * ledger, and the detail records of the last CHECKREG (checks
      * printed before the ledger was kept). Either file may be
      * missing; more documents than the table holds stops the run,
      * since one left out could be paid twice.
      *-----------------------------------------------------------------
       load-drawn-documents section.
       move zero to prior-document-count

       open input ledger-file
       if DRAWNDOC-SUCCESS
           perform with test before until not DRAWNDOC-SUCCESS
               read ledger-file
               if DRAWNDOC-SUCCESS
                   move ledger-line to drawn-ledger-record
                   move ledger-document-id to check-document-work
                   perform note-prior-document
               end-if
           end-perform
           close ledger-file
       end-if

       open input register-file
       if CHECKREG-SUCCESS
           perform with test before until not CHECKREG-SUCCESS
               read register-file
               if CHECKREG-SUCCESS
                   move register-line to register-detail-record
                   if reg-record-is-detail
                       move reg-document-id to check-document-work
                       perform note-prior-document
                   end-if
               end-if
           end-perform
           close register-file
       end-if

       move prior-document-count to report-count-edit
       display "earlier runs drew " report-count-edit
               " document(s)"

       exit section.

       note-prior-document section.
       if check-document-work = spaces
           exit section
       end-if
       perform find-prior-document
       if prior-idx <= prior-document-count
           exit section
       end-if

       if prior-document-count >= 20000
           display "more than 20000 documents on DRAWNDOC and"
                   " CHECKREG - earlier checks cannot be checked,"
                   " no checks drawn"
           close results-file
           move CC-NO-INPUT to return-code
           stop run
       end-if
       add 1 to prior-document-count
       move check-document-work
         to prior-document-id (prior-document-count)
       exit section.

      *-----------------------------------------------------------------
      * load-open-exceptions
      * every document on the run's EXCEPTIONS file, then DISPJRNL
      * for the ones a reviewer has disposed of - the same item key
      * W2NDISP journals under: the EXCEPTIONS file name, the results
      * record number and document id, and the run stamp. No
      * EXCEPTIONS file means no rule diverted anything; more items
      * than the table holds means the control cannot be applied, and
      * no check is drawn.
      *-----------------------------------------------------------------
       load-open-exceptions section.
       move zero to exception-item-count

       open input exceptions-file
       if not EXCEPT-SUCCESS
           display "no exceptions file "
                   function trim (exceptions-file-name)
           exit section
       end-if

       perform with test before until not EXCEPT-SUCCESS
           read exceptions-file
           if EXCEPT-SUCCESS
               if exception-item-count >= 5000
                   display function trim (exceptions-file-name)
                           " holds more than 5000 items - open items"
                           " cannot be checked, no checks drawn"
                   close exceptions-file
                   close results-file
                   move CC-NO-INPUT to return-code
                   stop run
               end-if
               move exceptions-line to exceptions-record
               move exceptions-results to results-record
               add 1 to exception-item-count
               move results-record-number
                 to exception-record-number (exception-item-count)
               move results-document-id
                 to exception-document-id (exception-item-count)
               move exceptions-run-stamp
                 to exception-run-stamp (exception-item-count)
               move "O" to exception-state (exception-item-count)
           end-if
       end-perform
       close exceptions-file

       open input journal-file
       if JOURNAL-SUCCESS
           perform with test before until not JOURNAL-SUCCESS
               read journal-file
               if JOURNAL-SUCCESS
                   move journal-line to disposition-record
                   if disposition-exceptions-file
                        = exceptions-file-name
                      and disposition-is-final
                       perform close-exception-item
                   end-if
               end-if
           end-perform
           close journal-file
       end-if

       move zero to exception-open-count
       perform varying exception-idx from 1 by 1
                until exception-idx > exception-item-count
           if exception-state (exception-idx) = "O"
               add 1 to exception-open-count
           end-if
       end-perform

       move exception-open-count to report-count-edit
       display function trim (exceptions-file-name) ": "
               report-count-edit " item(s) still open"

       exit section.

       close-exception-item section.
       perform varying exception-idx from 1 by 1
                until exception-idx > exception-item-count
           if exception-record-number (exception-idx)
                = disposition-record-number
              and exception-document-id (exception-idx)
                = disposition-document-id
              and exception-run-stamp (exception-idx)
                = disposition-run-stamp
               move disposition-action
                 to exception-state (exception-idx)
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * open-outputs
      *-----------------------------------------------------------------
       open-outputs section.
       open output amounts-file
       if not AMOUNTS-SUCCESS
           display "Unable to open AMOUNTS (file status "
                   AMOUNTS-STATUS ")"
           close results-file
           move CC-NO-INPUT to return-code
           stop run
       end-if
       open output hold-file
       if not AMTHOLD-SUCCESS
           display "Unable to open " function trim (hold-file-name)
                   " (file status " AMTHOLD-STATUS ")"
           close results-file amounts-file
           move CC-NO-INPUT to return-code
           stop run
       end-if

       move "N2WINSTR PAYMENT INSTRUCTIONS HELD BACK" to hold-line
       write hold-line
       move spaces to hold-line
       string "RESULTS FILE " delimited by size
              results-file-name delimited by space
              "   EXCEPTIONS FILE " delimited by size
              exceptions-file-name delimited by space
         into hold-line
       end-string
       write hold-line
       move "   RECORD  DOCUMENT-ID                      UNIT        "
       &    "                 AMOUNT  REASON"
         to hold-line
       write hold-line

       exit section.

      *-----------------------------------------------------------------
      * draw-checks
      * every selected RESULTS record becomes a check or is held
      * back. "#" lines (a partition's "#C" markers) are no records.
      *-----------------------------------------------------------------
       draw-checks section.
       perform with test before until not RESULTS-SUCCESS
           read results-file
           if RESULTS-SUCCESS
              and results-line (1:1) not = "#"
               move results-line to results-record
               add 1 to results-read-count
               perform draw-one-check
           end-if
       end-perform
       exit section.

       draw-one-check section.
       perform select-payment
       if not select-hit
           add 1 to passed-over-count
           exit section
       end-if

      *> the check amount: the canonical total in cents
       move zero to check-integer-work
       move zero to check-decimal-work
       if results-minor-ratio = 100
           divide results-canonical-value by 100
               giving check-integer-work
               remainder check-decimal-work
       end-if

       move spaces to hold-reason
       evaluate true
           when results-house-rate-missing
               move "RATE MISSING" to hold-reason
           when results-house-overflowed
               move "CONVERSION OVERFLOW" to hold-reason
           when results-document-id = spaces
               move "NO DOCUMENT ID" to hold-reason
           when other
               perform find-open-exception
               if exception-idx <= exception-item-count
                   move "OPEN ON EXCEPTIONS" to hold-reason
               end-if
       end-evaluate

       if hold-reason = spaces
           perform find-document-payee
           evaluate true
               when xref-hit-idx = zero
                   move "NO PAYEE ON DOCPAYEE" to hold-reason
               when results-minor-ratio not = 100
                   move "NO CENTS IN CURRENCY" to hold-reason
               when results-is-negative
                   move "NEGATIVE AMOUNT" to hold-reason
               when results-canonical-value = zero
                   move "ZERO AMOUNT" to hold-reason
               when check-integer-work > 999999999999
                   move "AMOUNT TOO LARGE" to hold-reason
               when other
                   continue
           end-evaluate
       end-if

       if hold-reason = spaces
           perform find-drawn-document
           move results-document-id to check-document-work
           perform find-prior-document
           evaluate true
               when drawn-idx <= drawn-document-count
                   move "DOCUMENT ALREADY DRAWN" to hold-reason
               when prior-idx <= prior-document-count
                   move "DRAWN IN EARLIER RUN" to hold-reason
               when drawn-document-count >= 5000
                   move "TOO MANY CHECKS IN RUN" to hold-reason
               when ckseq-last-number not = zero
                and next-check-number > ckseq-last-number
                   move "CHECK STOCK EXHAUSTED" to hold-reason
               when other
                   compute total-work = drawn-amount-total
                           + results-canonical-value
                       on size error
                           move "AMOUNT TOTAL OVERFLOW"
                             to hold-reason
                   end-compute
           end-evaluate
       end-if

       if hold-reason not = spaces
           perform write-hold-line
           exit section
       end-if

       perform write-amount-record

       exit section.

      *-----------------------------------------------------------------
      * select-payment
      * a compound-currency record with a listed currency word and a
      * document id under one of the prefixes is a payment.
      *-----------------------------------------------------------------
       select-payment section.
       move "N" to select-hit-flag
       if not results-has-compound-units
           exit section
       end-if

       perform varying select-idx from 1 by 1
                until select-idx > select-currency-count
                   or select-hit
           if select-currency (select-idx)
                = function upper-case (results-major-unit)
               move "Y" to select-hit-flag
           end-if
       end-perform
       if not select-hit
           exit section
       end-if

       move "N" to select-hit-flag
       perform varying select-idx from 1 by 1
                until select-idx > select-prefix-count
                   or select-hit
           if select-prefix-len (select-idx) = zero
              or results-document-id
                   (1:select-prefix-len (select-idx))
                 = select-prefix (select-idx)
                   (1:select-prefix-len (select-idx))
               move "Y" to select-hit-flag
           end-if
       end-perform

       exit section.

      *-----------------------------------------------------------------
      * find-open-exception
      * exception-idx at the open EXCEPTIONS item for the record's
      * document, past the table when there is none.
      *-----------------------------------------------------------------
       find-open-exception section.
       perform varying exception-idx from 1 by 1
                until exception-idx > exception-item-count
                   or (exception-state (exception-idx) = "O"
                       and exception-document-id (exception-idx)
                         = results-document-id)
       end-perform
       exit section.

       find-document-payee section.
       move zero to xref-hit-idx
       perform varying xref-idx from 1 by 1
                until xref-idx > xref-entry-count
                   or xref-hit-idx > zero
           if xref-document-id (xref-idx) = results-document-id
               move xref-idx to xref-hit-idx
           end-if
       end-perform
       exit section.

       find-drawn-document section.
       perform varying drawn-idx from 1 by 1
                until drawn-idx > drawn-document-count
                   or drawn-document-id (drawn-idx)
                        = results-document-id
       end-perform
       exit section.

       find-prior-document section.
       perform varying prior-idx from 1 by 1
                until prior-idx > prior-document-count
                   or prior-document-id (prior-idx)
                        = check-document-work
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * write-amount-record
      * the AMOUNTS record N2WBATCH prints the check from. The
      * language the instruction was spoken in goes with its currency
      * word - the word only means something in that language.
      *-----------------------------------------------------------------
       write-amount-record section.
       move spaces to amount-line
       move results-language-code to amount-language
       move space to amount-sign
       move check-integer-work to amount-integer
       move check-decimal-work to amount-decimal
       move function upper-case (results-major-unit)
         to amount-currency
       move next-check-number to amount-check-number
       move xref-payee-id (xref-hit-idx) to amount-payee-id
       move results-document-id to amount-document-id
       write amount-line

       add 1 to drawn-document-count
       move results-document-id
         to drawn-document-id (drawn-document-count)
       move next-check-number
         to drawn-check-number (drawn-document-count)
       add 1 to next-check-number
       add 1 to drawn-count
       move total-work to drawn-amount-total

       exit section.

      *-----------------------------------------------------------------
      * write-hold-line
      * the payment held back, with the amount as converted and why.
      *-----------------------------------------------------------------
       write-hold-line section.
       add 1 to held-count
       move results-record-number to hold-record-number
       move results-document-id to hold-document-id
       move results-major-unit to hold-unit
       compute hold-amount-work =
           results-major-value + results-minor-value / 100
           on size error
               move zero to hold-amount-work
       end-compute
       move hold-amount-work to hold-amount
       move hold-reason to hold-reason-out
       move hold-detail to hold-line
       write hold-line
       exit section.

      *-----------------------------------------------------------------
      * write-hold-totals
      *-----------------------------------------------------------------
       write-hold-totals section.
       move spaces to hold-line
       write hold-line
       move "RESULTS READ" to hold-line
       move results-read-count to report-count-edit
       move report-count-edit to hold-line (30:9)
       write hold-line
       move "CHECKS DRAWN" to hold-line
       move drawn-count to report-count-edit
       move report-count-edit to hold-line (30:9)
       write hold-line
       move "PAYMENTS HELD BACK" to hold-line
       move held-count to report-count-edit
       move report-count-edit to hold-line (30:9)
       write hold-line
       move "NOT SELECTED" to hold-line
       move passed-over-count to report-count-edit
       move report-count-edit to hold-line (30:9)
       write hold-line
       move "AMOUNT DRAWN" to hold-line
       compute report-amount-edit = drawn-amount-total / 100
       move report-amount-edit to hold-line (30:18)
       write hold-line
       if drawn-count > zero
           move "FIRST CHECK NUMBER" to hold-line
           move ckseq-next-number to report-check-edit
           move report-check-edit to hold-line (30:10)
           write hold-line
           move "LAST CHECK NUMBER" to hold-line
           compute report-check-edit = next-check-number - 1
           move report-check-edit to hold-line (30:10)
           write hold-line
       end-if
       exit section.

      *-----------------------------------------------------------------
      * finish
      * the sequence moves past every number this run drew before the
      * run counts as done - if CHECKSEQ cannot be rewritten the
      * AMOUNTS file must not go to print.
      *-----------------------------------------------------------------
       finish section.

       close results-file
       close amounts-file
       close hold-file

       move next-check-number to ckseq-next-number
       move current-stamp-work (1:14) to ckseq-updated-stamp
       move results-file-name to ckseq-updated-from
       move drawn-count to ckseq-drawn-count
       open output sequence-file
       if CHECKSEQ-SUCCESS
           move check-sequence-record to sequence-line
           write sequence-line
       end-if
       if not CHECKSEQ-SUCCESS
           display "N2WINSTR: CHECKSEQ not rewritten (file status "
                   CHECKSEQ-STATUS ") - next check number "
                   next-check-number " - do not print AMOUNTS"
           move CC-NO-INPUT to return-code
           stop run
       end-if
       close sequence-file

      *> the documents drawn go onto the ledger only once the run is
      *> complete, so an aborted run leaves nothing held for a rerun
       open extend ledger-file
       if DRAWNDOC-NOT_EXISTS
           open output ledger-file
       end-if
       perform varying drawn-idx from 1 by 1
                until drawn-idx > drawn-document-count
                   or not DRAWNDOC-SUCCESS
           move spaces to drawn-ledger-record
           move drawn-document-id (drawn-idx) to ledger-document-id
           move drawn-check-number (drawn-idx) to ledger-check-number
           move current-stamp-work (1:14) to ledger-drawn-stamp
           move results-file-name to ledger-results-file
           move drawn-ledger-record to ledger-line
           write ledger-line
       end-perform
       if not DRAWNDOC-SUCCESS
           display "N2WINSTR: DRAWNDOC not updated (file status "
                   DRAWNDOC-STATUS ") - a rerun would draw these"
                   " checks again - do not print AMOUNTS"
           move CC-NO-INPUT to return-code
           stop run
       end-if
       close ledger-file

       move drawn-count to report-count-edit
       display "N2WINSTR drew " report-count-edit
               " check(s) to AMOUNTS"
       if held-count > zero
           move held-count to report-count-edit
           display "N2WINSTR " report-count-edit " payment(s) on "
                   function trim (hold-file-name) " - held back"
           move CC-WITH-ERRORS to return-code
       else
           move CC-CLEAN to return-code
       end-if

       exit section.

       END PROGRAM N2WINSTR.
      * EOF
