      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. N2WPAID.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * N2WPAID closes the positive-pay loop: "N2WPAID paid-items-file
      * [as-of-date]" matches the bank's paid-items file (N2WPAID.cpy)
      * against every CHECKREG register N2WBATCH wrote, on check
      * number, payee id and amount, and reports each item the bank
      * paid - as issued, with a different amount, to a different
      * payee, never issued by us, presented a second time, or
      * presented after we voided it. The checks still outstanding
      * are aged on the as-of date (default today) into 30/60/90/180
      * day buckets, and the stale-dated ones are listed for void or
      * escheat.
      * PAIDCTL names the registers, in the properties layout every
      * control file here uses: "REGISTER=file" once per CHECKREG
      * generation, "STALE-DAYS=n" (default 180), and "VOID=check" or
      * "ESCHEAT=check" to close an outstanding check by hand.
      * The status of every check is carried on CHECKSTAT
      * (N2WCKST.cpy), so a check reconciled once drops off and the
      * next run only shows what is still open. The report goes to
      * PAIDREC. Nothing is updated when a register or the paid-items
      * file does not balance to its trailer.
      * Condition codes: 0 everything paid as issued, 4 exceptions,
      * stale-dated checks or refused control cards, 8 paid-items
      * file out of balance, 16 usage, PAIDCTL, a register or the
      * paid-items file missing or a register out of balance.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT control-file ASSIGN TO "PAIDCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAIDCTL-STATUS.
       SELECT register-file ASSIGN TO register-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECKREG-STATUS.
       SELECT paid-file ASSIGN TO paid-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAID-STATUS.
       SELECT status-file ASSIGN TO "CHECKSTAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECKSTAT-STATUS.
       SELECT report-file ASSIGN TO "PAIDREC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAIDREC-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD control-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 control-line          pic x(80).

       FD register-file
          RECORD CONTAINS 1 TO 120 CHARACTERS.
       01 register-line         pic x(120).

       FD paid-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 paid-line             pic x(80).

       FD status-file
          RECORD CONTAINS 1 TO 132 CHARACTERS.
       01 status-line           pic x(132).

       FD report-file
          RECORD CONTAINS 1 TO 132 CHARACTERS.
       01 report-line           pic x(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PAIDCTL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CHECKREG==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PAID==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CHECKSTAT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PAIDREC==.

       77 PARMS-KEY-VALUE-DELIMITER  PIC X(1) VALUE "=".
       77 CHECK-TABLE-LIMIT          PIC 9(5) VALUE 20000.
      *> the kinds of paid item, in the order the summary prints them
       77 PAID-KINDS                 PIC 9(1) VALUE 7.
       77 AGING-BUCKETS              PIC 9(1) VALUE 5.

       01 command-line-work     pic x(160).
       01 paid-file-name        pic x(64) value spaces.
       01 as-of-date-work       pic x(16) value spaces.
       01 as-of-date-number     pic 9(8).
       01 current-stamp-work    pic x(21).
       01 stale-days            pic 9(5) value 180.

      *> PAIDCTL, as read
       01 control-scan-pos      pic 9(2).
       01 control-key-work      pic x(32).
       01 control-value-work    pic x(80).
       01 filler.
        03 register-entry        occurs 64.
         05 register-name         pic x(64).
         05 register-check-count  pic 9(9).
         05 register-new-count    pic 9(9).
       01 register-entry-count  pic 9(2) value zero.
       01 register-idx          pic 9(2).
       01 register-file-name    pic x(64).
       01 register-detail-count pic 9(9).
       01 register-hash-total   pic 9(18).
       01 register-trailer-flag pic x(1).
         88 register-trailer-seen  value "Y".
       01 filler.
        03 action-entry          occurs 200.
         05 action-kind           pic x(1).
           88 action-is-void        value "V".
           88 action-is-escheat     value "E".
         05 action-check-number   pic 9(10).
       01 action-entry-count    pic 9(3) value zero.
       01 action-idx            pic 9(3).
       01 control-error-count   pic 9(9) value zero.

      *> every check known, one CHECKSTAT record per entry
       01 filler.
        03 check-entry           pic x(132) occurs 20000.
       01 check-entry-count     pic 9(5) value zero.
       01 check-idx             pic 9(5).
       01 check-hit-idx         pic 9(5).
       01 check-number-work     pic 9(10).
       01 status-loaded-count   pic 9(9) value zero.

      *> what the registers held that could not be taken on
       01 register-unreadable-count pic 9(9) value zero.
       01 register-no-number-count  pic 9(9) value zero.
       01 register-conflict-count   pic 9(9) value zero.

      *> the paid-items file
       01 paid-detail-count     pic 9(9) value zero.
       01 paid-hash-total       pic 9(18) value zero.
       01 paid-trailer-flag     pic x(1) value "N".
         88 paid-trailer-seen     value "Y".
       01 paid-trailer-count    pic 9(9) value zero.
       01 paid-trailer-hash     pic 9(18) value zero.
       01 paid-balance-flag     pic x(1) value "Y".
         88 paid-file-in-balance  value "Y".
         88 paid-file-out-of-balance value "N".
       01 amount-hash-work      pic 9(18).

      *> paid items by kind: as issued, different amount, different
      *> payee, never issued, duplicate presentment, after void or
      *> escheat, not readable.
       01 paid-kind-totals.
        03 paid-kind-count       pic 9(9) occurs 7.
        03 paid-kind-total       pic s9(16)v99 occurs 7.
       01 paid-kind-idx         pic 9(1).
       01 paid-result-work      pic x(32).

      *> outstanding checks by age: 0-30, 31-60, 61-90, 91-180 and
      *> over 180 days
       01 aging-totals.
        03 aging-count           pic 9(9) occurs 5.
        03 aging-total           pic s9(16)v99 occurs 5.
       01 aging-idx             pic 9(1).
       01 age-days              pic s9(7).
       01 stale-count           pic 9(9) value zero.
       01 stale-total           pic s9(16)v99 value zero.
       01 outstanding-count     pic 9(9) value zero.
       01 outstanding-total     pic s9(16)v99 value zero.

       01 issued-amount-work    pic s9(12)v99.
       01 paid-amount-work      pic s9(12)v99.
       01 caption-work          pic x(28).

       01 report-detail.
         05 rpt-check-number     pic z(9)9.
         05 filler               pic x(2) value spaces.
         05 rpt-payee-id         pic x(16).
         05 filler               pic x(2) value spaces.
         05 rpt-issue-date       pic x(8).
         05 filler               pic x(2) value spaces.
         05 rpt-issued-amount    pic -(12)9.99.
         05 filler               pic x(2) value spaces.
         05 rpt-paid-date        pic x(8).
         05 filler               pic x(2) value spaces.
         05 rpt-paid-amount      pic -(12)9.99.
         05 filler               pic x(2) value spaces.
         05 rpt-result           pic x(32).
         05 filler               pic x(14) value spaces.
       01 report-count-edit     pic z(8)9.
       01 report-amount-edit    pic -(15)9.99.
       01 report-days-edit      pic z(6)9.

       copy "N2WREG.cpy". *> the positive-pay register records
       copy "N2WPAID.cpy". *> the bank's paid-items record
       copy "N2WCKST.cpy". *> the reconciled check status

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       perform load-control-cards
       perform load-check-status
       perform load-registers
       perform balance-paid-items
       perform open-report
       if paid-file-in-balance
           perform match-paid-items
           perform apply-control-actions
           perform age-outstanding-checks
           perform write-report-summary
           perform save-check-status
       end-if
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter N2WPAID"

       move spaces to command-line-work
       accept command-line-work from command-line
       unstring command-line-work delimited by all space
           into paid-file-name as-of-date-work
       end-unstring

       if paid-file-name = spaces
           display "usage: N2WPAID paid-items-file [as-of-date]"
           move 16 to return-code
           stop run
       end-if

       move function current-date to current-stamp-work
       if as-of-date-work = spaces
           move current-stamp-work (1:8) to as-of-date-work
       end-if
       if as-of-date-work (1:8) is not numeric
          or as-of-date-work (9:) not = spaces
           display "usage: N2WPAID paid-items-file [as-of-date]"
                   " - as-of date " function trim (as-of-date-work)
                   " is not yyyymmdd"
           move 16 to return-code
           stop run
       end-if
       move as-of-date-work (1:8) to as-of-date-number

       initialize paid-kind-totals
       initialize aging-totals

       exit section.

      *-----------------------------------------------------------------
      * load-control-cards
      * PAIDCTL: the registers to reconcile against, the stale-date
      * limit and the checks to void or escheat. Without a register
      * every paid item would look never issued, so the job stops.
      *-----------------------------------------------------------------
       load-control-cards section.
       open input control-file
       if not PAIDCTL-SUCCESS
           display "Unable to open PAIDCTL (file status "
                   PAIDCTL-STATUS ") - no registers named"
           move 16 to return-code
           stop run
       end-if

       perform with test before until not PAIDCTL-SUCCESS
              read control-file
              if PAIDCTL-SUCCESS
                  perform load-one-control-line
              end-if
       end-perform

       close control-file

       if register-entry-count = zero
           display "PAIDCTL names no REGISTER - nothing to reconcile"
           move 16 to return-code
           stop run
       end-if

       display "loaded " register-entry-count " register name(s), "
               action-entry-count " void/escheat card(s)"

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

           if control-scan-pos > 80 or control-scan-pos = 1
               display "PAIDCTL line ignored - no key=value: "
                       function trim (control-line)
               add 1 to control-error-count
               exit section
           end-if

           move function upper-case (function trim
                (control-line (1:control-scan-pos - 1)))
             to control-key-work
           move spaces to control-value-work
           if control-scan-pos < 80
               move function trim
                    (control-line (control-scan-pos + 1:))
                 to control-value-work
           end-if

           evaluate control-key-work
               when "REGISTER"
                   if register-entry-count < 64
                      and control-value-work not = spaces
                       add 1 to register-entry-count
                       initialize register-entry (register-entry-count)
                       move control-value-work
                         to register-name (register-entry-count)
                   else
                       display "PAIDCTL REGISTER ignored - more than"
                               " 64 or no file name: "
                               function trim (control-line)
                       add 1 to control-error-count
                   end-if
               when "STALE-DAYS"
                   if function trim (control-value-work) is numeric
                       move function numval (control-value-work)
                         to stale-days
                   else
                       display "PAIDCTL STALE-DAYS ignored - not a "
                               "number: " function trim (control-line)
                       add 1 to control-error-count
                   end-if
               when "VOID"
               when "ESCHEAT"
                   if function trim (control-value-work) is numeric
                      and action-entry-count < 200
                       add 1 to action-entry-count
                       move control-key-work (1:1)
                         to action-kind (action-entry-count)
                       move function numval (control-value-work)
                         to action-check-number (action-entry-count)
                   else
                       display "PAIDCTL card ignored - check number "
                               "not numeric or more than 200 cards: "
                               function trim (control-line)
                       add 1 to control-error-count
                   end-if
               when other
                   display "PAIDCTL line ignored - unknown key: "
                           function trim (control-line)
                   add 1 to control-error-count
           end-evaluate
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-check-status
      * the statuses the last run left. The first run starts with
      * none - every registered check is then new and outstanding.
      *-----------------------------------------------------------------
       load-check-status section.
       open input status-file
       if CHECKSTAT-NOT_EXISTS
           display "no CHECKSTAT yet - starting a new status file"
           exit section
       end-if
       if not CHECKSTAT-SUCCESS
           display "Unable to open CHECKSTAT (file status "
                   CHECKSTAT-STATUS ")"
           move 16 to return-code
           stop run
       end-if

       perform with test before until not CHECKSTAT-SUCCESS
           read status-file
           if CHECKSTAT-SUCCESS
               if check-entry-count >= CHECK-TABLE-LIMIT
                   display "CHECKSTAT holds more than "
                           CHECK-TABLE-LIMIT " checks"
                   close status-file
                   move 16 to return-code
                   stop run
               end-if
               add 1 to check-entry-count
               move status-line to check-entry (check-entry-count)
           end-if
       end-perform

       close status-file
       move check-entry-count to status-loaded-count

       exit section.

      *-----------------------------------------------------------------
      * load-registers
      * take every register's checks on that CHECKSTAT does not know
      * yet, as outstanding. The registers are read again each run,
      * so a check already known is passed over - unless its number
      * comes back with another payee, amount or date, which is
      * listed. A register that is missing or does not balance to its
      * trailer stops the run before anything is updated.
      *-----------------------------------------------------------------
       load-registers section.
       perform varying register-idx from 1 by 1
                until register-idx > register-entry-count
           perform load-one-register
       end-perform
       exit section.

       load-one-register section.
       move register-name (register-idx) to register-file-name
       open input register-file
       if not CHECKREG-SUCCESS
           display "register " function trim (register-file-name)
                   " not found (file status " CHECKREG-STATUS ")"
           move 16 to return-code
           stop run
       end-if

       move zero to register-detail-count
       move zero to register-hash-total
       move "N" to register-trailer-flag

       perform with test before until not CHECKREG-SUCCESS
           read register-file
           if CHECKREG-SUCCESS
               evaluate register-line (1:1)
                   when "D"
                       move register-line to register-detail-record
                       perform load-one-register-check
                   when "T"
                       move register-line to register-trailer-record
                       move "Y" to register-trailer-flag
                   when other
                       add 1 to register-unreadable-count
               end-evaluate
           end-if
       end-perform

       close register-file

       if not register-trailer-seen
           display "register " function trim (register-file-name)
                   " has no trailer record - nothing updated"
           move 16 to return-code
           stop run
       end-if
       if reg-trl-check-count not = register-detail-count
          or reg-trl-amount-hash not = register-hash-total
           display "register " function trim (register-file-name)
                   " does not balance to its trailer - nothing updated"
           move 16 to return-code
           stop run
       end-if

       move register-detail-count to register-check-count (register-idx)

       exit section.

       load-one-register-check section.
       add 1 to register-detail-count

       if reg-check-number is not numeric
          or reg-amount-integer is not numeric
          or reg-amount-decimal is not numeric
          or reg-run-date is not numeric
           add 1 to register-unreadable-count
           display "register " function trim (register-file-name)
                   " record " register-detail-count " not readable"
           exit section
       end-if

       compute amount-hash-work =
           reg-amount-integer * 100 + reg-amount-decimal
       compute register-hash-total = function mod
           (register-hash-total + amount-hash-work,
            1000000000000000000)

      *> a pre-register extract registers as check zero - there is
      *> nothing the bank could match it on
       if reg-check-number = zero
           add 1 to register-no-number-count
           exit section
       end-if

       move reg-check-number to check-number-work
       perform find-check
       if check-hit-idx > zero
           move check-entry (check-hit-idx) to check-status-record
           if chkstat-paid-not-issued
               perform issue-paid-check
               exit section
           end-if
           if chkstat-payee-id not = reg-payee-id
              or chkstat-sign not = reg-sign
              or chkstat-amount-integer not = reg-amount-integer
              or chkstat-amount-decimal not = reg-amount-decimal
              or chkstat-issue-date not = reg-run-date
               add 1 to register-conflict-count
               display "check " reg-check-number " on register "
                       function trim (register-file-name)
                       " differs from the check already registered"
                       " under that number"
           end-if
           exit section
       end-if

       if check-entry-count >= CHECK-TABLE-LIMIT
           display "more than " CHECK-TABLE-LIMIT " checks to hold"
           move 16 to return-code
           stop run
       end-if

       initialize check-status-record
       move reg-check-number to chkstat-check-number
       move reg-payee-id to chkstat-payee-id
       move reg-sign to chkstat-sign
       move reg-amount-integer to chkstat-amount-integer
       move reg-amount-decimal to chkstat-amount-decimal
       move reg-currency to chkstat-currency
       move reg-run-date to chkstat-issue-date
       set chkstat-is-outstanding to true
       move spaces to chkstat-paid-date
       move spaces to chkstat-paid-payee-id
       move spaces to chkstat-paid-sign
       move spaces to chkstat-closed-date
       add 1 to check-entry-count
       move check-status-record to check-entry (check-entry-count)
       add 1 to register-new-count (register-idx)

       exit section.

      *-----------------------------------------------------------------
      * issue-paid-check
      * a check the bank paid before its register was named here has
      * been issued after all: it takes on the register's details
      * and stays closed - as issued, or as the exception it is.
      *-----------------------------------------------------------------
       issue-paid-check section.
       move reg-payee-id to chkstat-payee-id
       move reg-sign to chkstat-sign
       move reg-amount-integer to chkstat-amount-integer
       move reg-amount-decimal to chkstat-amount-decimal
       move reg-currency to chkstat-currency
       move reg-run-date to chkstat-issue-date
       evaluate true
           when chkstat-paid-amount-integer not = reg-amount-integer
           when chkstat-paid-amount-decimal not = reg-amount-decimal
           when chkstat-paid-sign not = reg-sign
               set chkstat-paid-other-amount to true
           when chkstat-paid-payee-id not = reg-payee-id
               set chkstat-paid-other-payee to true
           when other
               set chkstat-paid-as-issued to true
       end-evaluate
       move check-status-record to check-entry (check-hit-idx)
       add 1 to register-new-count (register-idx)
       exit section.

      *-----------------------------------------------------------------
      * find-check
      * the table slot of check-number-work, zero when not known.
      *-----------------------------------------------------------------
       find-check section.
       move zero to check-hit-idx
       perform varying check-idx from 1 by 1
                until check-idx > check-entry-count
                   or check-hit-idx > zero
           if check-entry (check-idx) (1:10) = check-number-work
               move check-idx to check-hit-idx
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * balance-paid-items
      * the bank's item count and hash total must agree with the
      * items before one of them is matched.
      *-----------------------------------------------------------------
       balance-paid-items section.
       open input paid-file
       if not PAID-SUCCESS
           display "paid-items file " function trim (paid-file-name)
                   " not found (file status " PAID-STATUS ")"
           move 16 to return-code
           stop run
       end-if

       perform with test before until not PAID-SUCCESS
           read paid-file
           if PAID-SUCCESS
               move paid-line to paid-item-record
               evaluate true
                   when paid-record-is-detail
                       add 1 to paid-detail-count
                       if paid-amount-integer is numeric
                          and paid-amount-decimal is numeric
                           compute amount-hash-work =
                               paid-amount-integer * 100
                             + paid-amount-decimal
                           compute paid-hash-total = function mod
                               (paid-hash-total + amount-hash-work,
                                1000000000000000000)
                       end-if
                   when paid-record-is-trailer
                       move "Y" to paid-trailer-flag
                       move paid-trl-item-count to paid-trailer-count
                       move paid-trl-amount-hash to paid-trailer-hash
                   when other
                       continue
               end-evaluate
           end-if
       end-perform

       close paid-file

       if not paid-trailer-seen
          or paid-trailer-count not = paid-detail-count
          or paid-trailer-hash not = paid-hash-total
           set paid-file-out-of-balance to true
           display "paid-items file " function trim (paid-file-name)
                   " does not balance to its trailer - nothing"
                   " reconciled"
       end-if

       exit section.

      *-----------------------------------------------------------------
      * open-report
      * the PAIDREC heading and what was read to reconcile against.
      *-----------------------------------------------------------------
       open-report section.
       open output report-file
       if not PAIDREC-SUCCESS
           display "Unable to open PAIDREC (file status "
                   PAIDREC-STATUS ")"
           move 16 to return-code
           stop run
       end-if

       move "N2WPAID PAID-CHECK RECONCILIATION" to report-line
       write report-line
       move "---------------------------------" to report-line
       write report-line
       move spaces to report-line
       string "AS OF DATE                   " delimited by size
              as-of-date-work (1:4)          delimited by size
              "-"                            delimited by size
              as-of-date-work (5:2)          delimited by size
              "-"                            delimited by size
              as-of-date-work (7:2)          delimited by size
         into report-line
       end-string
       write report-line
       move spaces to report-line
       string "PAID-ITEMS FILE              " delimited by size
              paid-file-name delimited by space
         into report-line
       end-string
       write report-line
       move "PAID ITEMS ON FILE" to report-line
       move paid-detail-count to report-count-edit
       perform write-report-count-line
       move "PAID ITEMS PER TRAILER" to report-line
       move paid-trailer-count to report-count-edit
       perform write-report-count-line
       if paid-file-out-of-balance
           move "PAID-ITEMS FILE OUT OF BALANCE - NOTHING RECONCILED"
             to report-line
           write report-line
       end-if

       move spaces to report-line
       write report-line
       move "REGISTERS                    CHECKS       NEW"
         to report-line
       write report-line
       perform varying register-idx from 1 by 1
                until register-idx > register-entry-count
           move spaces to report-line
           move register-name (register-idx) to report-line (3:26)
           move register-check-count (register-idx)
             to report-count-edit
           move report-count-edit to report-line (30:9)
           move register-new-count (register-idx) to report-count-edit
           move report-count-edit to report-line (40:9)
           write report-line
       end-perform
       move "CHECKS CARRIED ON CHECKSTAT" to report-line
       move status-loaded-count to report-count-edit
       perform write-report-count-line
       move "CHECKS WITHOUT A NUMBER" to report-line
       move register-no-number-count to report-count-edit
       perform write-report-count-line
       move "REGISTER RECORDS UNREADABLE" to report-line
       move register-unreadable-count to report-count-edit
       perform write-report-count-line
       move "CHECK NUMBERS REUSED" to report-line
       move register-conflict-count to report-count-edit
       perform write-report-count-line

       exit section.

      *-----------------------------------------------------------------
      * match-paid-items
      * each item the bank paid, matched on check number, then payee
      * id and amount, and listed with the result.
      *-----------------------------------------------------------------
       match-paid-items section.
       move spaces to report-line
       write report-line
       move "PAID ITEMS" to report-line
       write report-line
       move "    CHECK NO  PAYEE ID          ISSUED  "
       &    "     ISSUED AMOUNT  PAID ON           PAID AMOUNT  RESULT"
         to report-line
       write report-line

       open input paid-file
       perform with test before until not PAID-SUCCESS
           read paid-file
           if PAID-SUCCESS
               move paid-line to paid-item-record
               if paid-record-is-detail
                   perform match-one-paid-item
               end-if
           end-if
       end-perform
       close paid-file

       exit section.

       match-one-paid-item section.
       move spaces to report-detail
       move zero to paid-amount-work

       if paid-check-number is not numeric
          or paid-amount-integer is not numeric
          or paid-amount-decimal is not numeric
           move 7 to paid-kind-idx
           move "ITEM NOT READABLE" to paid-result-work
           move zero to rpt-check-number
           move paid-payee-id to rpt-payee-id
           move paid-date to rpt-paid-date
           perform write-paid-item-line
           exit section
       end-if

       compute paid-amount-work =
           paid-amount-integer + paid-amount-decimal / 100
       if paid-sign = "-"
           compute paid-amount-work = zero - paid-amount-work
       end-if
       move paid-check-number to rpt-check-number
       move paid-payee-id to rpt-payee-id
       move paid-date to rpt-paid-date
       move paid-amount-work to rpt-paid-amount

       move paid-check-number to check-number-work
       perform find-check

      *> never on a register: kept, so a second presentment of the
      *> same item is caught as well
       if check-hit-idx = zero
           move 4 to paid-kind-idx
           move "PAID BUT NEVER ISSUED" to paid-result-work
           if check-entry-count >= CHECK-TABLE-LIMIT
               perform write-paid-item-line
               exit section
           end-if
           initialize check-status-record
           move paid-check-number to chkstat-check-number
           move spaces to chkstat-payee-id
           move spaces to chkstat-sign
           move spaces to chkstat-currency
           move spaces to chkstat-issue-date
           set chkstat-paid-not-issued to true
           perform record-presentment
           add 1 to check-entry-count
           move check-status-record to check-entry (check-entry-count)
           perform write-paid-item-line
           exit section
       end-if

       move check-entry (check-hit-idx) to check-status-record
       move chkstat-payee-id to rpt-payee-id
       move chkstat-issue-date to rpt-issue-date
       if chkstat-paid-not-issued
           move spaces to rpt-issue-date
       else
           compute issued-amount-work =
               chkstat-amount-integer + chkstat-amount-decimal / 100
           if chkstat-sign = "-"
               compute issued-amount-work = zero - issued-amount-work
           end-if
           move issued-amount-work to rpt-issued-amount
       end-if

       evaluate true
           when chkstat-is-paid
               move 5 to paid-kind-idx
               move spaces to paid-result-work
               string "DUPLICATE - PAID " delimited by size
                      chkstat-paid-date delimited by size
                 into paid-result-work
               end-string
               add 1 to chkstat-presentment-count
                   on size error
                       continue
               end-add
           when chkstat-is-voided
               move 6 to paid-kind-idx
               move "PRESENTED AFTER VOID" to paid-result-work
               perform record-presentment
           when chkstat-is-escheated
               move 6 to paid-kind-idx
               move "PRESENTED AFTER ESCHEAT" to paid-result-work
               perform record-presentment
           when issued-amount-work not = paid-amount-work
               move 2 to paid-kind-idx
               if paid-payee-id not = chkstat-payee-id
                   move "PAID OTHER AMOUNT AND PAYEE"
                     to paid-result-work
               else
                   move "PAID DIFFERENT AMOUNT" to paid-result-work
               end-if
               set chkstat-paid-other-amount to true
               perform record-presentment
           when paid-payee-id not = chkstat-payee-id
               move 3 to paid-kind-idx
               move spaces to paid-result-work
               string "PAID TO PAYEE " delimited by size
                      paid-payee-id delimited by size
                 into paid-result-work
               end-string
               set chkstat-paid-other-payee to true
               perform record-presentment
           when other
               move 1 to paid-kind-idx
               move "PAID AS ISSUED" to paid-result-work
               set chkstat-paid-as-issued to true
               perform record-presentment
       end-evaluate

       move check-status-record to check-entry (check-hit-idx)
       perform write-paid-item-line

       exit section.

      *-----------------------------------------------------------------
      * record-presentment
      * the first presentment, as the bank made it, closes the check.
      *-----------------------------------------------------------------
       record-presentment section.
       move paid-date to chkstat-paid-date
       move paid-payee-id to chkstat-paid-payee-id
       if paid-sign = "-"
           move "-" to chkstat-paid-sign
       else
           move "+" to chkstat-paid-sign
       end-if
       move paid-amount-integer to chkstat-paid-amount-integer
       move paid-amount-decimal to chkstat-paid-amount-decimal
       move 1 to chkstat-presentment-count
       move as-of-date-work (1:8) to chkstat-closed-date
       exit section.

       write-paid-item-line section.
       add 1 to paid-kind-count (paid-kind-idx)
       add paid-amount-work to paid-kind-total (paid-kind-idx)
           on size error
               continue
       end-add
       move paid-result-work to rpt-result
       move report-detail to report-line
       write report-line
       exit section.

      *-----------------------------------------------------------------
      * apply-control-actions
      * VOID and ESCHEAT cards close an outstanding check by hand. The
      * cards stay in PAIDCTL from run to run, so a check closed the
      * same way before is simply noted.
      *-----------------------------------------------------------------
       apply-control-actions section.
       if action-entry-count = zero
           exit section
       end-if

       move spaces to report-line
       write report-line
       move "VOID AND ESCHEAT CARDS" to report-line
       write report-line

       perform varying action-idx from 1 by 1
                until action-idx > action-entry-count
           perform apply-one-action
       end-perform

       exit section.

       apply-one-action section.
       move spaces to report-detail
       move action-check-number (action-idx) to rpt-check-number
       move action-check-number (action-idx) to check-number-work
       perform find-check

       if check-hit-idx = zero
           move "NOT ON ANY REGISTER - REFUSED" to rpt-result
           add 1 to control-error-count
           move report-detail to report-line
           write report-line
           exit section
       end-if

       move check-entry (check-hit-idx) to check-status-record
       move chkstat-payee-id to rpt-payee-id
       move chkstat-issue-date to rpt-issue-date
       compute issued-amount-work =
           chkstat-amount-integer + chkstat-amount-decimal / 100
       if chkstat-sign = "-"
           compute issued-amount-work = zero - issued-amount-work
       end-if
       move issued-amount-work to rpt-issued-amount

       evaluate true
           when chkstat-is-outstanding and action-is-void (action-idx)
               set chkstat-is-voided to true
               move as-of-date-work (1:8) to chkstat-closed-date
               move "VOIDED" to rpt-result
           when chkstat-is-outstanding
               set chkstat-is-escheated to true
               move as-of-date-work (1:8) to chkstat-closed-date
               move "ESCHEATED" to rpt-result
           when chkstat-is-voided and action-is-void (action-idx)
               move "VOIDED EARLIER" to rpt-result
           when chkstat-is-escheated
            and action-is-escheat (action-idx)
               move "ESCHEATED EARLIER" to rpt-result
           when other
               move "NOT OUTSTANDING - REFUSED" to rpt-result
               add 1 to control-error-count
       end-evaluate

       move check-status-record to check-entry (check-hit-idx)
       move report-detail to report-line
       write report-line

       exit section.

      *-----------------------------------------------------------------
      * age-outstanding-checks
      * every check still open, with its age in days from the
      * register date to the as-of date, bucketed; past the stale
      * limit it is listed again for void or escheat.
      *-----------------------------------------------------------------
       age-outstanding-checks section.
       move spaces to report-line
       write report-line
       move "OUTSTANDING CHECKS" to report-line
       write report-line
       move "    CHECK NO  PAYEE ID          ISSUED  "
       &    "     ISSUED AMOUNT                            AGE"
         to report-line
       write report-line

       perform varying check-idx from 1 by 1
                until check-idx > check-entry-count
           move check-entry (check-idx) to check-status-record
           if chkstat-is-outstanding
               perform age-one-check
           end-if
       end-perform
       if outstanding-count = zero
           move "  (NONE)" to report-line
           write report-line
       end-if

       move spaces to report-line
       write report-line
       move spaces to report-line
       move stale-days to report-days-edit
       string "STALE-DATED CHECKS - OVER " delimited by size
              function trim (report-days-edit) delimited by size
              " DAYS - FOR VOID OR ESCHEAT" delimited by size
         into report-line
       end-string
       write report-line
       move zero to stale-count
       perform varying check-idx from 1 by 1
                until check-idx > check-entry-count
           move check-entry (check-idx) to check-status-record
           if chkstat-is-outstanding
               perform list-one-stale-check
           end-if
       end-perform
       if stale-count = zero
           move "  (NONE)" to report-line
           write report-line
       end-if

       exit section.

       age-one-check section.
       perform compute-check-age
       add 1 to outstanding-count
       add issued-amount-work to outstanding-total
           on size error
               continue
       end-add

       evaluate true
           when age-days <= 30
               move 1 to aging-idx
           when age-days <= 60
               move 2 to aging-idx
           when age-days <= 90
               move 3 to aging-idx
           when age-days <= 180
               move 4 to aging-idx
           when other
               move 5 to aging-idx
       end-evaluate
       add 1 to aging-count (aging-idx)
       add issued-amount-work to aging-total (aging-idx)
           on size error
               continue
       end-add

       perform write-check-age-line
       exit section.

       list-one-stale-check section.
       perform compute-check-age
       if age-days > stale-days
           add 1 to stale-count
           add issued-amount-work to stale-total
               on size error
                   continue
           end-add
           perform write-check-age-line
       end-if
       exit section.

       compute-check-age section.
       compute issued-amount-work =
           chkstat-amount-integer + chkstat-amount-decimal / 100
       if chkstat-sign = "-"
           compute issued-amount-work = zero - issued-amount-work
       end-if
       move zero to age-days
       if chkstat-issue-date is numeric
           compute age-days =
               function integer-of-date (as-of-date-number)
             - function integer-of-date
                   (function numval (chkstat-issue-date))
       end-if
       if age-days < zero
           move zero to age-days
       end-if
       exit section.

       write-check-age-line section.
       move spaces to report-detail
       move chkstat-check-number to rpt-check-number
       move chkstat-payee-id to rpt-payee-id
       move chkstat-issue-date to rpt-issue-date
       move issued-amount-work to rpt-issued-amount
       move age-days to report-days-edit
       move spaces to rpt-result
       string report-days-edit delimited by size
              " DAYS" delimited by size
         into rpt-result
       end-string
       move report-detail to report-line
       write report-line
       exit section.

      *-----------------------------------------------------------------
      * write-report-summary
      * the paid items by result and the outstanding checks by age,
      * counts at column 30 and amounts beside them.
      *-----------------------------------------------------------------
       write-report-summary section.
       move spaces to report-line
       write report-line
       move all "=" to report-line (1:60)
       write report-line
       move "PAID ITEMS BY RESULT" to report-line
       move "COUNT" to report-line (34:5)
       move "AMOUNT" to report-line (54:6)
       write report-line
       move all "=" to report-line (1:60)
       write report-line
       perform varying paid-kind-idx from 1 by 1
                until paid-kind-idx > PAID-KINDS
           evaluate paid-kind-idx
               when 1
                   move "PAID AS ISSUED" to caption-work
               when 2
                   move "PAID DIFFERENT AMOUNT" to caption-work
               when 3
                   move "PAID TO DIFFERENT PAYEE" to caption-work
               when 4
                   move "PAID BUT NEVER ISSUED" to caption-work
               when 5
                   move "DUPLICATE PRESENTMENTS" to caption-work
               when 6
                   move "PRESENTED AFTER VOID" to caption-work
               when 7
                   move "ITEMS NOT READABLE" to caption-work
           end-evaluate
           move caption-work to report-line
           move paid-kind-count (paid-kind-idx) to report-count-edit
           move paid-kind-total (paid-kind-idx) to report-amount-edit
           perform write-report-amount-line
       end-perform

       move spaces to report-line
       write report-line
       move all "=" to report-line (1:60)
       write report-line
       move "OUTSTANDING CHECK AGING" to report-line
       move "COUNT" to report-line (34:5)
       move "AMOUNT" to report-line (54:6)
       write report-line
       move all "=" to report-line (1:60)
       write report-line
       perform varying aging-idx from 1 by 1
                until aging-idx > AGING-BUCKETS
           evaluate aging-idx
               when 1
                   move "  0 - 30 DAYS" to caption-work
               when 2
                   move " 31 - 60 DAYS" to caption-work
               when 3
                   move " 61 - 90 DAYS" to caption-work
               when 4
                   move " 91 - 180 DAYS" to caption-work
               when 5
                   move "OVER 180 DAYS" to caption-work
           end-evaluate
           move caption-work to report-line
           move aging-count (aging-idx) to report-count-edit
           move aging-total (aging-idx) to report-amount-edit
           perform write-report-amount-line
       end-perform
       move "TOTAL OUTSTANDING" to report-line
       move outstanding-count to report-count-edit
       move outstanding-total to report-amount-edit
       perform write-report-amount-line
       move "STALE-DATED" to report-line
       move stale-count to report-count-edit
       move stale-total to report-amount-edit
       perform write-report-amount-line
       move "CONTROL CARDS REFUSED" to report-line
       move control-error-count to report-count-edit
       perform write-report-count-line

       exit section.

       write-report-count-line section.
       move report-count-edit to report-line (30:9)
       write report-line
       exit section.

       write-report-amount-line section.
       move report-count-edit to report-line (30:9)
       move report-amount-edit to report-line (41:19)
       write report-line
       exit section.

      *-----------------------------------------------------------------
      * save-check-status
      * CHECKSTAT rewritten with every check's status as of this run.
      *-----------------------------------------------------------------
       save-check-status section.
       open output status-file
       if not CHECKSTAT-SUCCESS
           display "Unable to write CHECKSTAT (file status "
                   CHECKSTAT-STATUS ") - statuses not carried forward"
           move 16 to return-code
           exit section
       end-if
       perform varying check-idx from 1 by 1
                until check-idx > check-entry-count
           move check-entry (check-idx) to status-line
           write status-line
       end-perform
       close status-file
       exit section.

      *-----------------------------------------------------------------
       finish section.

       close report-file

       if return-code = 16
           exit section
       end-if

       if paid-file-out-of-balance
           move 8 to return-code
           exit section
       end-if

       move paid-detail-count to report-count-edit
       display "N2WPAID reconciled " report-count-edit
               " paid item(s), " outstanding-count
               " check(s) outstanding, " stale-count " stale-dated"

       evaluate true
           when paid-kind-count (2) > zero
           when paid-kind-count (3) > zero
           when paid-kind-count (4) > zero
           when paid-kind-count (5) > zero
           when paid-kind-count (6) > zero
           when paid-kind-count (7) > zero
           when stale-count > zero
           when control-error-count > zero
           when register-unreadable-count > zero
           when register-conflict-count > zero
               display "N2WPAID exceptions listed on PAIDREC"
               move 4 to return-code
           when other
               move zero to return-code
       end-evaluate

       exit section.

       END PROGRAM N2WPAID.
      * EOF
