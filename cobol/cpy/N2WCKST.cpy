      *> Fixed-column CHECKSTAT record: the reconciled status of every
      *> check N2WPAID has seen on a CHECKREG register or on the bank's
      *> paid-items file, carried from run to run so each run only
      *> shows what is still open. Closed checks stay on the file - a
      *> second presentment of a check already paid has to be caught.
       01 check-status-record.
         05 chkstat-check-number       pic 9(10).
         05 chkstat-payee-id           pic x(16).
         05 chkstat-sign               pic x(1).
         05 chkstat-amount-integer     pic 9(12).
         05 chkstat-amount-decimal     pic 9(2).
         05 chkstat-currency           pic x(32).
      *> the run date of the register the check was issued on
         05 chkstat-issue-date         pic x(8).
         05 chkstat-status             pic x(1).
           88 chkstat-is-outstanding     value "O".
           88 chkstat-paid-as-issued     value "P".
           88 chkstat-paid-other-amount  value "A".
           88 chkstat-paid-other-payee   value "Y".
           88 chkstat-paid-not-issued    value "U".
           88 chkstat-is-voided          value "V".
           88 chkstat-is-escheated       value "E".
           88 chkstat-is-paid            value "P", "A", "Y", "U".
      *> as the bank presented it, on the first presentment
         05 chkstat-paid-date          pic x(8).
         05 chkstat-paid-payee-id      pic x(16).
         05 chkstat-paid-sign          pic x(1).
         05 chkstat-paid-amount-integer pic 9(12).
         05 chkstat-paid-amount-decimal pic 9(2).
         05 chkstat-presentment-count  pic 9(3).
      *> the as-of date of the run that closed the check
         05 chkstat-closed-date        pic x(8).
