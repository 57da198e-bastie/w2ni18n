      *> The CHECKREG positive-pay register records N2WBATCH files and
      *> N2WPAID reconciles against: one "D" detail per formatted
      *> check, one "T" trailer closing the run with the check count
      *> and the amount hash total (amounts in smallest units,
      *> low-order 18 digits, the same wrap W2NBATCH's CONTROL hash
      *> uses) - so the bank's totals balance against ours before a
      *> forged check can clear.
       01 register-detail-record.
         05 reg-record-type     pic x(1).
           88 reg-record-is-detail  value "D".
           88 reg-record-is-trailer value "T".
         05 reg-check-number    pic 9(10).
         05 reg-payee-id        pic x(16).
         05 reg-sign            pic x(1).
         05 reg-amount-integer  pic 9(12).
         05 reg-amount-decimal  pic 9(2).
         05 reg-currency        pic x(32).
         05 reg-run-date        pic x(8).
      *> the language the amount was spelled in, and the second one
      *> of a bilingual check (spaces on a check in one language)
         05 reg-language        pic x(2).
         05 reg-second-language pic x(2).
      *> the document id of the spoken payment instruction the check
      *> was drawn from (N2WINSTR) - spaces on a keyed AMOUNTS record
         05 reg-document-id     pic x(32).
       01 register-trailer-record.
         05 reg-trl-record-type pic x(1).
         05 reg-trl-check-count pic 9(9).
         05 reg-trl-amount-hash pic 9(18).
         05 reg-trl-run-date    pic x(8).
