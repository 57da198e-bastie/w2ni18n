      *> The bank's paid-items file, returned against our positive-pay
      *> upload: one "D" detail per check the bank cleared, with the
      *> payee id and amount as presented, one "T" trailer with the
      *> item count and the amount hash total (smallest units, low-
      *> order 18 digits) - the same balancing rule as our CHECKREG.
       01 paid-item-record.
         05 paid-record-type           pic x(1).
           88 paid-record-is-detail      value "D".
           88 paid-record-is-trailer     value "T".
         05 paid-detail.
           10 paid-check-number        pic 9(10).
           10 paid-payee-id            pic x(16).
           10 paid-sign                pic x(1).
           10 paid-amount-integer      pic 9(12).
           10 paid-amount-decimal      pic 9(2).
           10 paid-date                pic x(8).
      *> the bank's own item reference, for queries back to the bank
           10 paid-bank-reference      pic x(16).
         05 paid-trailer redefines paid-detail.
           10 paid-trl-item-count      pic 9(9).
           10 paid-trl-amount-hash     pic 9(18).
           10 paid-trl-file-date       pic x(8).
           10 filler                   pic x(30).
