      *> One AMOUNTS record, the input N2WBATCH prints checks from and
      *> N2WINSTR draws from converted payment instructions: language
      *> code (blank = default), sign, integer amount, two minor
      *> digits, then an optional currency word (blank picks the first
      *> MAJOR word of the language's units file), then the check
      *> number the check register carries - blank on an extract from
      *> before the register existed, which registers as check zero -
      *> and the payee id, which must name a payee on PAYEEMST (a
      *> record without one is refused, no check and not on
      *> CHECKREG), the memo printed on the check, for a bilingual
      *> check the second language and its currency word, and the
      *> document id of the payment instruction an N2WINSTR record was
      *> drawn from.
       01 amount-line.
         05 amount-language   pic x(2).
         05 filler            pic x(1).
         05 amount-sign       pic x(1).
         05 amount-integer    pic 9(12).
         05 amount-decimal    pic 9(2).
         05 filler            pic x(1).
         05 amount-currency   pic x(32).
         05 filler            pic x(1).
         05 amount-check-number pic 9(10).
         05 filler            pic x(1).
         05 amount-payee-id   pic x(16).
         05 filler            pic x(1).
         05 amount-memo       pic x(40).
         05 filler            pic x(1).
         05 amount-second-language pic x(2).
         05 filler            pic x(1).
         05 amount-second-currency pic x(32).
         05 filler            pic x(1).
         05 amount-document-id pic x(32).
