      *> Fixed-column VERIFY record: one line per sentence whose keyed
      *> amount - the figure a clerk keyed from the same document, in
      *> the keyed-amount-column of a delimited extract - does not
      *> agree with what W2NBATCH converted the sentence to. Amounts
      *> carry their sign in front and six decimal places; a compound
      *> currency value is compared in its major unit (canonical value
      *> over the minor ratio), so "3.50" agrees with three dollars
      *> and fifty cents.
       01 verify-record.
         05 verify-record-number       pic 9(9).
         05 verify-language-code       pic x(2).
         05 verify-document-id         pic x(32).
      *> the keyed column as it came in
         05 verify-keyed-text          pic x(40).
         05 verify-keyed-amount        pic s9(31)v9(6)
                                       sign leading separate.
         05 verify-converted-amount    pic s9(31)v9(6)
                                       sign leading separate.
      *> converted minus keyed
         05 verify-difference          pic s9(31)v9(6)
                                       sign leading separate.
         05 verify-unit                pic x(32).
         05 verify-reason              pic x(1).
           88 verify-amounts-differ      value "M".
           88 verify-keyed-not-numeric   value "N".
      *> where the record went: held on EXCEPTIONS by the keyed-
      *> mismatch=hold option, on to RESULTS (only reported here), or
      *> to REVIEW because its reading was ambiguous anyway.
         05 verify-disposition         pic x(1).
           88 verify-record-held         value "H".
           88 verify-record-reported     value "R".
           88 verify-record-in-review    value "V".
