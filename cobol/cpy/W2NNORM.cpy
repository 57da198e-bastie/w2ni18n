      *> Fixed-column NORMTEXT record written by W2NBATCH when the
      *> normtext=yes card is on: one per input sentence, the sentence
      *> handed back by W2N with its spoken numbers rewritten as digits
      *> (dates, times, percents and money amounts in the house format
      *> of the language's profile). Words W2N could not place stay as
      *> they were, so a rejected sentence still gets its line.
       01 normtext-record.
         05 normtext-record-number     pic 9(9).
         05 normtext-language-code     pic x(2).
         05 normtext-document-id       pic x(32).
         05 normtext-sentence          pic x(2048).
