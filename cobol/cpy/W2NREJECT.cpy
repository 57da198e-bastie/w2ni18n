           88 rejects-reason-config-missing  value 4.
           88 rejects-reason-bad-language    value 5.
           88 rejects-reason-overflow        value 6.
           88 rejects-reason-bad-roman       value 7.
         05 rejects-reason-word        pic x(64).
         05 rejects-reason-position    pic 9(4).
      *> document id carried through from a delimited extract record
      *> (spaces on fixed-layout SENTENCES input).
         05 rejects-document-id        pic x(32).
         05 rejects-sentence           pic x(2045).
      *> the nearest vocabulary word W2N found for an unknown word
      *> ("did you mean FORTY") - spaces when it had none. Vocabulary
      *> words are short, so 40 bytes keep the record inside its
      *> 2210-byte line; the reprocess reader ignores it.
         05 rejects-suggestion         pic x(40).
      *> "Y" when the sentence (and reason word) carry a starred
      *> digit sequence - the clear text is on the run's CLEARVAL
      *> file under the same record number, where reprocess mode
      *> reads it back from.
         05 rejects-masked             pic x(1).
           88 rejects-sentence-is-masked value "Y".
      *> which input file of the run the sentence came from - its
      *> position on the W2NBATCH input manifest, 1 for a run over the
      *> single SENTENCES file. It takes the record one byte past the
      *> old 2200-byte line, so REJECTS lines are 2210 bytes wide.
         05 rejects-source-file        pic 9(2).
