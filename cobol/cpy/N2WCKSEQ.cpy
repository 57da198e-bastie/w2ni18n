      *> The CHECKSEQ control record: the one check-number sequence
      *> every check N2WINSTR draws takes its number from, so a number
      *> is never issued twice. A single record, rewritten at the end
      *> of every run with the next free number. The last number of
      *> the check stock in the printer bounds the sequence - zeros
      *> for no bound.
       01 check-sequence-record.
         05 ckseq-next-number          pic 9(10).
         05 ckseq-last-number          pic 9(10).
      *> the run that last drew from the sequence: when, from which
      *> RESULTS file, and how many numbers it took
         05 ckseq-updated-stamp        pic x(14).
         05 ckseq-updated-from         pic x(64).
         05 ckseq-drawn-count          pic 9(9).
