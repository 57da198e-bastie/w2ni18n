      *> Fixed-column SCOREHST record: one line per source system per
      *> W2NBATCH run scored by W2NSCORE, appended - so each feeder's
      *> volumes and reject figures stay comparable week to week after
      *> the run's own files are gone. The run is identified by the
      *> run-start stamp on its CONTROL report; W2NSCORE appends a run
      *> only once, however often the scorecard is reprinted.
       01 score-history-record.
         05 score-run-start            pic x(14).
         05 score-scored-date          pic x(8).
         05 score-source-name          pic x(20).
         05 score-records-read         pic 9(9).
         05 score-converted            pic 9(9).
         05 score-rejected             pic 9(9).
      *> rejects broken down by w2n-reason-code, as on CONTROL
         05 score-reason-count         pic 9(9) occurs 7.
         05 score-exceptions           pic 9(9).
         05 score-review               pic 9(9).
