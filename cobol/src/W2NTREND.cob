      * more than double the previous active day's (and past a small
      * floor, so two words against one don't alarm) is flagged - the
      * early warning that an upstream extract changed format or a
      * vocabulary went stale. A run W2NBACK backed out is taken back
      * off its day by the reversing entry W2NBACK appends, so a day
      * that was backed out and rerun counts once. Ends 0 quiet, 4
      * when any day was flagged, 16 when RUNHIST is missing.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==TREND==.

       01 history-read-count    pic 9(9) value zero.
       01 reversal-read-count   pic 9(9) value zero.

      *> one slot per day seen, in first-seen (file) order - RUNHIST
      *> is append-only, so that is chronological order.
           end-if
       end-if

      *> a backed-out run's reversing entry takes its figures back
      *> off the day, so the rerun that replaces it is not counted
      *> on top of it.
       if runhist-is-reversal
           perform reverse-one-run
           exit section
       end-if

       add runhist-records-read to day-stat-read (day-stat-idx)
       add runhist-converted to day-stat-converted (day-stat-idx)
       add runhist-rejected to day-stat-rejected (day-stat-idx)

       exit section.

      *-----------------------------------------------------------------
      * reverse-one-run
      * subtract a backed-out run from its day - never below zero,
      * should the original entry have been lost from RUNHIST.
      *-----------------------------------------------------------------
       reverse-one-run section.
       add 1 to reversal-read-count

       if day-stat-read (day-stat-idx) >= runhist-records-read
           subtract runhist-records-read
               from day-stat-read (day-stat-idx)
       else
           move zero to day-stat-read (day-stat-idx)
       end-if
       if day-stat-converted (day-stat-idx) >= runhist-converted
           subtract runhist-converted
               from day-stat-converted (day-stat-idx)
       else
           move zero to day-stat-converted (day-stat-idx)
       end-if
       if day-stat-rejected (day-stat-idx) >= runhist-rejected
           subtract runhist-rejected
               from day-stat-rejected (day-stat-idx)
       else
           move zero to day-stat-rejected (day-stat-idx)
       end-if
       if day-stat-unknown (day-stat-idx) >= runhist-reason-count (2)
           subtract runhist-reason-count (2)
               from day-stat-unknown (day-stat-idx)
       else
           move zero to day-stat-unknown (day-stat-idx)
       end-if
       if day-stat-run-count (day-stat-idx) > zero
           subtract 1 from day-stat-run-count (day-stat-idx)
       end-if

       exit section.

      *-----------------------------------------------------------------
      * write-trend-report
      * one line per day - volume, reject rate, unknown-word count -
       move history-read-count to count-edit
       display "W2NTREND summarized " count-edit " run(s) over "
                day-stat-count " day(s), "
                flagged-day-count " flagged, "
                reversal-read-count " backed out"

       if flagged-day-count > zero
           move 4 to return-code
