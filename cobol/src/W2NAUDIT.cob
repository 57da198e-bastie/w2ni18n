      * Writes AUDITRPT (the summary) and one VOCABCAND.<lang> ADD
      * list per language seen - W2NVOCAB's batch mode applies a
      * change file to exactly one language, so a mixed EN/DE day
      * yields one reviewable file per vocabulary. A refused word with
      * more than four digits in it - a piece of a dictated account
      * number, on a trail written before W2N masked them - is listed
      * with only its last four digits showing.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
      *> sized to match the writer - W2N.cob builds audit lines of
      *> 360 bytes of text with the sequence number and chained check
      *> value behind them (W2NVRFY checks those; this report reads
      *> the text only).
       FD audit-file
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 audit-line             pic x(400).

       FD summary-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 parsed-return         pic x(8).
       01 parsed-reason         pic 9(2).
       01 parsed-word           pic x(64).
       77 MASK-SHOWN-DIGITS     pic 9(2) value 4.
       01 word-digit-count      pic 9(2).
       01 word-char-idx         pic 9(2).
       01 parsed-hour           pic 9(2).

      *> per-language counters - one slot per language code seen.

      *> per-reason counters (the reject breakdown).
       01 filler.
        03 reason-count          pic 9(9) occurs 7 value zero.

      *> hour-of-day histogram for the busiest-hours list.
       01 filler.
       move spaces to parsed-reason-field
       move spaces to parsed-word-field

       unstring audit-line (1:360) delimited by " | "
           into parsed-timestamp
                parsed-lang-field
                parsed-return-field
           perform tally-hour

           if parsed-reason = 2 and parsed-word not = spaces
               perform mask-word-digits
               perform tally-unknown-word
           end-if
       end-if
               add 1 to return-error-count
       end-evaluate

       if parsed-reason >= 1 and parsed-reason <= 7
           add 1 to reason-count (parsed-reason)
       end-if

       end-if
       exit section.

      *-----------------------------------------------------------------
      * mask-word-digits
      * star every digit of parsed-word but its last four.
      *-----------------------------------------------------------------
       mask-word-digits section.
       move zero to word-digit-count
       inspect parsed-word tallying word-digit-count
               for all "0" all "1" all "2" all "3" all "4"
                   all "5" all "6" all "7" all "8" all "9"
       if word-digit-count > MASK-SHOWN-DIGITS
           subtract MASK-SHOWN-DIGITS from word-digit-count
           perform varying word-char-idx from 1 by 1
                    until word-char-idx > 64
                       or word-digit-count = zero
               if parsed-word (word-char-idx:1) is numeric
                   move "*" to parsed-word (word-char-idx:1)
                   subtract 1 from word-digit-count
               end-if
           end-perform
       end-if
       exit section.

      *-----------------------------------------------------------------
      * tally-unknown-word
      * count parsed-word in the harvest table (first come first
       move "  REJECT 05 LANGUAGE UNKNOWN" to summary-line
       move reason-count (5) to count-edit
       perform write-summary-count-line
       move "  REJECT 07 MALFORMED ROMAN" to summary-line
       move reason-count (7) to count-edit
       perform write-summary-count-line

       move spaces to summary-line
       write summary-line
