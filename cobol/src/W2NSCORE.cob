      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2NSCORE.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * W2NSCORE breaks one W2NBATCH run down by the feeder system
      * each sentence came from - the systems feeding SENTENCES can be
      * told apart only by their document-id prefix. "W2NSCORE
      * [results-file]" (default RESULTS, any generation or partition)
      * reads the run's RESULTS, EXCEPTIONS, REVIEW and REJECTS of the
      * same suffix and groups every record through the SOURCES
      * registry: "prefix=system-name:owner" lines, the longest
      * matching prefix wins, a document-id no prefix matches counts
      * under UNREGISTERED.
      * The SCORECARD report (same suffix) prints one block per
      * source - its owner, volume, converted count and conversion
      * rate, rejects by reason code, records routed to EXCEPTIONS and
      * REVIEW, the most frequent unknown words, and its figures on
      * the runs scored before - so each block can go to that feeder's
      * owner on its own. Each source's figures are appended to the
      * SCOREHST history (see W2NSCORE.cpy) under the run-start stamp
      * of the run's CONTROL report, once per run: reprinting a
      * scorecard does not count a run twice.
      * Condition codes: 0 every record matched a registered source,
      * 4 some fell to UNREGISTERED, 16 usage, RESULTS or SOURCES
      * missing.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT results-file ASSIGN TO input-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RESULTS-STATUS.
       SELECT rejects-file ASSIGN TO rejects-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJECTS-STATUS.
      *> EXCEPTIONS and REVIEW share the W2NBATCH exceptions layout
       SELECT routed-file ASSIGN TO routed-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ROUTED-STATUS.
       SELECT control-file ASSIGN TO control-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONTROL-STATUS.
      *> the source registry - "prefix=system-name:owner" lines in the
      *> properties layout every control file here uses.
       SELECT sources-file ASSIGN TO "SOURCES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SOURCES-STATUS.
       SELECT scorehst-file ASSIGN TO "SCOREHST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCOREHST-STATUS.
       SELECT scorecard-file ASSIGN TO scorecard-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCORECARD-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD results-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 results-line          pic x(2200).

       FD rejects-file
          RECORD CONTAINS 1 TO 2210 CHARACTERS.
       01 rejects-line          pic x(2210).

       FD routed-file
          RECORD CONTAINS 1 TO 2300 CHARACTERS.
       01 routed-line.
         05 routed-rule-key       pic x(32).
         05 routed-rule-min       pic 9(18).
         05 routed-rule-max       pic 9(18).
         05 routed-results        pic x(2200).
         05 filler                pic x(32).

       FD control-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 control-line          pic x(80).

       FD sources-file
          RECORD CONTAINS 1 TO 120 CHARACTERS.
       01 sources-line          pic x(120).

       FD scorehst-file
          RECORD CONTAINS 1 TO 200 CHARACTERS.
       01 scorehst-line         pic x(200).

       FD scorecard-file
          RECORD CONTAINS 1 TO 100 CHARACTERS.
       01 scorecard-line        pic x(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==RESULTS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==REJECTS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==ROUTED==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CONTROL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==SOURCES==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==SCOREHST==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==SCORECARD==.

       77 PARMS-KEY-VALUE-DELIMITER  PIC X(1) VALUE "=".
       77 UNREGISTERED-SOURCE   pic x(20) value "UNREGISTERED".
      *> unknown words listed per source, and prior runs shown
       77 TOP-WORD-LIMIT        pic 9(2) value 5.
       77 HISTORY-DEPTH         pic 9(2) value 8.

       01 command-line-work     pic x(160).
       01 input-file-name       pic x(64) value spaces.
       01 rejects-file-name     pic x(64).
       01 routed-file-name      pic x(64).
       01 control-file-name     pic x(64).
       01 scorecard-file-name   pic x(64).
       01 file-suffix           pic x(32).
       01 name-scan-pos         pic 9(4).
       01 scored-timestamp      pic x(21).
      *> the run being scored, as its CONTROL report names it - spaces
      *> without a CONTROL report, and then it goes on no history.
       01 control-run-start     pic x(14) value spaces.

      *> the registry: every prefix with the source it belongs to -
      *> several prefixes may name one source.
       01 filler.
        03 registry-entry        occurs 100.
         05 registry-prefix       pic x(32).
         05 registry-prefix-len   pic 9(2).
         05 registry-source-idx   pic 9(2).
       01 registry-entry-count  pic 9(3) value zero.
       01 registry-idx          pic 9(3).
       01 registry-hit-len      pic 9(2).
       01 registry-scan-pos     pic 9(4).
       01 registry-prefix-work  pic x(32).
       01 registry-name-work    pic x(32).
       01 registry-owner-work   pic x(40).

      *> one slot per source, UNREGISTERED added when first needed;
      *> the history ring holds the source's last runs before this
      *> one, oldest first.
       01 filler.
        03 source-stats          occurs 32.
         05 source-name           pic x(20).
         05 source-owner          pic x(40).
         05 source-read           pic 9(9).
         05 source-converted      pic 9(9).
         05 source-rejected       pic 9(9).
         05 source-reason-count   pic 9(9) occurs 7.
         05 source-exceptions     pic 9(9).
         05 source-review         pic 9(9).
         05 source-history-count  pic 9(2).
         05 source-history        occurs 8.
           10 history-run-start     pic x(14).
           10 history-read          pic 9(9).
           10 history-converted     pic 9(9).
           10 history-rejected      pic 9(9).
           10 history-exceptions    pic 9(9).
       01 source-count          pic 9(2) value zero.
       01 source-idx            pic 9(2).
       01 source-hit-idx        pic 9(2).
       01 history-idx           pic 9(2).
       01 unregistered-count    pic 9(9) value zero.

      *> unknown words (reason 02) per source, for the top-word list
       01 filler.
        03 unknown-entry         occurs 1000.
         05 unknown-source-idx    pic 9(2).
         05 unknown-word          pic x(32).
         05 unknown-count         pic 9(9).
         05 unknown-listed-flag   pic x(1).
       01 unknown-entry-count   pic 9(4) value zero.
       01 unknown-idx           pic 9(4).
       01 unknown-best-idx      pic 9(4).
       01 top-word-count        pic 9(2).

       01 document-id-work      pic x(32).
       01 reason-idx            pic 9(2).
       01 history-run-seen-flag pic x(1) value "N".
         88 run-already-on-history value "Y".
       01 history-append-count  pic 9(4) value zero.

       01 count-edit            pic z(8)9.
       01 rate-work             pic 9(3)v9.
       01 rate-edit             pic zz9.9.
       01 reason-caption-work   pic x(29).

       copy "W2NRESULT.cpy". *> fixed-column RESULTS record
       copy "W2NREJECT.cpy". *> fixed-column REJECTS record
       copy "W2NSCORE.cpy". *> per-source history record

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       perform load-source-registry
       perform read-control-report
       perform tally-results
       perform tally-routed-records
       perform tally-rejects
       perform read-score-history
       perform write-scorecard
       perform append-score-history
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter W2NSCORE"

       move spaces to command-line-work
       accept command-line-work from command-line
       unstring command-line-work delimited by all space
           into input-file-name
       end-unstring
       if input-file-name = spaces
           move "RESULTS" to input-file-name
       end-if
       move function current-date to scored-timestamp

      *> the suffix after the first "." names the run's other files
       move spaces to file-suffix
       move zero to name-scan-pos
       inspect input-file-name tallying name-scan-pos
               for characters before initial "."
       if name-scan-pos < 64
           move input-file-name (name-scan-pos + 1:) to file-suffix
       end-if
       move spaces to rejects-file-name
       string "REJECTS" delimited by size
              file-suffix delimited by space
         into rejects-file-name
       end-string
       move spaces to control-file-name
       string "CONTROL" delimited by size
              file-suffix delimited by space
         into control-file-name
       end-string
       move spaces to scorecard-file-name
       string "SCORECARD" delimited by size
              file-suffix delimited by space
         into scorecard-file-name
       end-string

       open input results-file
       if not RESULTS-SUCCESS
           display "results file " function trim (input-file-name)
                   " not found (file status " RESULTS-STATUS ")"
           move 16 to return-code
           stop run
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-source-registry
      * read SOURCES: "prefix=system-name:owner" lines, the same "="
      * and ":" splits the other control-file loaders use. Without it
      * there is nothing to group by, so the job stops.
      *-----------------------------------------------------------------
       load-source-registry section.
       open input sources-file
       if not SOURCES-SUCCESS
           display "Unable to open SOURCES (file status "
                   SOURCES-STATUS ") - no source registry"
           close results-file
           move 16 to return-code
           stop run
       end-if

       perform with test before until not SOURCES-SUCCESS
              read sources-file
              if SOURCES-SUCCESS
                  perform load-one-source-line
              end-if
       end-perform

       close sources-file

       display "loaded " registry-entry-count " prefix(es) for "
               source-count " source(s)"

       exit section.

       load-one-source-line section.

           if sources-line (1:1) not = "#" and
              sources-line not = spaces

           move zero to registry-scan-pos
           perform varying registry-scan-pos from 1 by 1
                    until registry-scan-pos > 120
                       or sources-line (registry-scan-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if registry-scan-pos <= 120 and registry-scan-pos > 1
              and registry-entry-count < 100
               move spaces to registry-prefix-work
               move spaces to registry-name-work
               move spaces to registry-owner-work
               move function upper-case
                    (sources-line (1:registry-scan-pos - 1))
                 to registry-prefix-work
               unstring sources-line (registry-scan-pos + 1:)
                   delimited by ":"
                   into registry-name-work registry-owner-work
               end-unstring
               move function upper-case (registry-name-work)
                 to registry-name-work

               perform find-source-by-name
               if source-hit-idx = zero
                  and source-count < 31
                   add 1 to source-count
                   move source-count to source-hit-idx
                   perform clear-source-slot
                   move registry-name-work
                     to source-name (source-hit-idx)
                   move registry-owner-work
                     to source-owner (source-hit-idx)
               end-if

               if source-hit-idx > zero
                   add 1 to registry-entry-count
                   move function trim (registry-prefix-work)
                     to registry-prefix (registry-entry-count)
                   move function length (function trim
                        (registry-prefix-work))
                     to registry-prefix-len (registry-entry-count)
                   move source-hit-idx
                     to registry-source-idx (registry-entry-count)
               end-if
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * find-source-by-name
      * the source slot for registry-name-work, zero when none.
      *-----------------------------------------------------------------
       find-source-by-name section.
       move zero to source-hit-idx
       perform varying source-idx from 1 by 1
                until source-idx > source-count
                   or source-hit-idx > zero
           if source-name (source-idx) = registry-name-work
               move source-idx to source-hit-idx
           end-if
       end-perform
       exit section.

       clear-source-slot section.
       move spaces to source-name (source-hit-idx)
       move spaces to source-owner (source-hit-idx)
       move zero to source-read (source-hit-idx)
       move zero to source-converted (source-hit-idx)
       move zero to source-rejected (source-hit-idx)
       perform varying reason-idx from 1 by 1 until reason-idx > 7
           move zero to source-reason-count (source-hit-idx reason-idx)
       end-perform
       move zero to source-exceptions (source-hit-idx)
       move zero to source-review (source-hit-idx)
       move zero to source-history-count (source-hit-idx)
       exit section.

      *-----------------------------------------------------------------
      * find-source-for-document
      * the source of document-id-work: the longest registered prefix
      * it starts with, else UNREGISTERED (its slot added the first
      * time a document needs it).
      *-----------------------------------------------------------------
       find-source-for-document section.
       move zero to source-hit-idx
       move zero to registry-hit-len
       perform varying registry-idx from 1 by 1
                until registry-idx > registry-entry-count
           if function upper-case (document-id-work
                (1:registry-prefix-len (registry-idx)))
                = registry-prefix (registry-idx)
                    (1:registry-prefix-len (registry-idx))
              and registry-prefix-len (registry-idx)
                > registry-hit-len
               move registry-source-idx (registry-idx)
                 to source-hit-idx
               move registry-prefix-len (registry-idx)
                 to registry-hit-len
           end-if
       end-perform

       if source-hit-idx = zero
           add 1 to unregistered-count
           move UNREGISTERED-SOURCE to registry-name-work
           perform find-source-by-name
           if source-hit-idx = zero
               add 1 to source-count
               move source-count to source-hit-idx
               perform clear-source-slot
               move UNREGISTERED-SOURCE to source-name (source-hit-idx)
               move "(no owner - add the prefix to SOURCES)"
                 to source-owner (source-hit-idx)
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * read-control-report
      * the run-start stamp that identifies the run on SCOREHST.
      *-----------------------------------------------------------------
       read-control-report section.
       open input control-file
       if not CONTROL-SUCCESS
           display "control report " function trim (control-file-name)
                   " not found - run not added to SCOREHST"
           exit section
       end-if

       perform with test before until not CONTROL-SUCCESS
           read control-file
           if CONTROL-SUCCESS
              and control-line (1:20) = "RUN START"
               move spaces to control-run-start
               string control-line (21:4) delimited by size
                      control-line (26:2) delimited by size
                      control-line (29:2) delimited by size
                      control-line (32:2) delimited by size
                      control-line (35:2) delimited by size
                      control-line (38:2) delimited by size
                 into control-run-start
               end-string
           end-if
       end-perform

       close control-file

       exit section.

      *-----------------------------------------------------------------
      * tally-results
      * every converted record counts as read and converted for its
      * source. "#" lines (a partition's "#C" markers) are no records.
      *-----------------------------------------------------------------
       tally-results section.
       perform with test before until not RESULTS-SUCCESS
           read results-file
           if RESULTS-SUCCESS
              and results-line (1:1) not = "#"
               move results-line to results-record
               move results-document-id to document-id-work
               perform find-source-for-document
               add 1 to source-read (source-hit-idx)
               add 1 to source-converted (source-hit-idx)
           end-if
       end-perform
       close results-file
       exit section.

      *-----------------------------------------------------------------
      * tally-routed-records
      * records W2NBATCH converted but routed away from RESULTS - to
      * EXCEPTIONS on a tolerance rule, to REVIEW as ambiguous. Both
      * are converted, as on the CONTROL report.
      *-----------------------------------------------------------------
       tally-routed-records section.
       move spaces to routed-file-name
       string "EXCEPTIONS" delimited by size
              file-suffix delimited by space
         into routed-file-name
       end-string
       open input routed-file
       if ROUTED-SUCCESS
           perform with test before until not ROUTED-SUCCESS
               read routed-file
               if ROUTED-SUCCESS
                   perform tally-one-routed-record
                   add 1 to source-exceptions (source-hit-idx)
               end-if
           end-perform
           close routed-file
       end-if

       move spaces to routed-file-name
       string "REVIEW" delimited by size
              file-suffix delimited by space
         into routed-file-name
       end-string
       open input routed-file
       if ROUTED-SUCCESS
           perform with test before until not ROUTED-SUCCESS
               read routed-file
               if ROUTED-SUCCESS
                   perform tally-one-routed-record
                   add 1 to source-review (source-hit-idx)
               end-if
           end-perform
           close routed-file
       end-if

       exit section.

       tally-one-routed-record section.
       move routed-results to results-record
       move results-document-id to document-id-work
       perform find-source-for-document
       add 1 to source-read (source-hit-idx)
       add 1 to source-converted (source-hit-idx)
       exit section.

      *-----------------------------------------------------------------
      * tally-rejects
      * rejects by reason code, and every unknown word (reason 02)
      * counted against its source for the top-word list.
      *-----------------------------------------------------------------
       tally-rejects section.
       open input rejects-file
       if not REJECTS-SUCCESS
           exit section
       end-if

       perform with test before until not REJECTS-SUCCESS
           read rejects-file
           if REJECTS-SUCCESS
              and rejects-line (1:1) not = "#"
               move rejects-line to rejects-record
               move rejects-document-id to document-id-work
               perform find-source-for-document
               add 1 to source-read (source-hit-idx)
               add 1 to source-rejected (source-hit-idx)
               if rejects-reason-code > zero
                  and rejects-reason-code <= 7
                   add 1 to source-reason-count
                              (source-hit-idx rejects-reason-code)
               end-if
               if rejects-reason-unknown-word
                  and rejects-reason-word not = spaces
                   perform tally-unknown-word
               end-if
           end-if
       end-perform

       close rejects-file

       exit section.

       tally-unknown-word section.
       move zero to unknown-best-idx
       perform varying unknown-idx from 1 by 1
                until unknown-idx > unknown-entry-count
                   or unknown-best-idx > zero
           if unknown-source-idx (unknown-idx) = source-hit-idx
              and unknown-word (unknown-idx) = rejects-reason-word
               move unknown-idx to unknown-best-idx
           end-if
       end-perform

       if unknown-best-idx > zero
           add 1 to unknown-count (unknown-best-idx)
       else
           if unknown-entry-count < 1000
               add 1 to unknown-entry-count
               move source-hit-idx
                 to unknown-source-idx (unknown-entry-count)
               move rejects-reason-word
                 to unknown-word (unknown-entry-count)
               move 1 to unknown-count (unknown-entry-count)
               move "N" to unknown-listed-flag (unknown-entry-count)
           end-if
       end-if
       exit section.

      *-----------------------------------------------------------------
      * read-score-history
      * each source's last runs on SCOREHST, oldest first. Entries of
      * the run being scored are left out - they are this run, put
      * there by an earlier printing of this scorecard.
      *-----------------------------------------------------------------
       read-score-history section.
       open input scorehst-file
       if not SCOREHST-SUCCESS
           exit section
       end-if

       perform with test before until not SCOREHST-SUCCESS
           read scorehst-file
           if SCOREHST-SUCCESS
               move scorehst-line to score-history-record
               if control-run-start not = spaces
                  and score-run-start = control-run-start
                   set run-already-on-history to true
               else
                   perform keep-one-history-entry
               end-if
           end-if
       end-perform

       close scorehst-file

       exit section.

       keep-one-history-entry section.
       move score-source-name to registry-name-work
       perform find-source-by-name
       if source-hit-idx = zero
           exit section
       end-if

      *> a full ring drops its oldest run
       if source-history-count (source-hit-idx) >= HISTORY-DEPTH
           perform varying history-idx from 1 by 1
                    until history-idx >= HISTORY-DEPTH
               move source-history (source-hit-idx history-idx + 1)
                 to source-history (source-hit-idx history-idx)
           end-perform
       else
           add 1 to source-history-count (source-hit-idx)
       end-if
       move source-history-count (source-hit-idx) to history-idx
       move score-run-start
         to history-run-start (source-hit-idx history-idx)
       move score-records-read
         to history-read (source-hit-idx history-idx)
       move score-converted
         to history-converted (source-hit-idx history-idx)
       move score-rejected
         to history-rejected (source-hit-idx history-idx)
       move score-exceptions
         to history-exceptions (source-hit-idx history-idx)
       exit section.

      *-----------------------------------------------------------------
      * write-scorecard
      * one block per source with anything to report this run, each
      * headed by the source and its owner so the block can be sent
      * on by itself. Counts sit at column 30, as on CONTROL.
      *-----------------------------------------------------------------
       write-scorecard section.
       open output scorecard-file
       if not SCORECARD-SUCCESS
           display "Unable to open "
                   function trim (scorecard-file-name)
                   " (file status " SCORECARD-STATUS ")"
           exit section
       end-if

       move "W2NSCORE SOURCE DATA QUALITY SCORECARD"
         to scorecard-line
       write scorecard-line
       move "--------------------------------------"
         to scorecard-line
       write scorecard-line
       move spaces to scorecard-line
       string "RESULTS FILE                 " delimited by size
              input-file-name delimited by space
         into scorecard-line
       end-string
       write scorecard-line
       move spaces to scorecard-line
       if control-run-start = spaces
           move "RUN START                    (NO CONTROL REPORT)"
             to scorecard-line
       else
           string "RUN START                    " delimited by size
                  control-run-start delimited by size
             into scorecard-line
           end-string
       end-if
       write scorecard-line

       perform varying source-idx from 1 by 1
                until source-idx > source-count
           if source-read (source-idx) > zero
               perform write-one-source-block
           end-if
       end-perform

       close scorecard-file

       exit section.

       write-one-source-block section.
       move spaces to scorecard-line
       write scorecard-line
       move all "=" to scorecard-line (1:60)
       write scorecard-line
       move spaces to scorecard-line
       string "SOURCE                       " delimited by size
              source-name (source-idx) delimited by size
         into scorecard-line
       end-string
       write scorecard-line
       move spaces to scorecard-line
       string "OWNER                        " delimited by size
              source-owner (source-idx) delimited by size
         into scorecard-line
       end-string
       write scorecard-line
       move spaces to scorecard-line
       move all "=" to scorecard-line (1:60)
       write scorecard-line

       move "RECORDS READ" to scorecard-line
       move source-read (source-idx) to count-edit
       perform write-scorecard-count-line
       move "CONVERTED" to scorecard-line
       move source-converted (source-idx) to count-edit
       perform write-scorecard-count-line
       compute rate-work rounded =
           (source-converted (source-idx) * 100)
           / source-read (source-idx)
       move rate-work to rate-edit
       move "CONVERSION RATE" to scorecard-line
       move rate-edit to scorecard-line (33:5)
       move "%" to scorecard-line (38:1)
       write scorecard-line
       move "REJECTED" to scorecard-line
       move source-rejected (source-idx) to count-edit
       perform write-scorecard-count-line
       perform varying reason-idx from 1 by 1 until reason-idx > 7
           evaluate reason-idx
               when 1
                   move "  REJECT 01 EMPTY INPUT"
                     to scorecard-line
               when 2
                   move "  REJECT 02 UNKNOWN WORD"
                     to scorecard-line
               when 3
                   move "  REJECT 03 OUT OF RANGE"
                     to scorecard-line
               when 4
                   move "  REJECT 04 CONFIG MISSING"
                     to scorecard-line
               when 5
                   move "  REJECT 05 LANGUAGE UNKNOWN"
                     to scorecard-line
               when 6
                   move "  REJECT 06 SENTENCE OVERFLOW"
                     to scorecard-line
               when 7
                   move "  REJECT 07 MALFORMED ROMAN"
                     to scorecard-line
           end-evaluate
           move source-reason-count (source-idx reason-idx)
             to count-edit
           perform write-scorecard-count-line
       end-perform
       move "ROUTED TO EXCEPTIONS" to scorecard-line
       move source-exceptions (source-idx) to count-edit
       perform write-scorecard-count-line
       move "ROUTED TO REVIEW (AMBIGUOUS)" to scorecard-line
       move source-review (source-idx) to count-edit
       perform write-scorecard-count-line

       perform write-top-unknown-words
       perform write-source-history

       exit section.

       write-scorecard-count-line section.
       move count-edit to scorecard-line (30:9)
       write scorecard-line
       exit section.

      *-----------------------------------------------------------------
      * write-top-unknown-words
      * the source's most frequent unknown words, most frequent
      * first - each pass picks the highest count not yet listed.
      *-----------------------------------------------------------------
       write-top-unknown-words section.
       move "TOP UNKNOWN WORDS" to scorecard-line
       write scorecard-line
       move zero to top-word-count
       perform with test before until top-word-count >= TOP-WORD-LIMIT
           move zero to unknown-best-idx
           perform varying unknown-idx from 1 by 1
                    until unknown-idx > unknown-entry-count
               if unknown-source-idx (unknown-idx) = source-idx
                  and unknown-listed-flag (unknown-idx) = "N"
                   if unknown-best-idx = zero
                       move unknown-idx to unknown-best-idx
                   else
                       if unknown-count (unknown-idx)
                            > unknown-count (unknown-best-idx)
                           move unknown-idx to unknown-best-idx
                       end-if
                   end-if
               end-if
           end-perform
           if unknown-best-idx = zero
               exit perform
           end-if
           add 1 to top-word-count
           move "Y" to unknown-listed-flag (unknown-best-idx)
           move spaces to scorecard-line
           move unknown-word (unknown-best-idx)
             to scorecard-line (3:27)
           move unknown-count (unknown-best-idx) to count-edit
           perform write-scorecard-count-line
       end-perform
       if top-word-count = zero
           move "  (NONE)" to scorecard-line
           write scorecard-line
       end-if
       exit section.

      *-----------------------------------------------------------------
      * write-source-history
      * the source's figures on the runs scored before this one.
      *-----------------------------------------------------------------
       write-source-history section.
       move "PRIOR RUNS" to scorecard-line
       write scorecard-line
       if source-history-count (source-idx) = zero
           move "  (NONE ON SCOREHST)" to scorecard-line
           write scorecard-line
           exit section
       end-if

       move "  RUN START           READ CONVERTED  REJECTED   RATE"
         to scorecard-line
       move "EXCEPTIONS" to scorecard-line (57:10)
       write scorecard-line
       perform varying history-idx from 1 by 1
                until history-idx > source-history-count (source-idx)
           move spaces to scorecard-line
           move history-run-start (source-idx history-idx)
             to scorecard-line (3:14)
           move history-read (source-idx history-idx) to count-edit
           move count-edit to scorecard-line (17:9)
           move history-converted (source-idx history-idx)
             to count-edit
           move count-edit to scorecard-line (27:9)
           move history-rejected (source-idx history-idx)
             to count-edit
           move count-edit to scorecard-line (37:9)
           if history-read (source-idx history-idx) > zero
               compute rate-work rounded =
                   (history-converted (source-idx history-idx) * 100)
                   / history-read (source-idx history-idx)
           else
               move zero to rate-work
           end-if
           move rate-work to rate-edit
           move rate-edit to scorecard-line (49:5)
           move "%" to scorecard-line (54:1)
           move history-exceptions (source-idx history-idx)
             to count-edit
           move count-edit to scorecard-line (58:9)
           write scorecard-line
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * append-score-history
      * this run's figures onto SCOREHST, one record per source -
      * only when the run has a CONTROL run-start stamp and is not
      * on the history already.
      *-----------------------------------------------------------------
       append-score-history section.
       if control-run-start = spaces
           exit section
       end-if
       if run-already-on-history
           display "run " control-run-start
                   " already on SCOREHST - history unchanged"
           exit section
       end-if

       open extend scorehst-file
       if SCOREHST-NOT_EXISTS
           open output scorehst-file
       end-if
       if not SCOREHST-SUCCESS
           display "Unable to open SCOREHST (file status "
                   SCOREHST-STATUS ")"
           exit section
       end-if

       perform varying source-idx from 1 by 1
                until source-idx > source-count
           if source-read (source-idx) > zero
               move spaces to score-history-record
               move control-run-start to score-run-start
               move scored-timestamp (1:8) to score-scored-date
               move source-name (source-idx) to score-source-name
               move source-read (source-idx) to score-records-read
               move source-converted (source-idx) to score-converted
               move source-rejected (source-idx) to score-rejected
               perform varying reason-idx from 1 by 1
                        until reason-idx > 7
                   move source-reason-count (source-idx reason-idx)
                     to score-reason-count (reason-idx)
               end-perform
               move source-exceptions (source-idx)
                 to score-exceptions
               move source-review (source-idx) to score-review
               move score-history-record to scorehst-line
               write scorehst-line
               add 1 to history-append-count
           end-if
       end-perform

       close scorehst-file

       exit section.

      *-----------------------------------------------------------------
       finish section.

       display "W2NSCORE scored " source-count " source(s) to "
               function trim (scorecard-file-name) ", "
               history-append-count " added to SCOREHST"
       if unregistered-count > zero
           move unregistered-count to count-edit
           display "W2NSCORE " count-edit " record(s) from prefixes"
                   " not on SOURCES"
           move 4 to return-code
       else
           move zero to return-code
       end-if

       exit section.

       END PROGRAM W2NSCORE.
      * EOF
