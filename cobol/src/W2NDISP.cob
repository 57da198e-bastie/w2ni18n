      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2NDISP.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * W2NDISP works the EXCEPTIONS file W2NBATCH's tolerance rules
      * fill: every exceptions-record (the rule that fired and the
      * diverted results record behind it) still open is put in front
      * of a reviewer, who accepts the value as converted, keys a
      * corrected value, or rejects the item outright. Every decision
      * goes onto the DISPJRNL journal (see W2NDISP.cpy) with the
      * reviewer id and a timestamp - the journal is also what the
      * next session reads back, so an item disposed once is never
      * presented again. Accepted and corrected items are written in
      * RESULTS format to DISPRSLT - rewritten every session, so it
      * holds that session's decisions only - ready for "W2NLOAD
      * yyyymmdd DISPRSLT" to put them on RESMASTR. Whatever is open
      * when the session ends goes onto the EXAGING aging list, aged
      * from the day the item was first presented. W2NBATCH's REVIEW
      * file (conversions W2N could read two ways) carries the same
      * layout and is worked the same way: "W2NDISP reviewer REVIEW".
      * "W2NDISP reviewer [exceptions-file [disposition-file]]": no
      * disposition file runs the live reviewer session, one runs the
      * same decisions from a reviewed file (ACCEPT recnum / CORRECT
      * recnum value [reason] / REJECT recnum reason), the way
      * W2NVOCAB runs a change file. Condition codes: 0 nothing left
      * open, 4 items still open, 8 disposition commands refused,
      * 16 usage, EXCEPTIONS missing or its journal state too large to
      * hold.
      * A digit-sequence item W2NBATCH masked shows only the starred
      * value; accepting it takes the clear value back off the run's
      * CLEARVAL file (CLEARVAL.Gyyyymmddnn beside EXCEPTIONS.G...),
      * and an accept with no clear value on file is refused, so no
      * starred value ever reaches DISPRSLT.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> assigned to a declared name field so a generation-named
      *> EXCEPTIONS.Gyyyymmddnn (or a partition's EXCEPTIONS.Pk) is
      *> worked the same way the plain EXCEPTIONS is.
       SELECT exceptions-file ASSIGN TO exceptions-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXCEPT-STATUS.
       SELECT journal-file ASSIGN TO "DISPJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-STATUS.
       SELECT disp-results-file ASSIGN TO "DISPRSLT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DISPRES-STATUS.
       SELECT aging-file ASSIGN TO "EXAGING"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AGING-STATUS.
       SELECT command-file ASSIGN TO command-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COMMAND-STATUS.
       SELECT clearval-file ASSIGN TO clearval-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLEARVAL-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD exceptions-file
          RECORD CONTAINS 1 TO 2300 CHARACTERS.
       01 exceptions-line       pic x(2300).

       FD journal-file
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 journal-line          pic x(400).

       FD disp-results-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 disp-results-line     pic x(2200).

       FD aging-file
          RECORD CONTAINS 1 TO 132 CHARACTERS.
       01 aging-line            pic x(132).

       FD command-file
          RECORD CONTAINS 1 TO 128 CHARACTERS.
       01 command-line-record   pic x(128).

       FD clearval-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 clearval-line         pic x(2200).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==EXCEPT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==JOURNAL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==DISPRES==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==AGING==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==COMMAND==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CLEARVAL==.

       01 command-line-work     pic x(160).
       01 reviewer-id           pic x(8).
       01 exceptions-file-name  pic x(64) value "EXCEPTIONS".
       01 command-file-name     pic x(64) value spaces.
      *> the CLEARVAL file of the same run and partition: "CLEARVAL"
      *> plus whatever follows the first "." of the EXCEPTIONS name.
       01 clearval-file-name    pic x(64) value "CLEARVAL".
       01 clearval-name-pos     pic 9(4).
       01 clear-found-flag      pic x(1).
         88 clear-value-found     value "Y".
       01 current-stamp-work    pic x(21).
       01 today-date-work       pic x(8).

       01 run-mode-flag         pic x(1) value "I".
         88 run-is-interactive    value "I".
         88 run-is-batch          value "B".
       01 reviewer-quit-flag    pic x(1) value "N".
         88 reviewer-has-quit     value "Y".

       copy "W2NEXCP.cpy". *> EXCEPTIONS / REVIEW record

      *> every item of this EXCEPTIONS file the journal already knows,
      *> keyed by record number, document id and the stamp of the
      *> W2NBATCH run that wrote it - a plain EXCEPTIONS name is
      *> rewritten by every run, and the next run's items come under
      *> the same record numbers: first-presented date and current
      *> state ("O" open, or the final "A"/"C"/"R"). Only journal
      *> lines of the runs still on the file are loaded - a journal
      *> that holds more of them than the table is refused before any
      *> decision, or a disposed item would be presented again. An
      *> item first seen this session past the table size is still
      *> worked, it just cannot be remembered as seen.
       01 filler.
        03 known-item            occurs 5000.
         05 known-record-number   pic 9(9).
         05 known-document-id     pic x(32).
         05 known-run-stamp       pic x(14).
         05 known-seen-date       pic x(8).
         05 known-state           pic x(1).
       01 known-item-count      pic 9(5) value zero.
       01 known-idx             pic 9(5).
       01 known-hit-idx         pic 9(5).

      *> the W2NBATCH run stamps on the EXCEPTIONS file being worked
      *> - the journal lines of any other run are not loaded.
       01 filler.
        03 exceptions-stamp      pic x(14) occurs 50.
       01 exceptions-stamp-count pic 9(2) value zero.
       01 exceptions-stamp-idx  pic 9(2).
       01 stamp-found-flag      pic x(1).
         88 stamp-is-on-file      value "Y".

      *> batch mode: the reviewed disposition file, loaded whole so
      *> the walk over EXCEPTIONS can pick each item's command up by
      *> record number; a command naming no open item is refused.
       01 filler.
        03 disp-command          occurs 2000.
         05 disp-command-action   pic x(1).
         05 disp-command-recnum   pic 9(9).
         05 disp-command-value    pic x(40).
         05 disp-command-reason   pic x(60).
         05 disp-command-used     pic x(1).
       01 disp-command-count    pic 9(4) value zero.
       01 disp-command-idx      pic 9(4).
       01 disp-command-hit      pic 9(4).
       01 command-verb          pic x(16).
       01 command-recnum-text   pic x(16).
       01 command-rest          pic x(128).
       01 command-scan-pos      pic 9(4).

      *> the decision for the item in hand, from the reviewer or the
      *> disposition file.
       01 decision-action       pic x(1).
         88 decision-accept       value "A".
         88 decision-correct      value "C".
         88 decision-reject       value "R".
         88 decision-skip         value "S".
         88 decision-quit         value "Q".
       01 decision-value-text   pic x(40).
       01 decision-reason       pic x(60).
       01 operator-answer       pic x(40).

      *> a keyed corrected value: optional sign, digits, optional
      *> "." and decimal digits - the decimal part held as its digit
      *> string the way W2N fills w2n-result-value-decimal.
       01 corrected-sign        pic x(1).
       01 corrected-integer     pic 9(38).
       01 corrected-decimal     pic 9(38).
       01 corrected-valid-flag  pic x(1).
         88 corrected-is-valid    value "Y".
       01 value-scan-pos        pic 9(4).
       01 value-point-pos       pic 9(4).
       01 value-end-pos         pic 9(4).
       01 value-digit-start     pic 9(4).
       01 value-char            pic x(1).

       01 item-read-count       pic 9(9) value zero.
       01 item-open-count       pic 9(9) value zero.
       01 item-already-count    pic 9(9) value zero.
       01 accepted-count        pic 9(9) value zero.
       01 corrected-count       pic 9(9) value zero.
       01 rejected-count        pic 9(9) value zero.
       01 refused-command-count pic 9(9) value zero.
       01 results-written-hash  pic 9(18) value zero.
       01 hash-work             pic 9(18).

      *> the aging list: one line per item still open, and the
      *> bucket totals the supervisor reads first.
       01 aging-days            pic 9(5).
       01 aging-bucket-count    pic 9(9) occurs 4 value zero.
       01 aging-open-total      pic 9(9) value zero.
       01 filler.
        03 aging-item            occurs 5000.
         05 aging-record-number   pic 9(9).
         05 aging-document-id     pic x(32).
         05 aging-rule-key        pic x(32).
         05 aging-seen-date       pic x(8).
         05 aging-item-days       pic 9(5).
       01 aging-item-count      pic 9(5) value zero.
       01 aging-idx             pic 9(5).

       01 count-edit            pic z(8)9.
       01 days-edit             pic z(4)9.
       01 value-edit            pic z(37)9.
       01 small-edit            pic z(17)9.

       copy "W2NRESULT.cpy". *> fixed-column RESULTS record
       copy "W2NDISP.cpy". *> DISPJRNL journal record
       copy "W2NCLEAR.cpy". *> CLEARVAL clear-value record

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       perform work-exceptions
       perform write-aging-list
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter W2NDISP"

       move function current-date to current-stamp-work
       move current-stamp-work (1:8) to today-date-work

      *> "W2NDISP reviewer [exceptions-file [disposition-file]]" -
      *> the reviewer id goes on every journal line, so a session
      *> without one is refused outright; the live session asks for
      *> it when the command line is empty.
       move spaces to command-line-work
       move spaces to reviewer-id
       accept command-line-work from command-line
       if command-line-work = spaces
           display "reviewer id: " with no advancing
           accept reviewer-id
       else
           unstring command-line-work delimited by all space
               into reviewer-id exceptions-file-name command-file-name
           end-unstring
           if exceptions-file-name = spaces
               move "EXCEPTIONS" to exceptions-file-name
           end-if
       end-if
       move function upper-case (reviewer-id) to reviewer-id

       if reviewer-id = spaces
           display "usage: W2NDISP reviewer [exceptions-file"
                   " [disposition-file]]"
           move 16 to return-code
           stop run
       end-if

       if command-file-name not = spaces
           set run-is-batch to true
           perform load-disposition-commands
       end-if

       move zero to clearval-name-pos
       inspect exceptions-file-name tallying clearval-name-pos
               for characters before initial "."
       move "CLEARVAL" to clearval-file-name
       if clearval-name-pos < 64
           move exceptions-file-name (clearval-name-pos + 1:)
             to clearval-file-name (9:)
       end-if

       perform load-journal-state

       open input exceptions-file
       if not EXCEPT-SUCCESS
           display "exceptions file " exceptions-file-name
                   " not found (file status " EXCEPT-STATUS ")"
           move 16 to return-code
           stop run
       end-if

       open extend journal-file
       if JOURNAL-NOT_EXISTS
           open output journal-file
       end-if
       if not JOURNAL-SUCCESS
           display "Unable to open DISPJRNL (file status "
                   JOURNAL-STATUS ") - aborting before any decision"
           move 16 to return-code
           stop run
       end-if

      *> a fresh DISPRSLT every session: W2NLOAD takes it whole, so
      *> an earlier session's items - already loaded - never land on
      *> RESMASTR twice.
       open output disp-results-file
       if not DISPRES-SUCCESS
           display "Unable to open DISPRSLT (file status "
                   DISPRES-STATUS ") - aborting before any decision"
           move 16 to return-code
           stop run
       end-if

       display "reviewer " reviewer-id " working "
               exceptions-file-name

       exit section.

      *-----------------------------------------------------------------
      * load-journal-state
      * read DISPJRNL back and keep every item of this EXCEPTIONS
      * file's runs: the date it was first presented and its latest
      * state. A missing journal just means nothing was ever reviewed.
      *-----------------------------------------------------------------
       load-journal-state section.
       move zero to known-item-count
       perform load-exceptions-stamps

       open input journal-file
       if JOURNAL-SUCCESS
           perform with test before until not JOURNAL-SUCCESS
               read journal-file
               if JOURNAL-SUCCESS
                   move journal-line to disposition-record
                   if disposition-exceptions-file
                        = exceptions-file-name
                       perform find-exceptions-stamp
                       if stamp-is-on-file
                           perform note-journal-item
                       end-if
                   end-if
               end-if
           end-perform
           close journal-file
       end-if

       exit section.

      *-----------------------------------------------------------------
      * load-exceptions-stamps
      * one pass over the EXCEPTIONS file for the run stamps it
      * carries. A file that cannot be opened is left to init, which
      * refuses it.
      *-----------------------------------------------------------------
       load-exceptions-stamps section.
       move zero to exceptions-stamp-count

       open input exceptions-file
       if not EXCEPT-SUCCESS
           exit section
       end-if

       perform with test before until not EXCEPT-SUCCESS
           read exceptions-file
           if EXCEPT-SUCCESS
               move exceptions-line to exceptions-record
               move exceptions-run-stamp to disposition-run-stamp
               perform find-exceptions-stamp
               if not stamp-is-on-file
                   if exceptions-stamp-count >= 50
                       display "exceptions file " exceptions-file-name
                               " holds more than 50 runs - aborting"
                               " before any decision"
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to exceptions-stamp-count
                   move exceptions-run-stamp
                     to exceptions-stamp (exceptions-stamp-count)
               end-if
           end-if
       end-perform

       close exceptions-file

       exit section.

      *-----------------------------------------------------------------
      * find-exceptions-stamp
      * is disposition-run-stamp one of the EXCEPTIONS file's runs?
      *-----------------------------------------------------------------
       find-exceptions-stamp section.
       move "N" to stamp-found-flag
       perform varying exceptions-stamp-idx from 1 by 1
                until exceptions-stamp-idx > exceptions-stamp-count
                   or stamp-is-on-file
           if exceptions-stamp (exceptions-stamp-idx)
                = disposition-run-stamp
               move "Y" to stamp-found-flag
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * note-journal-item
      * fold one journal line for this EXCEPTIONS file into the known
      * item table: the first line seen for an item dates it, a final
      * disposition closes it.
      *-----------------------------------------------------------------
       note-journal-item section.
       perform find-known-item

       if known-hit-idx = zero
           if known-item-count < 5000
               add 1 to known-item-count
               move known-item-count to known-hit-idx
               move disposition-record-number
                 to known-record-number (known-hit-idx)
               move disposition-document-id
                 to known-document-id (known-hit-idx)
               move disposition-run-stamp
                 to known-run-stamp (known-hit-idx)
               move disposition-stamp (1:8)
                 to known-seen-date (known-hit-idx)
               move "O" to known-state (known-hit-idx)
           else
               display "DISPJRNL holds more than 5000 items of "
                       exceptions-file-name
                       " - aborting before any decision"
               move 16 to return-code
               stop run
           end-if
       end-if

       if disposition-is-final
           move disposition-action to known-state (known-hit-idx)
       end-if

       exit section.

      *-----------------------------------------------------------------
      * find-known-item
      * set known-hit-idx to the known-item slot for the item in
      * disposition-record-number, disposition-document-id and
      * disposition-run-stamp, or zero.
      *-----------------------------------------------------------------
       find-known-item section.
       move zero to known-hit-idx
       perform varying known-idx from 1 by 1
                until known-idx > known-item-count
                   or known-hit-idx > zero
           if known-record-number (known-idx)
                = disposition-record-number
              and known-document-id (known-idx)
                = disposition-document-id
              and known-run-stamp (known-idx)
                = disposition-run-stamp
               move known-idx to known-hit-idx
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * load-disposition-commands
      * batch mode: read the reviewed disposition file into the
      * command table - "#" comments and blank lines skipped, an
      * unreadable line refused on the spot.
      *-----------------------------------------------------------------
       load-disposition-commands section.
       open input command-file
       if not COMMAND-SUCCESS
           display "disposition file " command-file-name
                   " not found (file status " COMMAND-STATUS ")"
           move 16 to return-code
           stop run
       end-if

       perform with test before until not COMMAND-SUCCESS
           read command-file
           if COMMAND-SUCCESS
               if command-line-record (1:1) not = "#"
                  and command-line-record not = spaces
                   perform parse-disposition-command
               end-if
           end-if
       end-perform

       close command-file

       display "loaded " disp-command-count
               " disposition command(s) from " command-file-name

       exit section.

      *-----------------------------------------------------------------
      * parse-disposition-command
      * "verb recnum [rest]" - for CORRECT the first word of the rest
      * is the value and the remainder the reason, for REJECT the
      * whole rest is the reason.
      *-----------------------------------------------------------------
       parse-disposition-command section.
       move spaces to command-verb
       move spaces to command-recnum-text
       move spaces to command-rest
       move 1 to command-scan-pos
       unstring command-line-record delimited by all space
           into command-verb command-recnum-text
           with pointer command-scan-pos
       end-unstring
       if command-scan-pos <= 128
           move command-line-record (command-scan-pos:)
             to command-rest
       end-if
       move function upper-case (command-verb) to command-verb

       if disp-command-count >= 2000
          or function trim (command-recnum-text) is not numeric
          or (command-verb not = "ACCEPT"
              and command-verb not = "CORRECT"
              and command-verb not = "REJECT")
           add 1 to refused-command-count
           display "REFUSED (unreadable): " command-line-record (1:80)
           exit section
       end-if

       add 1 to disp-command-count
       move command-verb (1:1) to disp-command-action
                                    (disp-command-count)
       move function numval (command-recnum-text)
         to disp-command-recnum (disp-command-count)
       move "N" to disp-command-used (disp-command-count)
       move spaces to disp-command-value (disp-command-count)
       move spaces to disp-command-reason (disp-command-count)

       if command-verb = "CORRECT"
           move 1 to command-scan-pos
           unstring command-rest delimited by all space
               into disp-command-value (disp-command-count)
               with pointer command-scan-pos
           end-unstring
           if command-scan-pos <= 128
               move command-rest (command-scan-pos:)
                 to disp-command-reason (disp-command-count)
           end-if
       else
           move command-rest to disp-command-reason
                                  (disp-command-count)
       end-if

       exit section.

      *-----------------------------------------------------------------
      * work-exceptions
      * one pass over the EXCEPTIONS file: items already disposed are
      * passed over, every open item gets its decision.
      *-----------------------------------------------------------------
       work-exceptions section.
       perform with test before until not EXCEPT-SUCCESS

           read exceptions-file
           if EXCEPT-SUCCESS
               perform work-one-item
           end-if

       end-perform

       exit section.

       work-one-item section.
       add 1 to item-read-count

       move exceptions-line to exceptions-record
       move exceptions-results to results-record

       move results-record-number to disposition-record-number
       move results-document-id to disposition-document-id
       move exceptions-run-stamp to disposition-run-stamp
       perform find-known-item

       if known-hit-idx > zero
           if known-state (known-hit-idx) not = "O"
               add 1 to item-already-count
               exit section
           end-if
       else
      *> first time this item is presented - the "O" line dates it
      *> for the aging list from today on.
           move "O" to decision-action
           move spaces to decision-reason
           perform write-journal-line
           if known-item-count < 5000
               add 1 to known-item-count
               move known-item-count to known-hit-idx
               move results-record-number
                 to known-record-number (known-hit-idx)
               move results-document-id
                 to known-document-id (known-hit-idx)
               move exceptions-run-stamp
                 to known-run-stamp (known-hit-idx)
               move today-date-work to known-seen-date (known-hit-idx)
               move "O" to known-state (known-hit-idx)
           end-if
       end-if

       move "S" to decision-action
       move spaces to decision-value-text
       move spaces to decision-reason
       if not reviewer-has-quit
           if run-is-batch
               perform find-batch-decision
           else
               perform ask-reviewer-decision
           end-if
       end-if

       evaluate true
           when decision-accept
               perform dispose-accept
           when decision-correct
               perform dispose-correct
           when decision-reject
               perform dispose-reject
           when other
               perform note-open-item
       end-evaluate

       exit section.

      *-----------------------------------------------------------------
      * find-batch-decision
      * the disposition file's command for this record number, if
      * any - an item without one simply stays open.
      *-----------------------------------------------------------------
       find-batch-decision section.
       move zero to disp-command-hit
       perform varying disp-command-idx from 1 by 1
                until disp-command-idx > disp-command-count
                   or disp-command-hit > zero
           if disp-command-recnum (disp-command-idx)
                = results-record-number
              and disp-command-used (disp-command-idx) = "N"
               move disp-command-idx to disp-command-hit
           end-if
       end-perform

       if disp-command-hit > zero
           move "Y" to disp-command-used (disp-command-hit)
           move disp-command-action (disp-command-hit)
             to decision-action
           move disp-command-value (disp-command-hit)
             to decision-value-text
           move disp-command-reason (disp-command-hit)
             to decision-reason
       end-if

       exit section.

      *-----------------------------------------------------------------
      * ask-reviewer-decision
      * show the item and prompt until the reviewer gives a usable
      * answer; a correction without a readable value, or a reject
      * without a reason, asks again.
      *-----------------------------------------------------------------
       ask-reviewer-decision section.
       perform display-exception-item

       move space to decision-action
       perform until decision-accept or decision-correct
                  or decision-reject or decision-skip
                  or decision-quit

           display "A=accept C=correct R=reject S=skip Q=quit: "
                   with no advancing
           move spaces to operator-answer
           accept operator-answer
           move function upper-case (operator-answer (1:1))
             to decision-action

           evaluate true
               when decision-correct
                   display "corrected value: " with no advancing
                   accept decision-value-text
                   move decision-value-text to operator-answer
                   perform parse-corrected-value
                   if not corrected-is-valid
                       display "not a plain number - "
                               decision-value-text
                       move space to decision-action
                   else
                       display "reason: " with no advancing
                       accept decision-reason
                   end-if
               when decision-reject
                   display "reason: " with no advancing
                   accept decision-reason
                   if decision-reason = spaces
                       display "a reject needs a reason"
                       move space to decision-action
                   end-if
               when decision-quit
                   set reviewer-has-quit to true
               when other
                   continue
           end-evaluate

       end-perform

       exit section.

      *-----------------------------------------------------------------
      * display-exception-item
      * the rule that fired and the results fields the reviewer
      * decides on.
      *-----------------------------------------------------------------
       display-exception-item section.
       display " "
       display "--------------------------------------------------"
       display "RECORD NUMBER     " results-record-number
       display "DOCUMENT ID       " results-document-id
       display "LANGUAGE          " results-language-code
       display "RULE              " exceptions-rule-key
       move exceptions-rule-min to small-edit
       display "RULE MIN          " small-edit
       move exceptions-rule-max to small-edit
       display "RULE MAX          " small-edit
       move results-value-integer to value-edit
       evaluate true
           when results-value-is-masked
               display "VALUE (MASKED)    " results-sign
                       results-value-masked-text
           when results-value-is-integer
               display "VALUE             " results-sign value-edit
           when other
               display "VALUE             " results-sign value-edit
                       "." results-value-decimal
       end-evaluate
       if results-has-compound-units
           move results-major-value to small-edit
           display "MAJOR             " small-edit " "
                   results-major-unit
           move results-minor-value to small-edit
           display "MINOR             " small-edit " "
                   results-minor-unit
           move results-canonical-value to value-edit
           display "CANONICAL VALUE   " value-edit
       end-if
      *> a REVIEW item: the other way W2N could have read the words
       if results-has-alternate
           move results-alternate-value to value-edit
           evaluate true
               when results-alternate-is-range
                   display "ALTERNATE RANGE   " value-edit
                   move results-alternate-high to value-edit
                   display "              TO  " value-edit
               when results-alternate-is-time
                   display "ALTERNATE TIME    " value-edit
               when results-alternate-is-sequence
                   display "ALTERNATE DIGITS  " value-edit
               when results-alternate-is-quantity
                   display "ALTERNATE QUANTITY" value-edit
               when other
                   display "ALTERNATE VALUE   " value-edit
           end-evaluate
       end-if
       exit section.

      *-----------------------------------------------------------------
      * dispose-accept / dispose-correct / dispose-reject
      * journal the decision; accepted and corrected items go on to
      * DISPRSLT in RESULTS format for the load.
      *-----------------------------------------------------------------
       dispose-accept section.
      *> a masked value is accepted only with its clear value in hand
       if results-value-is-masked
           perform find-clear-value
           if not clear-value-found
               add 1 to refused-command-count
               display "REFUSED record " results-record-number
                       ": value masked and not on "
                       clearval-file-name
               perform note-open-item
               exit section
           end-if
       end-if

       add 1 to accepted-count
       if known-hit-idx > zero
           move "A" to known-state (known-hit-idx)
       end-if
       perform write-journal-line
       if results-value-is-masked
           move clearval-value to results-value-integer
           move space to results-value-masked
       end-if
       set results-review-accepted to true
       perform write-disp-result
       exit section.

       dispose-correct section.
       move decision-value-text to operator-answer
       perform parse-corrected-value
       if not corrected-is-valid
           add 1 to refused-command-count
           display "REFUSED record " results-record-number
                   ": corrected value " decision-value-text
                   " is not a plain number"
           perform note-open-item
           exit section
       end-if

       add 1 to corrected-count
       if known-hit-idx > zero
           move "C" to known-state (known-hit-idx)
       end-if
       perform write-journal-line
       perform apply-corrected-value
       set results-review-corrected to true
       perform write-disp-result
       exit section.

       dispose-reject section.
       if decision-reason = spaces
           add 1 to refused-command-count
           display "REFUSED record " results-record-number
                   ": a reject needs a reason"
           perform note-open-item
           exit section
       end-if

       add 1 to rejected-count
       if known-hit-idx > zero
           move "R" to known-state (known-hit-idx)
       end-if
       perform write-journal-line
       exit section.

      *-----------------------------------------------------------------
      * parse-corrected-value
      * read operator-answer as [-]digits[.digits] into the corrected
      * fields; anything else leaves corrected-valid-flag "N". The
      * integer part is held to 18 digits, the width every amount
      * field downstream carries.
      *-----------------------------------------------------------------
       parse-corrected-value section.
       move "N" to corrected-valid-flag
       move space to corrected-sign
       move zero to corrected-integer
       move zero to corrected-decimal
       move zero to value-point-pos

       move zero to value-end-pos
       perform varying value-scan-pos from 40 by -1
                until value-scan-pos < 1
                   or value-end-pos > zero
           if operator-answer (value-scan-pos:1) not = space
               move value-scan-pos to value-end-pos
           end-if
       end-perform
       if value-end-pos = zero
           exit section
       end-if

       move 1 to value-digit-start
       if operator-answer (1:1) = "-"
           move "-" to corrected-sign
           move 2 to value-digit-start
       end-if
       if value-digit-start > value-end-pos
           exit section
       end-if

       perform varying value-scan-pos from value-digit-start by 1
                until value-scan-pos > value-end-pos
           move operator-answer (value-scan-pos:1) to value-char
           evaluate true
               when value-char = "." and value-point-pos = zero
                   move value-scan-pos to value-point-pos
               when value-char >= "0" and value-char <= "9"
                   continue
               when other
                   exit section
           end-evaluate
       end-perform

       if value-point-pos = zero
           if value-end-pos - value-digit-start + 1 > 18
               exit section
           end-if
           move operator-answer
                (value-digit-start:value-end-pos - value-digit-start
                                   + 1)
             to corrected-integer
       else
           if value-point-pos = value-digit-start
              or value-point-pos = value-end-pos
              or value-point-pos - value-digit-start > 18
              or value-end-pos - value-point-pos > 18
               exit section
           end-if
           move operator-answer
                (value-digit-start:value-point-pos - value-digit-start)
             to corrected-integer
           move operator-answer
                (value-point-pos + 1:value-end-pos - value-point-pos)
             to corrected-decimal
       end-if

       move "Y" to corrected-valid-flag

       exit section.

      *-----------------------------------------------------------------
      * apply-corrected-value
      * carry the keyed value onto the results record. On a compound
      * record with a ratio the keyed value is the canonical total in
      * smallest units - the figure the tolerance rule checked - and
      * the major/minor pair is re-split from it; a converted house
      * amount is recomputed at the rate the run applied.
      *-----------------------------------------------------------------
       apply-corrected-value section.
       move space to results-value-masked
       move corrected-sign to results-sign
       if corrected-decimal = zero
           move space to results-value-delimiter
           move zero to results-value-decimal
       else
           move "." to results-value-delimiter
           move corrected-decimal to results-value-decimal
       end-if

       if results-has-compound-units
          and results-minor-ratio > zero
           move corrected-integer to results-canonical-value
           divide corrected-integer by results-minor-ratio
               giving results-major-value
               remainder results-minor-value
           move results-major-value to results-value-integer
           if results-house-converted
               compute results-house-value rounded =
                   results-canonical-value
                   * results-house-rate / 10000
                   on size error
                       move zero to results-house-value
                       set results-house-overflowed to true
               end-compute
           end-if
       else
           move corrected-integer to results-value-integer
           if results-has-compound-units
               move corrected-integer to results-major-value
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * write-journal-line
      * one DISPJRNL line for the item in hand under decision-action
      * ("O" the first presentation, or the final decision).
      *-----------------------------------------------------------------
       write-journal-line section.
       initialize disposition-record
       move function current-date to current-stamp-work
       move current-stamp-work (1:14) to disposition-stamp
       move decision-action to disposition-action
       move reviewer-id to disposition-reviewer
       move exceptions-file-name to disposition-exceptions-file
       move results-record-number to disposition-record-number
       move results-document-id to disposition-document-id
       move exceptions-run-stamp to disposition-run-stamp
       move exceptions-rule-key to disposition-rule-key
       move results-sign to disposition-old-sign
       move results-value-integer to disposition-old-integer
       move results-value-decimal to disposition-old-decimal
       if results-has-compound-units
          and results-minor-ratio > zero
           move results-canonical-value to disposition-old-integer
       end-if
       if results-value-is-masked
           move results-value-masked-text to disposition-old-masked
       end-if
       if disposition-is-corrected
           move corrected-sign to disposition-new-sign
           move corrected-integer to disposition-new-integer
           move corrected-decimal to disposition-new-decimal
       end-if
       move decision-reason to disposition-reason

       move spaces to journal-line
       move disposition-record to journal-line
       write journal-line
       exit section.

      *-----------------------------------------------------------------
      * write-disp-result
      * the disposed results record onto DISPRSLT, the same fixed
      * columns W2NBATCH writes to RESULTS - so W2NLOAD takes it
      * unchanged - with its value folded into the hash total.
      *-----------------------------------------------------------------
       write-disp-result section.
       move results-value-integer (21:18) to hash-work
       compute results-written-hash = function mod
           (results-written-hash + hash-work, 1000000000000000000)

       move spaces to disp-results-line
       move results-record to disp-results-line
       write disp-results-line
       exit section.

      *-----------------------------------------------------------------
      * find-clear-value
      * the CLEARVAL record W2NBATCH kept for the masked item in hand -
      * same record number, written for EXCEPTIONS or REVIEW. A
      * missing CLEARVAL file simply finds nothing.
      *-----------------------------------------------------------------
       find-clear-value section.
       move "N" to clear-found-flag
       open input clearval-file
       if not CLEARVAL-SUCCESS
           exit section
       end-if

       perform until clear-value-found
           read clearval-file
           if not CLEARVAL-SUCCESS
               exit perform
           end-if
           move clearval-line to clearval-record
           if clearval-record-number = results-record-number
              and (clearval-for-exceptions or clearval-for-review)
               set clear-value-found to true
           end-if
       end-perform

       close clearval-file
       exit section.

      *-----------------------------------------------------------------
      * note-open-item
      * an item left open this session goes onto the aging list, aged
      * from its first presentation.
      *-----------------------------------------------------------------
       note-open-item section.
       add 1 to item-open-count
       if aging-item-count >= 5000
           exit section
       end-if

       add 1 to aging-item-count
       move results-record-number
         to aging-record-number (aging-item-count)
       move results-document-id to aging-document-id (aging-item-count)
       move exceptions-rule-key to aging-rule-key (aging-item-count)
       if known-hit-idx > zero
           move known-seen-date (known-hit-idx)
             to aging-seen-date (aging-item-count)
       else
           move today-date-work to aging-seen-date (aging-item-count)
       end-if

       if aging-seen-date (aging-item-count) is numeric
           compute aging-days =
               function integer-of-date (function numval
                                          (today-date-work))
             - function integer-of-date (function numval
                          (aging-seen-date (aging-item-count)))
       else
           move zero to aging-days
       end-if
       move aging-days to aging-item-days (aging-item-count)

       evaluate true
           when aging-days <= 2
               add 1 to aging-bucket-count (1)
           when aging-days <= 7
               add 1 to aging-bucket-count (2)
           when aging-days <= 30
               add 1 to aging-bucket-count (3)
           when other
               add 1 to aging-bucket-count (4)
       end-evaluate

       exit section.

      *-----------------------------------------------------------------
      * write-aging-list
      * EXAGING: the bucket totals in the caption/count layout of the
      * other control reports, then one line per item still open.
      *-----------------------------------------------------------------
       write-aging-list section.
       open output aging-file
       if not AGING-SUCCESS
           display "Unable to open EXAGING (file status "
                   AGING-STATUS ") - aging list not written"
           exit section
       end-if

       move "W2NDISP EXCEPTIONS AGING LIST" to aging-line
       write aging-line
       move "-----------------------------" to aging-line
       write aging-line
       move spaces to aging-line
       string "EXCEPTIONS FILE " delimited by size
              exceptions-file-name delimited by space
              "  AS OF " delimited by size
              today-date-work delimited by size
         into aging-line
       end-string
       write aging-line

       move "ITEMS STILL OPEN" to aging-line
       move item-open-count to count-edit
       perform write-aging-count-line
       move "  OPEN 0-2 DAYS" to aging-line
       move aging-bucket-count (1) to count-edit
       perform write-aging-count-line
       move "  OPEN 3-7 DAYS" to aging-line
       move aging-bucket-count (2) to count-edit
       perform write-aging-count-line
       move "  OPEN 8-30 DAYS" to aging-line
       move aging-bucket-count (3) to count-edit
       perform write-aging-count-line
       move "  OPEN OVER 30 DAYS" to aging-line
       move aging-bucket-count (4) to count-edit
       perform write-aging-count-line

       if aging-item-count > zero
           move spaces to aging-line
           write aging-line
           move "RECORD    DOCUMENT ID                      RULE"
             to aging-line
           move "FIRST SEEN  DAYS" to aging-line (78:16)
           write aging-line
       end-if

       perform varying aging-idx from 1 by 1
                until aging-idx > aging-item-count
           move spaces to aging-line
           move aging-record-number (aging-idx) to aging-line (1:9)
           move aging-document-id (aging-idx) to aging-line (11:32)
           move aging-rule-key (aging-idx) to aging-line (44:32)
           move aging-seen-date (aging-idx) to aging-line (78:8)
           move aging-item-days (aging-idx) to days-edit
           move days-edit to aging-line (89:5)
           write aging-line
       end-perform

       close aging-file

       exit section.

      *-----------------------------------------------------------------
      * write-aging-count-line
      *-----------------------------------------------------------------
       write-aging-count-line section.
       move count-edit to aging-line (30:9)
       write aging-line
       exit section.

      *-----------------------------------------------------------------
       finish section.

       close exceptions-file
       close journal-file
       close disp-results-file

      *> a command whose record number never came up open (already
      *> disposed, or not on this EXCEPTIONS file) was not applied.
       perform varying disp-command-idx from 1 by 1
                until disp-command-idx > disp-command-count
           if disp-command-used (disp-command-idx) = "N"
               add 1 to refused-command-count
               display "REFUSED record "
                       disp-command-recnum (disp-command-idx)
                       ": no open item with that record number"
           end-if
       end-perform

       move item-read-count to count-edit
       display "W2NDISP read " count-edit " item(s): "
               accepted-count " accepted, "
               corrected-count " corrected, "
               rejected-count " rejected, "
               item-open-count " still open, "
               item-already-count " disposed earlier"
       display "DISPRSLT hash total " results-written-hash

       evaluate true
           when refused-command-count > zero
               move 8 to return-code
           when item-open-count > zero
               move 4 to return-code
           when other
               move zero to return-code
       end-evaluate

       exit section.

       END PROGRAM W2NDISP.
      * EOF
