      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2NBACK.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * W2NBACK takes a complete W2NBATCH run back out again - the
      * morning after a run went out with a bad vocabulary version.
      * It is given the run's generation ("W2NBACK G2026090201"),
      * optionally followed by the run date W2NLOAD filed it under
      * when that differs from the generation's own date. Every
      * RESULTS.G record of the run is looked up on RESMASTR and
      * deleted there - but only when the master record is this run's
      * record byte for byte, so a document another run loaded under
      * the same key stays. The generation is marked BACKED-OUT on
      * GENCAT, a reversing entry is appended to RUNHIST so W2NTREND
      * takes the run back off its day, and the BACKRPT report prints
      * the counts and hash totals that tie back to the run's CONTROL
      * report (RESULTS plus the EXCEPTIONS and REVIEW records it
      * routed away make up the run's CONVERTED count and hash; a
      * routed record whose digit-sequence value went out masked is
      * hashed on its clear value from the run's CLEARVAL.G file).
      * The run's items a reviewer accepted or corrected in W2NDISP -
      * journaled on DISPJRNL under the run's start stamp and loaded
      * from DISPRSLT under whatever date W2NLOAD was given - are
      * found on RESMASTR by document id and deleted as well, and
      * listed on BACKRPT with their own counts.
      * Nothing stops the day being rerun afterwards: the rerun gets
      * the next generation number and W2NLOAD finds the keys free.
      * Condition codes: 0 backed out and tied to CONTROL, 4 backed
      * out but not tied (or records kept, or a reviewed item not
      * found or not deleted on RESMASTR), 8 generation already
      * backed out, 16 generation not cataloged / RESULTS missing /
      * RESMASTR unusable.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the generation's data files, assigned to declared name
      *> fields the way W2NLOAD assigns its RESULTS.
       SELECT results-file ASSIGN TO results-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RESULTS-STATUS.
       SELECT exceptions-file ASSIGN TO exceptions-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXCEPTIONS-STATUS.
       SELECT clearval-file ASSIGN TO clearval-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLEARVAL-STATUS.
       SELECT control-file ASSIGN TO control-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONTROL-STATUS.
       SELECT gencat-file ASSIGN TO "GENCAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GENCAT-STATUS.
       SELECT runhist-file ASSIGN TO "RUNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNHIST-STATUS.
       SELECT master-file ASSIGN TO "RESMASTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS master-key
              FILE STATUS IS MASTER-STATUS.
       SELECT journal-file ASSIGN TO "DISPJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-STATUS.
       SELECT backout-report-file ASSIGN TO "BACKRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BACKRPT-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD results-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 results-line          pic x(2200).

      *> EXCEPTIONS and REVIEW share the W2NBATCH exceptions layout -
      *> rule key, rule range, then the RESULTS record it held back.
       FD exceptions-file
          RECORD CONTAINS 1 TO 2300 CHARACTERS.
       copy "W2NEXCP.cpy"
           replacing ==exceptions-record== by ==exceptions-line==.

       FD clearval-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 clearval-line         pic x(2200).

       FD control-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 control-line          pic x(80).

       FD gencat-file
          RECORD CONTAINS 1 TO 40 CHARACTERS.
       01 gencat-line           pic x(40).

       FD runhist-file
          RECORD CONTAINS 1 TO 200 CHARACTERS.
       01 runhist-line          pic x(200).

       FD master-file
          RECORD CONTAINS 2240 CHARACTERS.
       01 master-record.
         05 master-key.
           10 master-document-id  pic x(32).
           10 master-run-date     pic x(8).
         05 master-results        pic x(2200).

       FD journal-file
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 journal-line          pic x(400).

       FD backout-report-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 backout-report-line   pic x(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==RESULTS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==EXCEPTIONS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CONTROL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CLEARVAL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==GENCAT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==RUNHIST==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==MASTER==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==BACKRPT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==JOURNAL==.

       01 command-line-work     pic x(80).
       01 command-scan-pos      pic 9(4).
       01 generation-suffix     pic x(11) value spaces.
       01 run-date-work         pic x(8) value spaces.
       01 current-stamp-work    pic x(21).

       01 results-file-name     pic x(64).
       01 exceptions-file-name  pic x(64).
       01 control-file-name     pic x(64).
       01 clearval-file-name    pic x(64).
       01 clear-found-flag      pic x(1).
         88 clear-value-found     value "Y".

      *> the catalog, verbatim, oldest first (see W2NBATCH) - the
      *> generation's line gets the BACKED-OUT mark after its suffix
      *> and creation stamp.
       01 filler.
        03 gencat-entry          pic x(40) occurs 500.
       01 gencat-entry-count    pic 9(3) value zero.
       01 gencat-idx            pic 9(3).
       01 gencat-hit-idx        pic 9(3) value zero.
       77 BACKED-OUT-MARK       pic x(10) value "BACKED-OUT".

       01 master-open-flag      pic x(1) value "N".
         88 master-is-open        value "Y".

      *> what the generation's files hold.
       01 results-read-count    pic 9(9) value zero.
       01 results-hash-total    pic 9(18) value zero.
       01 routed-record-count   pic 9(9) value zero.
       01 routed-hash-total     pic 9(18) value zero.
       01 hash-work             pic 9(18).

      *> what happened on RESMASTR.
       01 removed-count         pic 9(9) value zero.
       01 removed-hash-total    pic 9(18) value zero.
       01 not-on-master-count   pic 9(9) value zero.
       01 kept-count            pic 9(9) value zero.
       01 no-id-count           pic 9(9) value zero.

      *> the run's reviewed items: every "A"/"C" DISPJRNL line under
      *> the run's start stamp, looked for on RESMASTR under any run
      *> date - a master record is the item when it carries the same
      *> record number and the reviewer's accept or correct mark.
       01 reviewed-count        pic 9(9) value zero.
       01 reviewed-removed-count pic 9(9) value zero.
       01 reviewed-absent-count pic 9(9) value zero.
       01 reviewed-failed-count pic 9(9) value zero.
       01 reviewed-hit-count    pic 9(9).
       01 reviewed-outcome-work pic x(24).
       01 reviewed-date-work    pic x(8).
       01 filler.
        03 reviewed-entry        occurs 200.
         05 reviewed-document-id  pic x(32).
         05 reviewed-run-date     pic x(8).
         05 reviewed-outcome      pic x(24).
       01 reviewed-listed       pic 9(3) value zero.
       01 reviewed-idx          pic 9(3).
       77 REVIEWED-LIST-LIMIT   pic 9(3) value 200.

      *> the run's own CONTROL report figures.
       01 control-found-flag    pic x(1) value "N".
         88 control-was-found     value "Y".
       01 control-run-start     pic x(14) value spaces.
       01 control-read-count    pic 9(9) value zero.
       01 control-converted-count pic 9(9) value zero.
       01 control-rejected-count pic 9(9) value zero.
       01 control-hash-total    pic 9(18) value zero.
       01 tie-flag              pic x(1) value "N".
         88 backout-ties-to-control value "Y".

      *> the run's RUNHIST entry, found by its start stamp.
       01 runhist-found-flag    pic x(1) value "N".
         88 runhist-entry-found   value "Y".
       01 runhist-reversed-flag pic x(1) value "N".
         88 runhist-already-reversed value "Y".
       01 runhist-run-line      pic x(200).

       01 report-count-edit     pic z(8)9.
       01 report-hash-edit      pic 9(18).

       copy "W2NRESULT.cpy". *> fixed-column RESULTS record
       copy "W2NHIST.cpy". *> cumulative run-history record
       copy "W2NCLEAR.cpy". *> CLEARVAL clear-value record
       copy "W2NDISP.cpy". *> DISPJRNL journal record

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       perform read-control-report
       perform remove-results-from-master
       perform tally-routed-records
       perform remove-reviewed-from-master
       perform write-runhist-reversal
       perform mark-generation-backed-out
       perform write-backout-report
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter W2NBACK"

      *> "W2NBACK generation [yyyymmdd]" - the run date W2NLOAD filed
      *> the run under defaults to the generation's own date.
       move spaces to command-line-work
       accept command-line-work from command-line
       move function upper-case (command-line-work)
         to command-line-work

       perform varying command-scan-pos from 1 by 1
                until command-scan-pos > 80
                   or command-line-work (command-scan-pos:1) = space
       end-perform

       if command-scan-pos not = 12
          or command-line-work (1:1) not = "G"
          or command-line-work (2:10) is not numeric
           display "usage: W2NBACK Gyyyymmddnn [yyyymmdd]"
           move 16 to return-code
           stop run
       end-if
       move command-line-work (1:11) to generation-suffix
       move generation-suffix (2:8) to run-date-work
       if command-line-work (13:8) is numeric
           move command-line-work (13:8) to run-date-work
       end-if

       perform find-generation-on-catalog

       move spaces to results-file-name
       string "RESULTS." delimited by size
              generation-suffix delimited by size
         into results-file-name
       end-string
       move spaces to control-file-name
       string "CONTROL." delimited by size
              generation-suffix delimited by size
         into control-file-name
       end-string
       move spaces to clearval-file-name
       string "CLEARVAL." delimited by size
              generation-suffix delimited by size
         into clearval-file-name
       end-string

       display "backing out " generation-suffix
               " (RESMASTR run date " run-date-work ")"

       open input results-file
       if not RESULTS-SUCCESS
           display "results file " function trim (results-file-name)
                   " not found"
           move 16 to return-code
           stop run
       end-if

      *> no RESMASTR at all means the run was never loaded - the
      *> catalog and RUNHIST still get backed out.
       open i-o master-file
       evaluate true
           when MASTER-SUCCESS
               set master-is-open to true
           when MASTER-NOT_EXISTS
               display "RESMASTR not found - nothing was loaded"
           when other
               display "Unable to open RESMASTR (file status "
                       MASTER-STATUS ")"
               close results-file
               move 16 to return-code
               stop run
       end-evaluate

       exit section.

      *-----------------------------------------------------------------
      * find-generation-on-catalog
      * load GENCAT and find the generation's line - a generation
      * that is not cataloged, or that carries the BACKED-OUT mark
      * already, is refused before anything is touched.
      *-----------------------------------------------------------------
       find-generation-on-catalog section.
       open input gencat-file
       if GENCAT-SUCCESS
           perform with test before until not GENCAT-SUCCESS
               read gencat-file
               if GENCAT-SUCCESS
                  and gencat-entry-count < 500
                   add 1 to gencat-entry-count
                   move gencat-line
                     to gencat-entry (gencat-entry-count)
                   if gencat-line (1:11) = generation-suffix
                       move gencat-entry-count to gencat-hit-idx
                   end-if
               end-if
           end-perform
           close gencat-file
       end-if

       if gencat-hit-idx = zero
           display "generation " generation-suffix
                   " is not on GENCAT"
           move 16 to return-code
           stop run
       end-if

       if gencat-entry (gencat-hit-idx) (28:10) = BACKED-OUT-MARK
           display "generation " generation-suffix
                   " was already backed out"
           move 8 to return-code
           stop run
       end-if

       exit section.

      *-----------------------------------------------------------------
      * read-control-report
      * the figures the backout ties to: run start (to find the
      * RUNHIST entry), records read, converted, rejected and the
      * converted-value hash total - each CONTROL line is a caption
      * with its count at column 30.
      *-----------------------------------------------------------------
       read-control-report section.
       open input control-file
       if not CONTROL-SUCCESS
           display "control report " function trim (control-file-name)
                   " not found - backout cannot be tied"
           exit section
       end-if
       set control-was-found to true

       perform with test before until not CONTROL-SUCCESS
           read control-file
           if CONTROL-SUCCESS
               evaluate true
                   when control-line (1:20) = "RUN START"
                       move spaces to control-run-start
                       string control-line (21:4) delimited by size
                              control-line (26:2) delimited by size
                              control-line (29:2) delimited by size
                              control-line (32:2) delimited by size
                              control-line (35:2) delimited by size
                              control-line (38:2) delimited by size
                         into control-run-start
                       end-string
                   when control-line (1:29) = "RECORDS READ"
                       move function numval (control-line (30:9))
                         to control-read-count
                   when control-line (1:29) = "CONVERTED"
                       move function numval (control-line (30:9))
                         to control-converted-count
                   when control-line (1:29) = "REJECTED"
                       move function numval (control-line (30:9))
                         to control-rejected-count
                   when control-line (1:29)
                          = "HASH TOTAL CONVERTED VALUES"
                       if control-line (30:18) is numeric
                           move control-line (30:18)
                             to control-hash-total
                       end-if
               end-evaluate
           end-if
       end-perform

       close control-file

       exit section.

      *-----------------------------------------------------------------
      * remove-results-from-master
      * one keyed read per RESULTS record; the master record goes
      * only when it is this run's record, byte for byte.
      *-----------------------------------------------------------------
       remove-results-from-master section.
       perform with test before until not RESULTS-SUCCESS

           read results-file
           if RESULTS-SUCCESS
      *> a partitioned run's "#C" checksum markers are no records.
               if results-line (1:2) not = "#C"
                   perform remove-one-result
               end-if
           end-if

       end-perform

       close results-file

       exit section.

       remove-one-result section.
       add 1 to results-read-count
       move results-line to results-record
       move results-value-integer (21:18) to hash-work
       compute results-hash-total = function mod
           (results-hash-total + hash-work, 1000000000000000000)

       if results-document-id = spaces
           add 1 to no-id-count
           exit section
       end-if

       if not master-is-open
           add 1 to not-on-master-count
           exit section
       end-if

       move results-document-id to master-document-id
       move run-date-work to master-run-date
       read master-file
       if not MASTER-SUCCESS
           add 1 to not-on-master-count
           exit section
       end-if

       if master-results not = results-line
           add 1 to kept-count
           display "W2NBACK: document " results-document-id
                   " on master for " run-date-work
                   " from another run - kept"
           exit section
       end-if

       delete master-file record
       if MASTER-SUCCESS
           add 1 to removed-count
           compute removed-hash-total = function mod
               (removed-hash-total + hash-work, 1000000000000000000)
       else
           add 1 to kept-count
           display "W2NBACK: delete failed for document "
                   results-document-id
                   " (file status " MASTER-STATUS ")"
       end-if

       exit section.

      *-----------------------------------------------------------------
      * tally-routed-records
      * the run's EXCEPTIONS and REVIEW generations hold the converted
      * records W2NBATCH routed away from RESULTS - never loaded, but
      * part of the CONVERTED count and hash the CONTROL report shows.
      *-----------------------------------------------------------------
       tally-routed-records section.
       move spaces to exceptions-file-name
       string "EXCEPTIONS." delimited by size
              generation-suffix delimited by size
         into exceptions-file-name
       end-string
       perform tally-one-routed-file

       move spaces to exceptions-file-name
       string "REVIEW." delimited by size
              generation-suffix delimited by size
         into exceptions-file-name
       end-string
       perform tally-one-routed-file

       exit section.

       tally-one-routed-file section.
       open input exceptions-file
       if not EXCEPTIONS-SUCCESS
           exit section
       end-if

       perform with test before until not EXCEPTIONS-SUCCESS
           read exceptions-file
           if EXCEPTIONS-SUCCESS
               add 1 to routed-record-count
               move exceptions-results to results-record
               if results-value-is-masked
                   perform find-clear-value
               end-if
               move results-value-integer (21:18) to hash-work
               compute routed-hash-total = function mod
                   (routed-hash-total + hash-work,
                    1000000000000000000)
           end-if
       end-perform

       close exceptions-file

       exit section.

      *-----------------------------------------------------------------
      * find-clear-value
      * the clear value behind a masked routed record, off the run's
      * CLEARVAL generation - same record number, written for
      * EXCEPTIONS or REVIEW. Without it the record stays hashed on
      * zeros and the backout simply does not tie to CONTROL.
      *-----------------------------------------------------------------
       find-clear-value section.
       move "N" to clear-found-flag
       move zero to results-value-integer
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
               move clearval-value to results-value-integer
           end-if
       end-perform

       close clearval-file
       exit section.

      *-----------------------------------------------------------------
      * remove-reviewed-from-master
      * the run's routed items W2NDISP accepted or corrected went to
      * RESMASTR through DISPRSLT with the same vocabulary behind
      * them - DISPJRNL names them by the run's start stamp, so
      * without a CONTROL run start none can be found.
      *-----------------------------------------------------------------
       remove-reviewed-from-master section.
       if control-run-start = spaces
           exit section
       end-if

       open input journal-file
       if not JOURNAL-SUCCESS
           exit section
       end-if

       perform with test before until not JOURNAL-SUCCESS
           read journal-file
           if JOURNAL-SUCCESS
               move journal-line to disposition-record
               if disposition-run-stamp = control-run-start
                  and (disposition-is-accepted
                       or disposition-is-corrected)
                   perform remove-one-reviewed
               end-if
           end-if
       end-perform

       close journal-file

       exit section.

      *-----------------------------------------------------------------
      * remove-one-reviewed
      * every master record of the document id, whatever its run
      * date, that is the reviewed item goes - the keyed walk stops
      * at the first record of another document.
      *-----------------------------------------------------------------
       remove-one-reviewed section.
       add 1 to reviewed-count
       move zero to reviewed-hit-count
       move "NOT ON RESMASTR" to reviewed-outcome-work
       move spaces to reviewed-date-work

       if master-is-open
           move disposition-document-id to master-document-id
           move low-values to master-run-date
           start master-file key is >= master-key
           perform with test before until not MASTER-SUCCESS
               read master-file next record
               if MASTER-SUCCESS
                   if master-document-id not = disposition-document-id
                       move "10" to MASTER-STATUS
                   else
                       move master-results to results-record
                       if results-record-number
                            = disposition-record-number
                          and results-review-status
                            = disposition-action
                           perform delete-reviewed-record
                       end-if
                   end-if
               end-if
           end-perform
       end-if

       if reviewed-hit-count = zero
           add 1 to reviewed-absent-count
       end-if

       if reviewed-listed < REVIEWED-LIST-LIMIT
           add 1 to reviewed-listed
           move disposition-document-id
             to reviewed-document-id (reviewed-listed)
           move reviewed-date-work
             to reviewed-run-date (reviewed-listed)
           move reviewed-outcome-work
             to reviewed-outcome (reviewed-listed)
       end-if

       exit section.

       delete-reviewed-record section.
       add 1 to reviewed-hit-count
       move master-run-date to reviewed-date-work
       delete master-file record
       if MASTER-SUCCESS
           add 1 to reviewed-removed-count
           move "REMOVED FROM RESMASTR" to reviewed-outcome-work
       else
           add 1 to reviewed-failed-count
           move "DELETE FAILED - KEPT" to reviewed-outcome-work
           display "W2NBACK: delete failed for reviewed document "
                   disposition-document-id
                   " (file status " MASTER-STATUS ")"
       end-if
      *> carry on with the document's next master record
       move "00" to MASTER-STATUS
       exit section.

      *-----------------------------------------------------------------
      * write-runhist-reversal
      * append a reversing copy of the run's RUNHIST entry (found by
      * the CONTROL report's run start) - or, when RUNHIST has lost
      * it, one built from the CONTROL figures. A reversal already on
      * file for that start stamp is not written twice.
      *-----------------------------------------------------------------
       write-runhist-reversal section.
       if control-run-start not = spaces
           open input runhist-file
           if RUNHIST-SUCCESS
               perform with test before until not RUNHIST-SUCCESS
                   read runhist-file
                   if RUNHIST-SUCCESS
                       move runhist-line to runhist-record
                       if runhist-start-stamp = control-run-start
                           if runhist-is-reversal
                               set runhist-already-reversed to true
                           else
                               set runhist-entry-found to true
                               move runhist-line to runhist-run-line
                           end-if
                       end-if
                   end-if
               end-perform
               close runhist-file
           end-if
       end-if

       if runhist-already-reversed
           exit section
       end-if

       if runhist-entry-found
           move runhist-run-line to runhist-record
       else
           if not control-was-found
               exit section
           end-if
           initialize runhist-record
           move control-run-start to runhist-start-stamp
           move control-read-count to runhist-records-read
           move control-converted-count to runhist-converted
           move control-rejected-count to runhist-rejected
           move control-hash-total to runhist-hash-total
       end-if

       move function current-date to current-stamp-work
       move current-stamp-work (1:14) to runhist-end-stamp
       set runhist-is-reversal to true

       open extend runhist-file
       if RUNHIST-NOT_EXISTS
           open output runhist-file
       end-if
       if RUNHIST-SUCCESS
           move spaces to runhist-line
           move runhist-record to runhist-line
           write runhist-line
           close runhist-file
       else
           display "Unable to open RUNHIST (file status "
                   RUNHIST-STATUS ") - no reversing entry written"
       end-if

       exit section.

      *-----------------------------------------------------------------
      * mark-generation-backed-out
      * rewrite the catalog with the BACKED-OUT mark on the
      * generation's line; W2NBATCH keeps the mark when it next
      * rewrites the catalog, and its retention purge drops the line
      * with the files as usual.
      *-----------------------------------------------------------------
       mark-generation-backed-out section.
       move BACKED-OUT-MARK to gencat-entry (gencat-hit-idx) (28:10)

       open output gencat-file
       if not GENCAT-SUCCESS
           display "Unable to rewrite GENCAT (file status "
                   GENCAT-STATUS ")"
           exit section
       end-if

       perform varying gencat-idx from 1 by 1
                until gencat-idx > gencat-entry-count
           move gencat-entry (gencat-idx) to gencat-line
           write gencat-line
       end-perform

       close gencat-file

       exit section.

      *-----------------------------------------------------------------
      * write-backout-report
      * the counts and hash totals, laid out like the CONTROL report
      * (caption, count at column 30) so the two sit side by side:
      * RESULTS plus the routed records must equal CONVERTED, their
      * hash totals the CONTROL hash total.
      *-----------------------------------------------------------------
       write-backout-report section.
       if control-was-found
          and results-read-count + routed-record-count
                = control-converted-count
          and function mod (results-hash-total + routed-hash-total,
                            1000000000000000000)
                = control-hash-total
           set backout-ties-to-control to true
       end-if

       open output backout-report-file
       if not BACKRPT-SUCCESS
           display "Unable to open BACKRPT (file status "
                   BACKRPT-STATUS ")"
           exit section
       end-if

       move "W2NBACK RUN BACKOUT REPORT" to backout-report-line
       write backout-report-line
       move "--------------------------" to backout-report-line
       write backout-report-line

       move spaces to backout-report-line
       string "GENERATION                   " delimited by size
              generation-suffix delimited by size
         into backout-report-line
       end-string
       write backout-report-line
       move spaces to backout-report-line
       string "RESMASTR RUN DATE            " delimited by size
              run-date-work delimited by size
         into backout-report-line
       end-string
       write backout-report-line
       move spaces to backout-report-line
       string "RUN START PER CONTROL        " delimited by size
              control-run-start delimited by size
         into backout-report-line
       end-string
       write backout-report-line

       move "RESULTS RECORDS READ" to backout-report-line
       move results-read-count to report-count-edit
       perform write-report-count-line
       move "  REMOVED FROM RESMASTR" to backout-report-line
       move removed-count to report-count-edit
       perform write-report-count-line
       move "  NOT ON RESMASTR" to backout-report-line
       move not-on-master-count to report-count-edit
       perform write-report-count-line
       move "  KEPT - ANOTHER RUN'S RECORD" to backout-report-line
       move kept-count to report-count-edit
       perform write-report-count-line
       move "  WITHOUT DOCUMENT ID" to backout-report-line
       move no-id-count to report-count-edit
       perform write-report-count-line
       move "EXCEPTIONS AND REVIEW RECORDS" to backout-report-line
       move routed-record-count to report-count-edit
       perform write-report-count-line

       move "REVIEWED ITEMS ON DISPJRNL" to backout-report-line
       move reviewed-count to report-count-edit
       perform write-report-count-line
       move "  REMOVED FROM RESMASTR" to backout-report-line
       move reviewed-removed-count to report-count-edit
       perform write-report-count-line
       move "  NOT ON RESMASTR" to backout-report-line
       move reviewed-absent-count to report-count-edit
       perform write-report-count-line
       move "  DELETE FAILED - KEPT" to backout-report-line
       move reviewed-failed-count to report-count-edit
       perform write-report-count-line

       move "HASH TOTAL RESULTS" to backout-report-line
       move results-hash-total to report-hash-edit
       perform write-report-hash-line
       move "HASH TOTAL EXCEPTIONS/REVIEW" to backout-report-line
       move routed-hash-total to report-hash-edit
       perform write-report-hash-line
       move "HASH TOTAL REMOVED" to backout-report-line
       move removed-hash-total to report-hash-edit
       perform write-report-hash-line

       if control-was-found
           move "CONTROL RECORDS READ" to backout-report-line
           move control-read-count to report-count-edit
           perform write-report-count-line
           move "CONTROL CONVERTED" to backout-report-line
           move control-converted-count to report-count-edit
           perform write-report-count-line
           move "CONTROL REJECTED" to backout-report-line
           move control-rejected-count to report-count-edit
           perform write-report-count-line
           move "CONTROL HASH TOTAL" to backout-report-line
           move control-hash-total to report-hash-edit
           perform write-report-hash-line
       end-if

       if backout-ties-to-control
           move "BACKOUT TIES TO CONTROL REPORT" to backout-report-line
       else
           if control-was-found
               move "BACKOUT DOES NOT TIE TO CONTROL REPORT"
                 to backout-report-line
           else
               move "CONTROL REPORT NOT FOUND - BACKOUT NOT TIED"
                 to backout-report-line
           end-if
       end-if
       write backout-report-line

       evaluate true
           when runhist-already-reversed
               move "RUNHIST REVERSING ENTRY ALREADY ON FILE"
                 to backout-report-line
           when runhist-entry-found
               move "RUNHIST REVERSING ENTRY WRITTEN"
                 to backout-report-line
           when control-was-found
               move "RUNHIST ENTRY NOT FOUND - REVERSED FROM CONTROL"
                 to backout-report-line
           when other
               move "RUNHIST NOT REVERSED - NO RUN FIGURES"
                 to backout-report-line
       end-evaluate
       write backout-report-line

       move "GENERATION MARKED BACKED-OUT ON GENCAT"
         to backout-report-line
       write backout-report-line

       perform write-reviewed-list

       close backout-report-file

       exit section.

      *-----------------------------------------------------------------
      * write-reviewed-list
      * one line per reviewed item of the run: document id, the run
      * date it was on RESMASTR under, and what became of it.
      *-----------------------------------------------------------------
       write-reviewed-list section.
       if control-run-start = spaces
           move "REVIEWED ITEMS NOT CHECKED - NO RUN START"
             to backout-report-line
           write backout-report-line
           exit section
       end-if
       if reviewed-count = zero
           exit section
       end-if

       move spaces to backout-report-line
       write backout-report-line
       move "REVIEWED ITEMS (W2NDISP ACCEPT/CORRECT)"
         to backout-report-line
       write backout-report-line
       move "DOCUMENT ID                      RUN DATE OUTCOME"
         to backout-report-line
       write backout-report-line

       perform varying reviewed-idx from 1 by 1
                until reviewed-idx > reviewed-listed
           move spaces to backout-report-line
           move reviewed-document-id (reviewed-idx)
             to backout-report-line (1:32)
           move reviewed-run-date (reviewed-idx)
             to backout-report-line (34:8)
           move reviewed-outcome (reviewed-idx)
             to backout-report-line (43:24)
           write backout-report-line
       end-perform

       if reviewed-count > reviewed-listed
           move reviewed-count to report-count-edit
           move spaces to backout-report-line
           string "  ... LISTED " delimited by size
                  REVIEWED-LIST-LIMIT delimited by size
                  " OF" delimited by size
                  report-count-edit delimited by size
             into backout-report-line
           end-string
           write backout-report-line
       end-if

       exit section.

       write-report-count-line section.
       move report-count-edit to backout-report-line (30:9)
       write backout-report-line
       exit section.

       write-report-hash-line section.
       move report-hash-edit to backout-report-line (30:18)
       write backout-report-line
       exit section.

      *-----------------------------------------------------------------
       finish section.

       if master-is-open
           close master-file
       end-if

       move results-read-count to report-count-edit
       display "W2NBACK read " report-count-edit " record(s), "
                removed-count " removed, "
                kept-count " kept, "
                not-on-master-count " not on master"

       if backout-ties-to-control
          and kept-count = zero
          and reviewed-absent-count = zero
          and reviewed-failed-count = zero
           move zero to return-code
       else
           move 4 to return-code
       end-if

       exit section.

       END PROGRAM W2NBACK.
      * EOF
