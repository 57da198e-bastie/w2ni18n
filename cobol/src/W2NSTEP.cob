      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2NSTEP.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * W2NSTEP runs the nightly conversion job stream from a step
      * list instead of the run-book: W2NEDIT, W2NBATCH (or the
      * W2NBATCH partitions plus W2NMERGE), W2NLOAD, W2NTREND,
      * W2NAUDIT - whatever the STEPLIST file names, in its order.
      * One "name=max-cc:command" line per step; a step ending above
      * its max-cc stops the stream. Every step start and end goes to
      * the STEPLOG file (see W2NSTEP.cpy) with its stamps and return
      * code. A W2NLOAD step is refused unless the run balanced: the
      * MERGECTL verdict when the stream merges partitions, the
      * W2NBATCH CONTROL report otherwise - with GENERATIONS on in
      * W2NPARMS, the CONTROL report of the newest generation on
      * GENCAT, since W2NBATCH names it CONTROL.Gyyyymmddnn.
      *
      * The command-line argument picks where the stream starts:
      *   (none)    a fresh run - refused while the last run on
      *             STEPLOG stopped on a failed step
      *   RESTART   carry on with the last run, skipping every step
      *             STEPLOG shows already ended
      *   FROM name carry on from the named step
      *   FRESH     a fresh run whatever STEPLOG says
      * Condition codes: 0 every step clean, otherwise the highest
      * code a step ended with inside its limit; the failing step's
      * own code when one ends above its limit; 20 W2NLOAD refused on
      * an unbalanced run; 16 nothing to run (STEPLIST missing or
      * empty, bad argument).
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT steplist-file ASSIGN TO "STEPLIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEPLIST-STATUS.
       SELECT steplog-file ASSIGN TO "STEPLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEPLOG-STATUS.
      *> the balance reports W2NLOAD is held on - assigned to name
      *> fields so a generation-named CONTROL.Gyyyymmddnn can be named
      *> with the control-file card.
       SELECT balance-file ASSIGN TO balance-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BALANCE-STATUS.
      *> W2NBATCH's run parameters and generation catalog - read only
      *> to find tonight's CONTROL.Gyyyymmddnn.
       SELECT parms-file ASSIGN TO "W2NPARMS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARMS-STATUS.
       SELECT gencat-file ASSIGN TO "GENCAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GENCAT-STATUS.

      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD steplist-file
          RECORD CONTAINS 1 TO 120 CHARACTERS.
       01 steplist-line         pic x(120).

       FD steplog-file
          RECORD CONTAINS 1 TO 160 CHARACTERS.
       01 steplog-line          pic x(160).

       FD balance-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 balance-line          pic x(80).

       FD parms-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 parms-line            pic x(80).

       FD gencat-file
          RECORD CONTAINS 1 TO 40 CHARACTERS.
       01 gencat-line           pic x(40).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==STEPLIST==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==STEPLOG==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==BALANCE==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PARMS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==GENCAT==.

       77 CC-CLEAN              pic 9(2) value 0.
       77 CC-NOT-BALANCED       pic 9(2) value 20.
       77 CC-NOTHING-TO-RUN     pic 9(2) value 16.

      *> the step list: "name=max-cc:command" lines, "#" comments and
      *> blank lines ignored, the same key=value layout as W2NPARMS.
      *> Two reserved names are settings, not steps: control-file and
      *> mergectl-file name the balance reports W2NLOAD is held on.
       77 STEPLIST-KEY-VALUE-DELIMITER PIC X(1) VALUE "=".
       01 filler.
        03 step-entry            occurs 32.
         05 step-name             pic x(16).
         05 step-max-cc           pic 9(4).
         05 step-command          pic x(80).
         05 step-done-flag        pic x(1).
           88 step-already-ended    value "Y".
       01 step-count            pic 9(2) value zero.
       01 step-idx              pic 9(2).
       01 step-start-idx        pic 9(2).
       01 steplist-scan-pos     pic 9(4).
       01 steplist-key-work     pic x(32).
       01 steplist-value-work   pic x(100).
       01 steplist-colon-pos    pic 9(4).
       01 step-program-work     pic x(80).
       01 merge-step-flag       pic x(1) value "N".
         88 stream-merges-partitions value "Y".

       01 control-file-name     pic x(64) value "CONTROL".
       01 mergectl-file-name    pic x(64) value "MERGECTL".
       01 balance-file-name     pic x(64).
       01 balance-flag          pic x(1).
         88 run-is-balanced       value "Y".
       01 balance-tally         pic 9(4).

      *> a control-file card naming the base CONTROL while W2NBATCH
      *> writes generations means the newest generation's report.
       77 PARMS-KEY-VALUE-DELIMITER PIC X(1) VALUE "=".
       01 parms-scan-pos        pic 9(4).
       01 parms-key-work        pic x(32).
       01 parms-value-work      pic x(64).
       01 generations-flag      pic x(1).
         88 generations-enabled   value "Y".
       01 newest-generation     pic x(11).
       01 newest-generation-mark pic x(10).

      *> where this invocation starts - see the banner above.
       01 command-line-work     pic x(40).
       01 start-mode            pic x(7) value "NEW".
         88 start-mode-new        value "NEW".
         88 start-mode-restart    value "RESTART".
         88 start-mode-from       value "FROM".
         88 start-mode-fresh      value "FRESH".
       01 from-step-name        pic x(16).

      *> what STEPLOG says about the last run: its id, whether it
      *> stopped short (its last line not an ENDED step), and the
      *> step it stopped on.
       01 last-run-id           pic x(14) value spaces.
       01 last-run-status       pic x(8) value spaces.
       01 last-run-step-name    pic x(16) value spaces.
       01 last-run-pending-flag pic x(1) value "N".
         88 last-run-is-pending   value "Y".

       01 run-id                pic x(14).
       01 stamp-work            pic x(21).
       01 step-start-stamp      pic x(14).
       01 system-status         pic s9(9) comp-5.
       01 step-return-code      pic 9(4).
       01 step-status-work      pic x(8).
       01 highest-return-code   pic 9(4) value zero.
       01 stream-condition-code pic 9(4) value zero.
       01 stream-stop-flag      pic x(1) value "N".
         88 stream-has-stopped    value "Y".
       01 steps-run-count       pic 9(2) value zero.
       01 steps-skipped-count   pic 9(2) value zero.

       copy "W2NSTEP.cpy". *> fixed-column STEPLOG record

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       perform run-steps
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter W2NSTEP"

       perform read-start-argument
       perform load-step-list
       perform read-step-log

       evaluate true
           when start-mode-new
               if last-run-is-pending
                   display "last run " last-run-id " stopped at step "
                           last-run-step-name " (" last-run-status
                           ") - start with RESTART, FROM or FRESH"
                   move CC-NOTHING-TO-RUN to return-code
                   stop run
               end-if
               perform open-new-run
           when start-mode-fresh
               perform open-new-run
           when start-mode-restart
               if not last-run-is-pending
                   display "no stopped run on STEPLOG to restart"
                   move CC-NOTHING-TO-RUN to return-code
                   stop run
               end-if
               move last-run-id to run-id
               perform mark-ended-steps
               move 1 to step-start-idx
               display "restarting run " run-id
           when start-mode-from
               perform find-from-step
               if last-run-is-pending
                   move last-run-id to run-id
                   display "restarting run " run-id " from step "
                           from-step-name
               else
                   perform open-new-run
               end-if
       end-evaluate

       open extend steplog-file
       if STEPLOG-NOT_EXISTS
           open output steplog-file
       end-if
       if not STEPLOG-SUCCESS
           display "Unable to open STEPLOG (file status "
                   STEPLOG-STATUS ")"
           move CC-NOTHING-TO-RUN to return-code
           stop run
       end-if

       exit section.

      *-----------------------------------------------------------------
      * read-start-argument
      * RESTART, FROM name, FRESH or nothing - see the banner.
      *-----------------------------------------------------------------
       read-start-argument section.
       move spaces to command-line-work
       accept command-line-work from command-line
       move function upper-case (command-line-work)
         to command-line-work

       evaluate true
           when command-line-work = spaces
               set start-mode-new to true
           when command-line-work = "RESTART"
               set start-mode-restart to true
           when command-line-work = "FRESH"
               set start-mode-fresh to true
           when command-line-work (1:5) = "FROM "
               set start-mode-from to true
               move function trim (command-line-work (6:))
                 to from-step-name
               if from-step-name = spaces
                   display "FROM wants a step name"
                   move CC-NOTHING-TO-RUN to return-code
                   stop run
               end-if
           when other
               display "unknown argument " command-line-work
                       " - RESTART, FROM name or FRESH"
               move CC-NOTHING-TO-RUN to return-code
               stop run
       end-evaluate

       exit section.

      *-----------------------------------------------------------------
      * load-step-list
      * the STEPLIST lines, in order; at most 32 steps.
      *-----------------------------------------------------------------
       load-step-list section.
       open input steplist-file
       if not STEPLIST-SUCCESS
           display "STEPLIST file not found"
           move CC-NOTHING-TO-RUN to return-code
           stop run
       end-if

       perform with test before until not STEPLIST-SUCCESS
           read steplist-file
           if STEPLIST-SUCCESS
               perform apply-step-line
           end-if
       end-perform

       close steplist-file

       if step-count = zero
           display "STEPLIST names no steps"
           move CC-NOTHING-TO-RUN to return-code
           stop run
       end-if

       exit section.

      *-----------------------------------------------------------------
      * apply-step-line
      * split one STEPLIST line into name, max-cc and command - or
      * take one of the two balance-report settings.
      *-----------------------------------------------------------------
       apply-step-line section.
       if steplist-line (1:1) = "#" or steplist-line = spaces
           exit section
       end-if

       perform varying steplist-scan-pos from 1 by 1
                until steplist-scan-pos > 120
                   or steplist-line (steplist-scan-pos:1)
                        = STEPLIST-KEY-VALUE-DELIMITER
       end-perform
       if steplist-scan-pos > 120 or steplist-scan-pos = 1
           display "STEPLIST: no name=max-cc:command in "
                   steplist-line (1:60)
           exit section
       end-if

       move spaces to steplist-key-work
       move spaces to steplist-value-work
       move steplist-line (1:steplist-scan-pos - 1)
         to steplist-key-work
       move steplist-line (steplist-scan-pos + 1:)
         to steplist-value-work
       move function upper-case (steplist-key-work)
         to steplist-key-work

       evaluate true
           when steplist-key-work = "CONTROL-FILE"
               move steplist-value-work to control-file-name
               exit section
           when steplist-key-work = "MERGECTL-FILE"
               move steplist-value-work to mergectl-file-name
               exit section
           when other
               continue
       end-evaluate

       perform varying steplist-colon-pos from 1 by 1
                until steplist-colon-pos > 100
                   or steplist-value-work (steplist-colon-pos:1) = ":"
       end-perform
       if steplist-colon-pos > 100 or steplist-colon-pos = 1
           display "STEPLIST: step " steplist-key-work (1:16)
                   " wants max-cc:command"
           exit section
       end-if

       if step-count >= 32
           display "STEPLIST: more than 32 steps, "
                   steplist-key-work (1:16) " dropped"
           exit section
       end-if

       add 1 to step-count
       move steplist-key-work to step-name (step-count)
       move function numval
              (steplist-value-work (1:steplist-colon-pos - 1))
         to step-max-cc (step-count)
       move steplist-value-work (steplist-colon-pos + 1:)
         to step-command (step-count)
       move "N" to step-done-flag (step-count)

       move step-count to step-idx
       perform find-step-program
       if step-program-work = "W2NMERGE"
           set stream-merges-partitions to true
       end-if

       exit section.

      *-----------------------------------------------------------------
      * find-step-program
      * the program the command of step step-idx runs - its first
      * word, any directory path in front of it dropped, upper-cased.
      *-----------------------------------------------------------------
       find-step-program section.
       move spaces to step-program-work
       unstring function trim (step-command (step-idx))
                delimited by all space
           into step-program-work
       end-unstring

       perform varying steplist-scan-pos from 80 by -1
                until steplist-scan-pos < 1
                   or step-program-work (steplist-scan-pos:1) = "/"
       end-perform
       if steplist-scan-pos >= 1
           move step-program-work (steplist-scan-pos + 1:)
             to steplist-key-work
           move steplist-key-work to step-program-work
       end-if
       move function upper-case (step-program-work)
         to step-program-work

       exit section.

      *-----------------------------------------------------------------
      * read-step-log
      * the last run on STEPLOG: the id and status of its last line
      * tell whether it stopped short; a stopped run's ENDED steps
      * are what a restart skips.
      *-----------------------------------------------------------------
       read-step-log section.
       open input steplog-file
       if not STEPLOG-SUCCESS
           exit section
       end-if

       perform with test before until not STEPLOG-SUCCESS
           read steplog-file
           if STEPLOG-SUCCESS
               move steplog-line to steplog-record
               move steplog-run-id to last-run-id
               move steplog-step-status to last-run-status
               move steplog-step-name to last-run-step-name
           end-if
       end-perform

       close steplog-file

       if last-run-id not = spaces
          and last-run-status not = "ENDED"
           set last-run-is-pending to true
       end-if

       exit section.

      *-----------------------------------------------------------------
      * mark-ended-steps
      * flag every step whose last STEPLOG line under the run being
      * restarted is ENDED - a step that ended and was then rerun and
      * failed counts by its later line.
      *-----------------------------------------------------------------
       mark-ended-steps section.
       open input steplog-file
       if not STEPLOG-SUCCESS
           exit section
       end-if

       perform with test before until not STEPLOG-SUCCESS
           read steplog-file
           if STEPLOG-SUCCESS
               move steplog-line to steplog-record
               if steplog-run-id = run-id
                   perform varying step-idx from 1 by 1
                            until step-idx > step-count
                       if step-name (step-idx) = steplog-step-name
                           if steplog-step-ended
                               move "Y" to step-done-flag (step-idx)
                           else
                               move "N" to step-done-flag (step-idx)
                           end-if
                       end-if
                   end-perform
               end-if
           end-if
       end-perform

       close steplog-file

       exit section.

      *-----------------------------------------------------------------
      * find-from-step
      * the step list slot of the step named with FROM.
      *-----------------------------------------------------------------
       find-from-step section.
       move zero to step-start-idx
       perform varying step-idx from 1 by 1
                until step-idx > step-count
                   or step-start-idx > zero
           if step-name (step-idx) = from-step-name
               move step-idx to step-start-idx
           end-if
       end-perform

       if step-start-idx = zero
           display "STEPLIST has no step " from-step-name
           move CC-NOTHING-TO-RUN to return-code
           stop run
       end-if

       exit section.

      *-----------------------------------------------------------------
      * open-new-run
      * a fresh run id; a FROM start keeps the step it found.
      *-----------------------------------------------------------------
       open-new-run section.
       move function current-date to stamp-work
       move stamp-work (1:14) to run-id
       if not start-mode-from
           move 1 to step-start-idx
       end-if
       display "starting run " run-id

       exit section.

      *-----------------------------------------------------------------
      * run-steps
      * the steps in list order from the start slot, until the list
      * ends or a step stops the stream.
      *-----------------------------------------------------------------
       run-steps section.
       perform varying step-idx from step-start-idx by 1
                until step-idx > step-count
                   or stream-has-stopped
           if step-already-ended (step-idx)
               add 1 to steps-skipped-count
               display "step " step-name (step-idx)
                       " already ended - skipped"
           else
               perform run-one-step
           end-if
       end-perform

       exit section.

      *-----------------------------------------------------------------
      * run-one-step
      * log the start, hold a W2NLOAD on an unbalanced run, run the
      * command, log the end against the step's limit.
      *-----------------------------------------------------------------
       run-one-step section.
       move function current-date to stamp-work
       move stamp-work (1:14) to step-start-stamp

       perform find-step-program
       if step-program-work = "W2NLOAD"
           perform check-run-balance
           if not run-is-balanced
               move zero to step-return-code
               move "REFUSED" to step-status-work
               perform write-step-log-line
               display "step " step-name (step-idx)
                       " refused - the run did not balance ("
                       function trim (balance-file-name) ")"
               move CC-NOT-BALANCED to stream-condition-code
               set stream-has-stopped to true
               exit section
           end-if
       end-if

       move zero to step-return-code
       move "STARTED" to step-status-work
       perform write-step-log-line

       display "step " step-name (step-idx) ": "
               function trim (step-command (step-idx))
       add 1 to steps-run-count
       call "SYSTEM" using step-command (step-idx)
            returning system-status
       end-call

      *> the wait status comes back with the exit code in its high
      *> byte; a negative status means the command never ran.
       evaluate true
           when system-status < zero
               move 9999 to step-return-code
           when system-status > 255
               compute step-return-code = system-status / 256
           when other
               move system-status to step-return-code
       end-evaluate

       if step-return-code > step-max-cc (step-idx)
           move "FAILED" to step-status-work
           perform write-step-log-line
           display "step " step-name (step-idx) " ended "
                   step-return-code " above its limit "
                   step-max-cc (step-idx) " - stream stopped"
           move step-return-code to stream-condition-code
           set stream-has-stopped to true
       else
           move "ENDED" to step-status-work
           perform write-step-log-line
           display "step " step-name (step-idx) " ended "
                   step-return-code
           if step-return-code > highest-return-code
               move step-return-code to highest-return-code
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * check-run-balance
      * the partition merge's verdict when the stream merges, else the
      * W2NBATCH CONTROL report: a missing report, a failed record-
      * number check, an out-of-balance trailer or an aborted run all
      * hold the load. Only the run's own trailer caption counts - it
      * starts in column 1; a manifest file's "  TRAILER OUT OF
      * BALANCE - FILE HELD" line is that file's hold, not the run's.
      *-----------------------------------------------------------------
       check-run-balance section.
       move "N" to balance-flag

       if stream-merges-partitions
           move mergectl-file-name to balance-file-name
       else
           move control-file-name to balance-file-name
           if control-file-name = "CONTROL"
               perform resolve-control-generation
           end-if
       end-if
       if balance-file-name = spaces
           move control-file-name to balance-file-name
           exit section
       end-if

       open input balance-file
       if not BALANCE-SUCCESS
           exit section
       end-if

       if stream-merges-partitions
           perform with test before until not BALANCE-SUCCESS
               read balance-file
               if BALANCE-SUCCESS
                   move zero to balance-tally
                   inspect balance-line tallying balance-tally
                           for all "RECORD NUMBERS VERIFIED"
                   if balance-tally > zero
                       set run-is-balanced to true
                   end-if
               end-if
           end-perform
       else
           set run-is-balanced to true
           perform with test before until not BALANCE-SUCCESS
               read balance-file
               if BALANCE-SUCCESS
                   move zero to balance-tally
                   inspect balance-line tallying balance-tally
                           for all "RUN ABORTED"
                   if balance-tally > zero
                      or balance-line (1:22) = "TRAILER OUT OF BALANCE"
                       move "N" to balance-flag
                   end-if
               end-if
           end-perform
       end-if

       close balance-file

       exit section.

      *-----------------------------------------------------------------
      * resolve-control-generation
      * with GENERATIONS=YES on W2NPARMS the run's report is
      * CONTROL.<suffix> of the newest generation on GENCAT (its
      * suffixes sort by date and number). No generation, or a newest
      * one W2NBACK has taken back, leaves balance-file-name blank so
      * the load is held.
      *-----------------------------------------------------------------
       resolve-control-generation section.
       move "N" to generations-flag
       open input parms-file
       if PARMS-SUCCESS
           perform with test before until not PARMS-SUCCESS
               read parms-file
               if PARMS-SUCCESS
                   perform apply-generations-parm
               end-if
           end-perform
           close parms-file
       end-if

       if not generations-enabled
           exit section
       end-if

       move spaces to newest-generation
       move spaces to newest-generation-mark
       open input gencat-file
       if GENCAT-SUCCESS
           perform with test before until not GENCAT-SUCCESS
               read gencat-file
               if GENCAT-SUCCESS
                  and gencat-line (1:1) = "G"
                  and gencat-line (1:11) > newest-generation
                   move gencat-line (1:11) to newest-generation
                   move gencat-line (28:10) to newest-generation-mark
               end-if
           end-perform
           close gencat-file
       end-if

       move spaces to balance-file-name
       evaluate true
           when newest-generation = spaces
               display "W2NSTEP: GENERATIONS on but no generation "
                       "on GENCAT"
           when newest-generation-mark = "BACKED-OUT"
               display "W2NSTEP: newest generation "
                       newest-generation " was backed out"
           when other
               string "CONTROL." delimited by size
                      newest-generation delimited by size
                 into balance-file-name
               end-string
       end-evaluate

       exit section.

      *-----------------------------------------------------------------
      * apply-generations-parm
      * the GENERATIONS card of one W2NPARMS line, read the way
      * W2NBATCH reads it - every other card is W2NBATCH's business.
      *-----------------------------------------------------------------
       apply-generations-parm section.
       if parms-line (1:1) = "#" or parms-line = spaces
           exit section
       end-if

       perform varying parms-scan-pos from 1 by 1
                until parms-scan-pos > 80
                   or parms-line (parms-scan-pos:1)
                        = PARMS-KEY-VALUE-DELIMITER
       end-perform
       if parms-scan-pos > 80 or parms-scan-pos = 1
           exit section
       end-if

       move spaces to parms-key-work
       move spaces to parms-value-work
       move parms-line (1:parms-scan-pos - 1) to parms-key-work
       move parms-line (parms-scan-pos + 1:) to parms-value-work
       move function upper-case (parms-key-work) to parms-key-work

       if parms-key-work = "GENERATIONS"
           move function upper-case (parms-value-work)
             to parms-value-work
           if parms-value-work (1:3) = "YES"
               set generations-enabled to true
           else
               move "N" to generations-flag
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * write-step-log-line
      * one STEPLOG line for step step-idx, status already in
      * step-status-work - a STARTED line carries no end stamp.
      *-----------------------------------------------------------------
       write-step-log-line section.
       initialize steplog-record
       move step-status-work to steplog-step-status
       move run-id to steplog-run-id
       move step-idx to steplog-step-seq
       move step-name (step-idx) to steplog-step-name
       move step-start-stamp to steplog-start-stamp
       if not steplog-step-started
           move function current-date to stamp-work
           move stamp-work (1:14) to steplog-end-stamp
       end-if
       move step-return-code to steplog-return-code
       move step-max-cc (step-idx) to steplog-max-cc
       move step-command (step-idx) to steplog-command

       move spaces to steplog-line
       move steplog-record to steplog-line
       write steplog-line

       exit section.

      *-----------------------------------------------------------------
       finish section.

       close steplog-file

       display "W2NSTEP run " run-id ": " steps-run-count
               " step(s) run, " steps-skipped-count " skipped"

       if stream-has-stopped
           move stream-condition-code to return-code
       else
           move highest-return-code to return-code
       end-if

       exit section.

       END PROGRAM W2NSTEP.
      * EOF
