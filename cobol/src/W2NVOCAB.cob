      * file and renaming it over the original - so a run that is
      * interrupted partway through never leaves config-file half
      * written.
      * No operator's change goes live on their own say-so: an ADD,
      * RENAME or RETIRE that passes the checks is queued on VOCPEND
      * (see W2NVOCAB.cpy) with its before and after lines, and only
      * an APPROVE from a second user listed in the language's
      * vocauth_<lang>.properties file applies it, saves and stamps
      * the vocabulary. Nobody approves their own change; a DECLINE
      * needs a reason and stays on VOCJRNL with it. PENDING lists
      * the language's queue. "W2NVOCAB lang change-file [operator-id]"
      * runs the same commands in batch. The operator id is the login
      * the session runs under (USER, else LOGNAME) - an id typed at
      * the prompt or passed as the argument must be that login, so
      * nobody can queue a change under one id and approve it under
      * another.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT journal-file ASSIGN TO "VOCJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-STATUS.
      *> the queue of changes awaiting a second user's approval, and
      *> the language's list of users who may approve.
       SELECT change-file ASSIGN TO "VOCPEND"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VOCPEND-STATUS.
       SELECT approver-file ASSIGN TO dynmaic-auth-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VOCAUTH-STATUS.

      *=================================================================
       DATA DIVISION.
          RECORD CONTAINS 1 TO 100 CHARACTERS.
       01 journal-line           pic x(100).

       FD change-file
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 change-line            pic x(400).

       FD approver-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 approver-line          pic x(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 CONFIG-KEY-VALUE-DELIMITER  PIC X(1) VALUE "=".
         05 filler       value "config_".
         05 temp-file-lang    pic x(2) value "en".
         05 filler       value ".properties.tmp".
       01 dynmaic-auth-file-name.
         05 filler       value "data/".
         05 filler       value "vocauth_".
         05 auth-file-lang    pic x(2) value "en".
         05 filler       value ".properties".

       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CONFIG==.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==COMMAND==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==JOURNAL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==VOCPEND==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==VOCAUTH==.

       copy "W2NVOCAB.cpy". *> VOCPEND change-queue record

      *> batch-mode working storage: vocabulary changes can go through
      *> change control by running the same commands from a reviewed
       01 save-failed-flag       pic x(1) value "N".
         88 save-has-failed        value "Y".

      *> maker-checker: who is running the session, and who may
      *> approve - the ids on the language's vocauth file, an id
      *> before any "=" (the rest of the line is free text, the
      *> approver's name). No file means nobody may approve.
       01 operator-id            pic x(8).
       01 login-id               pic x(32).
       01 filler.
        03 approver-id             pic x(8) occurs 50.
       01 approver-count         pic 9(2) value zero.
       01 approver-idx           pic 9(2).
       01 operator-approver-flag pic x(1).
         88 operator-may-approve   value "Y".

      *> every change of this language on VOCPEND: the "Q" line as
      *> queued and its current state ("Q" still awaiting approval,
      *> or the final "A"/"D"). Past the table size a change is still
      *> on the file, it just cannot be listed or approved this
      *> session.
       01 filler.
        03 change-item             occurs 500.
         05 change-item-id          pic 9(9).
         05 change-item-state       pic x(1).
         05 change-item-maker       pic x(8).
         05 change-item-stamp       pic x(14).
         05 change-item-command     pic x(128).
         05 change-item-before      pic x(81).
         05 change-item-after       pic x(81).
       01 change-item-count      pic 9(4) value zero.
       01 change-idx             pic 9(4).
       01 change-hit-idx         pic 9(4).
       01 change-shown-count     pic 9(4).
       01 next-change-id         pic 9(9) value 1.
       01 change-id-work         pic 9(9).
       01 change-stamp-work      pic x(21).
      *> the line an ADD/RENAME/RETIRE changed, before and after -
      *> what a queued change shows its checker, and what an approval
      *> must reproduce on the file as it is now.
       01 change-before-line     pic x(81).
       01 change-after-line      pic x(81).
       01 approval-command-line  pic x(128).
       01 decline-reason         pic x(60).
      *> what the command in hand did, for its VOCJRNL line: "Q"
      *> queued, "A" approved, "D" declined, space anything else.
       01 journal-kind           pic x(1).
       01 vocab-load-flag        pic x(1) value "N".
         88 vocab-load-is-quiet    value "Y".

      *> every save stamps the file with a fresh "#version=" line so
      *> W2N (and through it the AUDIT trail and the batch RESULTS
      *> records) can tell which vocabulary a conversion ran under.

       01 operator-command-line  pic x(128).
       01 operator-verb          pic x(16).
         88 operator-verb-is-change value "ADD", "RENAME", "RETIRE",
                                          "APPROVE", "DECLINE".
       01 operator-rest          pic x(112).
       01 operator-arg1          pic x(64).
       01 operator-arg2          pic x(64).
       display "enter W2NVOCAB"
       move "N" to vocab-changed-flag

      *> every queued change and every approval is filed under the
      *> login running the session - a session without one is refused.
       move spaces to login-id
       accept login-id from environment "USER"
       if login-id = spaces
           accept login-id from environment "LOGNAME"
       end-if
       move function upper-case (login-id) to login-id
       if login-id = spaces
          or login-id (9:) not = spaces
           display "W2NVOCAB: no login id of at most 8 characters"
                   " in USER or LOGNAME - session refused"
           move 16 to return-code
           stop run
       end-if

      *> a command-line argument ("W2NVOCAB de changes.txt jsmith")
      *> selects the non-interactive batch mode: the language code,
      *> the reviewed change file to run, then optionally the operator
      *> id, which must be the login's. No argument keeps the live
      *> operator session, which asks for both.
       move spaces to operator-command-line
       move spaces to operator-id
       accept operator-command-line from command-line

       if operator-command-line = spaces
               move function lower-case (operator-command-line (1:2))
                 to lang
           end-if
           display "operator id (default "
                   function trim (login-id) "): " with no advancing
           accept operator-id
       else
           set run-is-batch to true
           perform split-operator-rest-from-command-line
       end-if
       move function upper-case (operator-id) to operator-id

       if run-is-batch
          and command-file-name = spaces
           display "usage: W2NVOCAB [lang change-file [operator-id]]"
           move 16 to return-code
           stop run
       end-if

       if operator-id = spaces
           move login-id to operator-id
       end-if
       if operator-id not = login-id
           display "W2NVOCAB: operator id " function trim (operator-id)
                   " is not the login " function trim (login-id)
                   " - session refused"
           move 16 to return-code
           stop run
       end-if

       move lang to config-file-lang
       move lang to temp-file-lang
       move lang to auth-file-lang

       perform load-vocabulary
       perform load-approvers
       perform load-change-queue

      *> the journal is appended run after run, so a declined change
      *> and its reason stay on it next to the approvals.
       open extend journal-file
       if JOURNAL-NOT_EXISTS
           open output journal-file
       end-if
       if not JOURNAL-SUCCESS
           display "Unable to open VOCJRNL (file status "
                   JOURNAL-STATUS ") - aborting before any change"
           move 16 to return-code
           stop run
       end-if

       open extend change-file
       if VOCPEND-NOT_EXISTS
           open output change-file
       end-if
       if not VOCPEND-SUCCESS
           display "Unable to open VOCPEND (file status "
                   VOCPEND-STATUS ") - aborting before any change"
           close journal-file
           move 16 to return-code
           stop run
       end-if

       exit section.

      *-----------------------------------------------------------------
      * split-operator-rest-from-command-line
      * batch argument parsing: first token is the language code,
      * the next names the change file, the last is the operator id.
      *-----------------------------------------------------------------
       split-operator-rest-from-command-line section.
       move zero to helper-count-pos
            (operator-command-line (1:2)) to lang
       move spaces to command-file-name
       if helper-count-pos < 128
           unstring operator-command-line (helper-count-pos + 1:)
                    delimited by all space
               into command-file-name operator-id
           end-unstring
       end-if

       exit section.
           stop run
       end-if

       move "N" to operator-done-flag
       perform until operator-is-done or not COMMAND-SUCCESS

       end-perform

       close command-file

      *> a QUIT in the file already saved; otherwise save now
       if not operator-is-done
      *-----------------------------------------------------------------
      * write-journal-line
      * one apply/reject line per command, so change control can file
      * exactly what was run and what the tool refused - a change
      * queued, approved or declined carries its change number and
      * the operator id, a decline its reason.
      *-----------------------------------------------------------------
       write-journal-line section.
       move spaces to journal-line
       if command-was-applied
           add 1 to commands-applied-count
           evaluate journal-kind
               when "Q"
                   string "QUEUED   " delimited by size
                          change-id-work delimited by size
                          " " delimited by size
                          operator-id delimited by size
                          " " delimited by size
                          operator-command-line (1:72)
                                        delimited by size
                     into journal-line
                   end-string
               when "A"
                   string "APPROVED " delimited by size
                          change-id-work delimited by size
                          " " delimited by size
                          operator-id delimited by size
                          " " delimited by size
                          change-item-command (change-hit-idx) (1:72)
                                        delimited by size
                     into journal-line
                   end-string
               when "D"
                   string "DECLINED " delimited by size
                          change-id-work delimited by size
                          " " delimited by size
                          operator-id delimited by size
                          " " delimited by size
                          decline-reason delimited by size
                     into journal-line
                   end-string
               when other
                   string "APPLIED  " delimited by size
                          operator-command-line (1:90)
                                        delimited by size
                     into journal-line
                   end-string
           end-evaluate
       else
           add 1 to commands-rejected-count
           string "REJECTED " delimited by size

       OPEN INPUT config-file.
       if CONFIG-NOT_EXISTS
           if not vocab-load-is-quiet
               display "File not found " dynmaic-config-file-name
                       " - starting a new vocabulary file"
           end-if
       else
           if not CONFIG-SUCCESS
               display "Unable to open " dynmaic-config-file-name
           close config-file
       end-if

       if not vocab-load-is-quiet
           display "loaded " number-system-count " word(s) from "
                    dynmaic-config-file-name
       end-if

       exit section.

       display "  ADD word value[:scale]   - add a new word"
       display "  RENAME old-word new-word - rename a word, keep value"
       display "  RETIRE word              - comment out a word"
       display "  PENDING                  - list changes awaiting"
               " approval"
       display "  APPROVE change-number    - apply another's change"
       display "  DECLINE change-number reason - decline a change"
       display "  QUIT                     - save changes and exit"
       display "(ADD, RENAME and RETIRE are queued for approval)"

       perform until operator-is-done

           display "W2NVOCAB> " with no advancing
           accept operator-command-line
           perform dispatch-operator-command
           if operator-verb-is-change
               perform write-journal-line
           end-if

       end-perform

      *-----------------------------------------------------------------
      * dispatch-operator-command
      * split operator-command-line into a verb and the rest of the
      * line, then act on it. An ADD, RENAME or RETIRE that passes its
      * checks is queued, never saved - see queue-vocabulary-change.
      *-----------------------------------------------------------------
       dispatch-operator-command section.
       move "N" to command-applied-flag
       move space to journal-kind
       perform split-command-verb

       evaluate true
           when operator-verb = "LIST"
           when operator-verb = "ADD"
               perform split-operator-rest
               perform do-add
               perform queue-vocabulary-change
           when operator-verb = "RENAME"
               perform split-operator-rest
               perform do-rename
               perform queue-vocabulary-change
           when operator-verb = "RETIRE"
               move operator-rest to operator-arg1
               perform do-retire
               perform queue-vocabulary-change
           when operator-verb = "PENDING"
               perform list-change-queue
               move "Y" to command-applied-flag
           when operator-verb = "APPROVE"
               perform split-operator-rest
               perform do-approve
           when operator-verb = "DECLINE"
               perform split-operator-rest
               perform do-decline
           when operator-verb = "QUIT" or operator-verb = "EXIT"
               perform save-vocabulary
               set operator-is-done to true

       exit section.

      *-----------------------------------------------------------------
      * split-command-verb
      * split operator-command-line into operator-verb (upper-cased)
      * and operator-rest on the first space.
      *-----------------------------------------------------------------
       split-command-verb section.
       move spaces to operator-verb
       move spaces to operator-rest

       move zero to helper-count-pos
       perform varying helper-count-pos from 1 by 1
                until helper-count-pos > 128
                   or operator-command-line (helper-count-pos:1) = space
       end-perform

       move operator-command-line (1:helper-count-pos - 1)
         to operator-verb
       if helper-count-pos < 128
           move operator-command-line (helper-count-pos + 1:)
             to operator-rest
       end-if
       move function upper-case (operator-verb) to operator-verb

       exit section.

      *-----------------------------------------------------------------
      * split-operator-rest
      * split operator-rest into operator-arg1/operator-arg2 on the
                              operator-arg2           delimited by size
                         into vocab-raw-line (vocab-raw-line-count)
                       end-string
                       move spaces to change-before-line
                       move vocab-raw-line (vocab-raw-line-count)
                         to change-after-line

                       add 1 to number-system-count
                       move config-key-work
                   move config-key-work
                     to number-system-text (rename-target-idx)

                   move vocab-raw-line
                        (number-system-raw-idx (rename-target-idx))
                     to change-before-line
                   move spaces
                     to vocab-raw-line
                        (number-system-raw-idx (rename-target-idx))
                     into vocab-raw-line
                          (number-system-raw-idx (rename-target-idx))
                   end-string
                   move vocab-raw-line
                        (number-system-raw-idx (rename-target-idx))
                     to change-after-line

                   set vocab-has-changes to true
                   move "Y" to command-applied-flag
                 into vocab-raw-line
                      (number-system-raw-idx (found-entry-idx))
               end-string
               move vocab-temp-line to change-before-line
               move vocab-raw-line
                    (number-system-raw-idx (found-entry-idx))
                 to change-after-line

               perform remove-vocabulary-entry


       exit section.

      *-----------------------------------------------------------------
      * load-approvers
      * read vocauth_<lang>.properties: one approver per line, the id
      * before any "=" - comment and blank lines skipped the way the
      * vocabulary loader skips them.
      *-----------------------------------------------------------------
       load-approvers section.
       move zero to approver-count

       open input approver-file
       if not VOCAUTH-SUCCESS
           display "no approvers on file (" dynmaic-auth-file-name
                   " status " VOCAUTH-STATUS ") - nothing can be"
                   " approved this session"
           exit section
       end-if

       perform with test before until not VOCAUTH-SUCCESS
           read approver-file
           if VOCAUTH-SUCCESS
              and approver-line (1:1) not = "#"
              and approver-line not = spaces
              and approver-count < 50
               add 1 to approver-count
               move spaces to approver-id (approver-count)
               unstring approver-line delimited by "=" or all space
                   into approver-id (approver-count)
               end-unstring
               move function upper-case
                    (approver-id (approver-count))
                 to approver-id (approver-count)
           end-if
       end-perform

       close approver-file

       move "N" to operator-approver-flag
       perform varying approver-idx from 1 by 1
                until approver-idx > approver-count
           if approver-id (approver-idx) = operator-id
               set operator-may-approve to true
           end-if
       end-perform

       exit section.

      *-----------------------------------------------------------------
      * load-change-queue
      * read VOCPEND back: every "Q" line of this language becomes a
      * change-item, every later "A"/"D" line settles its state, and
      * the highest change number on file (any language) sets the
      * next one. A missing file just means nothing was ever queued.
      *-----------------------------------------------------------------
       load-change-queue section.
       move zero to change-item-count
       move 1 to next-change-id

       open input change-file
       if not VOCPEND-SUCCESS
           exit section
       end-if

       perform with test before until not VOCPEND-SUCCESS
           read change-file
           if VOCPEND-SUCCESS
               move change-line to vocab-change-record
               if vocab-change-id >= next-change-id
                   compute next-change-id = vocab-change-id + 1
               end-if
               if vocab-change-lang = lang
                   move vocab-change-id to change-id-work
                   perform find-change-item
                   evaluate true
                       when vocab-change-is-queued
                        and change-hit-idx = zero
                        and change-item-count < 500
                           perform note-change-item
                       when change-hit-idx > zero
                           move vocab-change-action
                             to change-item-state (change-hit-idx)
                       when other
                           continue
                   end-evaluate
               end-if
           end-if
       end-perform

       close change-file

       exit section.

      *-----------------------------------------------------------------
      * find-change-item
      * set change-hit-idx to the change-item numbered change-id-work,
      * or zero.
      *-----------------------------------------------------------------
       find-change-item section.
       move zero to change-hit-idx
       perform varying change-idx from 1 by 1
                until change-idx > change-item-count
                   or change-hit-idx > zero
           if change-item-id (change-idx) = change-id-work
               move change-idx to change-hit-idx
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * note-change-item
      * the "Q" record in vocab-change-record onto the queue table.
      *-----------------------------------------------------------------
       note-change-item section.
       add 1 to change-item-count
       move change-item-count to change-hit-idx
       move vocab-change-id to change-item-id (change-hit-idx)
       move "Q" to change-item-state (change-hit-idx)
       move vocab-change-user to change-item-maker (change-hit-idx)
       move vocab-change-stamp to change-item-stamp (change-hit-idx)
       move vocab-change-command
         to change-item-command (change-hit-idx)
       move vocab-change-before to change-item-before (change-hit-idx)
       move vocab-change-after to change-item-after (change-hit-idx)
       exit section.

      *-----------------------------------------------------------------
      * write-change-record
      * one VOCPEND line for the change in vocab-change-record, stamped
      * now.
      *-----------------------------------------------------------------
       write-change-record section.
       move function current-date to change-stamp-work
       move change-stamp-work (1:14) to vocab-change-stamp
       move lang to vocab-change-lang
       move operator-id to vocab-change-user
       move spaces to change-line
       move vocab-change-record to change-line
       write change-line
       exit section.

      *-----------------------------------------------------------------
      * reload-live-vocabulary
      * put the in-memory vocabulary back to what is on file - after a
      * change was queued (it must not reach a later save) or an
      * approval could not be completed.
      *-----------------------------------------------------------------
       reload-live-vocabulary section.
       set vocab-load-is-quiet to true
       perform load-vocabulary
       move "N" to vocab-load-flag
       move "N" to vocab-changed-flag
       exit section.

      *-----------------------------------------------------------------
      * queue-vocabulary-change
      * an ADD/RENAME/RETIRE the do-* checks accepted goes onto VOCPEND
      * as a "Q" line, with the line it changed before and after, and
      * the in-memory vocabulary goes back to the file's - the change
      * is live only once another approver approves it.
      *-----------------------------------------------------------------
       queue-vocabulary-change section.
       if not command-was-applied
           exit section
       end-if

       initialize vocab-change-record
       set vocab-change-is-queued to true
       move next-change-id to vocab-change-id
       move operator-command-line to vocab-change-command
       move change-before-line to vocab-change-before
       move change-after-line to vocab-change-after
       perform write-change-record

       if change-item-count < 500
           perform note-change-item
       end-if
       move next-change-id to change-id-work
       add 1 to next-change-id
       move "Q" to journal-kind

       display "queued as change " change-id-work
               " - not live until another approver approves it"
       perform reload-live-vocabulary

       exit section.

      *-----------------------------------------------------------------
      * list-change-queue
      * every change of this language still awaiting approval: who
      * queued it and when, the command, and the line before and
      * after.
      *-----------------------------------------------------------------
       list-change-queue section.
       move zero to change-shown-count
       perform varying change-idx from 1 by 1
                until change-idx > change-item-count
           if change-item-state (change-idx) = "Q"
               add 1 to change-shown-count
               display "CHANGE " change-item-id (change-idx)
                       " BY " change-item-maker (change-idx)
                       " AT " change-item-stamp (change-idx)
               display "  COMMAND " function trim
                       (change-item-command (change-idx))
               if change-item-before (change-idx) = spaces
                   display "  BEFORE  (new line)"
               else
                   display "  BEFORE  " function trim
                           (change-item-before (change-idx))
               end-if
               display "  AFTER   " function trim
                       (change-item-after (change-idx))
           end-if
       end-perform

       if change-shown-count = zero
           display "(no changes awaiting approval for " lang ")"
       end-if

       exit section.

      *-----------------------------------------------------------------
      * check-change-decision
      * the checks an APPROVE and a DECLINE share: operator-arg1 names
      * a change of this language still awaiting approval, the
      * operator is on the vocauth list, and it is not their own
      * change. change-hit-idx is left zero when any check fails.
      *-----------------------------------------------------------------
       check-change-decision section.
       move function numval (operator-arg1) to change-id-work
       perform find-change-item

       evaluate true
           when change-hit-idx = zero
               display function trim (operator-verb)
                       " rejected: no change "
                       change-id-work " queued for " lang
           when change-item-state (change-hit-idx) = "A"
               display function trim (operator-verb)
                       " rejected: change "
                       change-id-work " was already approved"
               move zero to change-hit-idx
           when change-item-state (change-hit-idx) = "D"
               display function trim (operator-verb)
                       " rejected: change "
                       change-id-work " was already declined"
               move zero to change-hit-idx
           when not operator-may-approve
               display function trim (operator-verb)
                       " rejected: " function trim (operator-id)
                       " is not an approver for " lang
               move zero to change-hit-idx
           when change-item-maker (change-hit-idx) = operator-id
               display function trim (operator-verb)
                       " rejected: change "
                       change-id-work " is "
                       function trim (operator-id) "'s own change"
               move zero to change-hit-idx
           when other
               continue
       end-evaluate

       exit section.

      *-----------------------------------------------------------------
      * do-approve
      * run the queued command again against the vocabulary as it is
      * on file now, through the same do-* checks, and save only when
      * it changes exactly the line the maker's change showed - a
      * change overtaken by another approval is refused and stays
      * queued for its maker to withdraw or queue afresh.
      *-----------------------------------------------------------------
       do-approve section.
       perform check-change-decision
       if change-hit-idx = zero
           exit section
       end-if
       if save-has-failed
           display "APPROVE rejected: the vocabulary could not be"
                   " saved earlier this session"
           exit section
       end-if

       move operator-command-line to approval-command-line
       move change-item-command (change-hit-idx)
         to operator-command-line
       perform split-command-verb
       move spaces to change-before-line
       move spaces to change-after-line
       evaluate true
           when operator-verb = "ADD"
               perform split-operator-rest
               perform do-add
           when operator-verb = "RENAME"
               perform split-operator-rest
               perform do-rename
           when operator-verb = "RETIRE"
               move operator-rest to operator-arg1
               perform do-retire
           when other
               continue
       end-evaluate
       move approval-command-line to operator-command-line
       move "APPROVE" to operator-verb

       if command-was-applied
          and (change-before-line
                 not = change-item-before (change-hit-idx)
            or change-after-line
                 not = change-item-after (change-hit-idx))
           display "APPROVE rejected: the vocabulary changed since"
                   " change " change-id-work " was queued"
           move "N" to command-applied-flag
       end-if
       if not command-was-applied
           perform reload-live-vocabulary
           exit section
       end-if

       perform save-vocabulary
       if save-has-failed
           move "N" to command-applied-flag
           perform reload-live-vocabulary
           exit section
       end-if
       move "N" to vocab-changed-flag

       initialize vocab-change-record
       set vocab-change-is-approved to true
       move change-id-work to vocab-change-id
       move change-item-command (change-hit-idx)
         to vocab-change-command
       move change-before-line to vocab-change-before
       move change-after-line to vocab-change-after
       perform write-change-record
       move "A" to change-item-state (change-hit-idx)
       move "A" to journal-kind

       display "APPROVED change " change-id-work " of "
               change-item-maker (change-hit-idx)

       exit section.

      *-----------------------------------------------------------------
      * do-decline
      * settle a queued change as declined - the reason is required
      * and goes onto VOCPEND and VOCJRNL with it.
      *-----------------------------------------------------------------
       do-decline section.
       perform check-change-decision
       if change-hit-idx = zero
           exit section
       end-if
       if operator-arg2 = spaces
           display "DECLINE rejected: a decline needs a reason"
           exit section
       end-if
       move operator-arg2 to decline-reason

       initialize vocab-change-record
       set vocab-change-is-declined to true
       move change-id-work to vocab-change-id
       move change-item-command (change-hit-idx)
         to vocab-change-command
       move change-item-before (change-hit-idx)
         to vocab-change-before
       move change-item-after (change-hit-idx) to vocab-change-after
       move decline-reason to vocab-change-reason
       perform write-change-record
       move "D" to change-item-state (change-hit-idx)
       move "D" to journal-kind
       move "Y" to command-applied-flag

       display "DECLINED change " change-id-work " of "
               change-item-maker (change-hit-idx)

       exit section.

      *-----------------------------------------------------------------
       finish section.

       close journal-file
       close change-file

       if run-is-batch
           display "W2NVOCAB batch: " commands-applied-count
                    " applied, " commands-rejected-count " rejected"
