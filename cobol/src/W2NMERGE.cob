      * checksum and is dropped from the combined RESULTS. Writes the
      * MERGECTL
      * balance report and ends 0 verified, 8 out of balance, 16 when
      * a partition file is missing. AUDIT.P1..Pn are checked against
      * their hash chains and appended to AUDIT renumbered and
      * rechained; a broken partition chain keeps the partition files,
      * merges no audit lines and ends 8 as well.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD partition-in-file
          RECORD CONTAINS 1 TO 2210 CHARACTERS.
       01 partition-in-line     pic x(2210).

       FD results-out-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 results-out-line      pic x(2200).

       FD rejects-out-file
          RECORD CONTAINS 1 TO 2210 CHARACTERS.
       01 rejects-out-line      pic x(2210).

       FD merge-control-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 merge-control-line    pic x(80).

      *> sized to match the writer - W2N.cob builds audit lines of
      *> 360 bytes of text with the sequence number (361-369) and
      *> chained check value (371-382) behind them.
       FD audit-merge-a
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 audit-merge-a-line    pic x(400).

       FD audit-merge-b
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 audit-merge-b-line    pic x(400).

       FD audit-merge-out
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 audit-merge-out-line  pic x(400).

       FD audit-out-file
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 audit-out-line        pic x(400).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 audit-current-name    pic x(64).
       01 audit-partition-name  pic x(64).
       01 audit-temp-toggle     pic 9(1) value 1.
       01 audit-a-buffer        pic x(400).
       01 audit-b-buffer        pic x(400).
       01 audit-a-has-flag      pic x(1).
         88 audit-a-has-line      value "Y".
       01 audit-b-has-flag      pic x(1).
       01 delete-name-work      pic x(64).
       01 delete-return-code    pic s9(9) comp-5.

      *> the audit hash chain (see write-audit-line in W2N): each
      *> partition's own chain is checked before its lines are taken,
      *> and the merged lines are renumbered and rechained onto the
      *> end of the day's AUDIT - so the combined trail verifies as
      *> one unbroken chain. A partition whose chain is already broken
      *> is not merged at all; its file stays as the evidence.
       77 AUDIT-CHAIN-MODULUS   pic 9(12) value 999999999989.
       77 AUDIT-CHAIN-MULTIPLIER pic 9(3) value 131.
       01 audit-chain-line.
         05 audit-chain-text    pic x(360).
         05 audit-chain-seq     pic x(9).
         05 filler              pic x(1).
         05 audit-chain-value   pic x(12).
         05 filler              pic x(18).
       01 audit-last-seq        pic 9(9).
       01 audit-last-chain      pic 9(12).
       01 audit-chain-work      pic 9(18).
       01 audit-chain-pos       pic 9(4).
       01 audit-seq-edit        pic 9(9).
       01 audit-chain-edit      pic 9(12).
       01 audit-chain-started   pic x(1).
         88 audit-chain-has-started value "Y".
       01 audit-partition-broken pic x(1).
         88 audit-partition-is-broken value "Y".
       01 audit-broken-count    pic 9(9) value zero.
       01 audit-broken-files    pic 9(2) value zero.

      *=================================================================
       PROCEDURE DIVISION.
       main section.
           if AUDB-SUCCESS
               close audit-merge-b
               add 1 to audit-files-found
               perform verify-audit-partition-chain
               if audit-current-name = spaces
                   move audit-partition-name to audit-current-name
               else

       end-perform

       if audit-broken-files > zero
           display "audit chain broken on " audit-broken-files
                   " partition file(s) - audit not merged, partition"
                   " files left in place"
           exit section
       end-if

       if audit-current-name not = spaces
           perform append-merged-audit
           if audit-append-completed

       exit section.

      *-----------------------------------------------------------------
      * verify-audit-partition-chain
      * walk one AUDIT.Pk the way W2NVRFY walks a trail: from its
      * first chained line, every line must carry the next sequence
      * number and the check value folded from the line before it.
      * Lines from before the chain existed may lead the file.
      *-----------------------------------------------------------------
       verify-audit-partition-chain section.
       move zero to audit-last-seq
       move zero to audit-last-chain
       move "N" to audit-chain-started
       move "N" to audit-partition-broken

       open input audit-merge-b
       perform with test before until not AUDB-SUCCESS
           read audit-merge-b
           if AUDB-SUCCESS
               move audit-merge-b-line to audit-chain-line
               perform check-one-partition-line
           end-if
       end-perform
       close audit-merge-b

       if audit-partition-is-broken
           add 1 to audit-broken-files
           display "audit chain broken in " audit-partition-name
       end-if

       exit section.

       check-one-partition-line section.
       if audit-chain-seq is not numeric
          or audit-chain-value is not numeric
           if audit-chain-has-started
               add 1 to audit-broken-count
               set audit-partition-is-broken to true
           end-if
           exit section
       end-if
       set audit-chain-has-started to true

       compute audit-seq-edit = audit-last-seq + 1
       perform compute-audit-chain
       if audit-chain-seq not = audit-seq-edit
          or audit-chain-value not = audit-chain-edit
           add 1 to audit-broken-count
           set audit-partition-is-broken to true
       end-if
       move audit-chain-seq to audit-last-seq
       move audit-chain-value to audit-last-chain

       exit section.

      *-----------------------------------------------------------------
      * compute-audit-chain
      * the check value of the line in audit-chain-line, from
      * audit-last-chain - the same fold W2N applies when it writes.
      *-----------------------------------------------------------------
       compute-audit-chain section.
       move audit-last-chain to audit-chain-work
       perform varying audit-chain-pos from 1 by 1
                until audit-chain-pos > 369
           compute audit-chain-work = function mod
               (audit-chain-work * AUDIT-CHAIN-MULTIPLIER
                + function ord (audit-chain-line (audit-chain-pos:1)),
                AUDIT-CHAIN-MODULUS)
       end-perform
       move audit-chain-work to audit-chain-edit
       exit section.

      *-----------------------------------------------------------------
      * build-audit-partition-name
      * AUDIT.Pk for partition-idx - the same bare-digit suffix the
      * stay in front.
      *-----------------------------------------------------------------
       append-merged-audit section.
      *> the day's AUDIT tail first: the merged lines continue its
      *> sequence and its chain.
       move zero to audit-last-seq
       move zero to audit-last-chain
       open input audit-out-file
       if AUDIT-SUCCESS
           perform with test before until not AUDIT-SUCCESS
               read audit-out-file
               if AUDIT-SUCCESS
                   move audit-out-line to audit-chain-line
                   if audit-chain-seq is numeric
                      and audit-chain-value is numeric
                       move audit-chain-seq to audit-last-seq
                       move audit-chain-value to audit-last-chain
                   end-if
               end-if
           end-perform
           close audit-out-file
       end-if

       move audit-current-name to audit-merge-a-name
       open input audit-merge-a

       perform with test before until not AUDA-SUCCESS
           read audit-merge-a
           if AUDA-SUCCESS
               move audit-merge-a-line to audit-chain-line
               compute audit-seq-edit = audit-last-seq + 1
               move audit-seq-edit to audit-chain-seq
               perform compute-audit-chain
               move audit-chain-edit to audit-chain-value
               move audit-chain-line to audit-out-line
               write audit-out-line
               add 1 to audit-merged-count
               move audit-seq-edit to audit-last-seq
               move audit-chain-edit to audit-last-chain
           end-if
       end-perform

       move "AUDIT LINES MERGED" to merge-control-line
       move audit-merged-count to count-edit
       perform write-merge-count-line
       if audit-broken-files > zero
           move "AUDIT LINES OFF CHAIN" to merge-control-line
           move audit-broken-count to count-edit
           perform write-merge-count-line
           move "AUDIT CHAIN BROKEN - PARTITION FILES KEPT"
             to merge-control-line
           write merge-control-line
       end-if

       if merge-is-balanced
           move "RECORD NUMBERS VERIFIED 1..HIGHEST, NONE MISSING"
       if merge-is-balanced
           move zero to return-code
           display "record-number verification clean"
           if audit-broken-files > zero
               move 8 to return-code
           end-if
       else
           move 8 to return-code
           display "record-number verification FAILED"
