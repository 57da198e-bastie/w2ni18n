      * reconcile after the cut. Archived generations are cataloged in
      * ARCHCAT and purged past the retention count given as the
      * command-line argument ("W2NARCH 30"; zero or absent keeps
      * everything) - but only once W2NVRFY has verified their hash
      * chain; an unverified generation is kept past its retention.
      * The balancing record is chained onto the archived trail's last
      * line, so the chain runs on unbroken across the cutover.
      * W2NAUDIT reads the balancing record and can report across a
      * date range of the archived generations. Condition codes: 0 cut
      * over, 4 a generation due for purge was not verified, 8 rename
      * failed, 16 AUDIT missing.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
      *> the W2N audit line: text, then the sequence number and the
      *> chained check value in fixed columns.
       FD audit-file
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 audit-line.
         05 audit-line-text        pic x(360).
         05 audit-line-seq         pic x(9).
         05 filler                 pic x(1).
         05 audit-line-chain       pic x(12).
         05 filler                 pic x(18).

       FD archcat-file
          RECORD CONTAINS 1 TO 40 CHARACTERS.
       01 archcat-purge-count   pic 9(3).
       01 purge-name-work       pic x(64).

      *> the #BALANCE record also names the archived trail's last
      *> sequence number and check value (columns 60 and 70), and is
      *> itself the next link of the chain - so the fresh AUDIT's
      *> chain starts where the archive's ended and W2NVRFY can check
      *> the first line of either file.
       01 balance-line-work     pic x(90).
       77 AUDIT-CHAIN-MODULUS   pic 9(12) value 999999999989.
       77 AUDIT-CHAIN-MULTIPLIER pic 9(3) value 131.
       01 audit-last-seq        pic 9(9) value zero.
       01 audit-last-chain      pic 9(12) value zero.
       01 audit-chain-work      pic 9(18).
       01 audit-chain-pos       pic 9(4).
       01 audit-seq-edit        pic 9(9).
       01 audit-chain-edit      pic 9(12).

      *> a generation may only be purged once W2NVRFY has passed it -
      *> its ARCHCAT line then carries VERIFIED in column 28. The
      *> oldest generations past the retention count that are not
      *> verified stay on disk and on the catalog.
       77 VERIFIED-MARK         pic x(8) value "VERIFIED".
       01 purge-refused-count   pic 9(3) value zero.
       01 archcat-keep-count    pic 9(3).
       01 count-edit            pic z(8)9.

      *> set when the fresh AUDIT (and so the #BALANCE record) could
       exit section.

       tally-one-line section.
       if audit-line-seq is numeric
          and audit-line-chain is numeric
           move audit-line-seq to audit-last-seq
           move audit-line-chain to audit-last-chain
       end-if

       if audit-line (1:8) = "#BALANCE"
           add function numval (audit-line (10:9))
             to audit-line-count
       move carried-error-count to balance-line-work (30:9)
       move carried-cfgerr-count to balance-line-work (40:9)
       move current-stamp-work (1:8) to balance-line-work (50:8)
       move audit-last-seq to balance-line-work (60:9)
       move audit-last-chain to balance-line-work (70:12)

       move spaces to audit-line
       move balance-line-work to audit-line-text
       compute audit-seq-edit = audit-last-seq + 1
       move audit-seq-edit to audit-line-seq
       perform compute-audit-chain
       move audit-chain-edit to audit-line-chain

       open output audit-file
       if AUDIT-SUCCESS
           write audit-line
           close audit-file
       else

       exit section.

      *-----------------------------------------------------------------
      * compute-audit-chain
      * the check value of the line in audit-line, from
      * audit-last-chain - the same fold W2N applies when it writes.
      *-----------------------------------------------------------------
       compute-audit-chain section.
       move audit-last-chain to audit-chain-work
       perform varying audit-chain-pos from 1 by 1
                until audit-chain-pos > 369
           compute audit-chain-work = function mod
               (audit-chain-work * AUDIT-CHAIN-MULTIPLIER
                + function ord (audit-line (audit-chain-pos:1)),
                AUDIT-CHAIN-MODULUS)
       end-perform
       move audit-chain-work to audit-chain-edit
       exit section.

      *-----------------------------------------------------------------
      * catalog-and-purge
      * append today's generation to ARCHCAT and drop the oldest

       exit section.

      *> the candidates are the oldest entries past the retention
      *> count; a verified one is deleted, an unverified one is kept
      *> in place - the surviving entries close up, oldest first.
       purge-old-archives section.
       compute archcat-purge-count =
           archcat-entry-count - archive-retention
       move zero to archcat-keep-count

       perform varying archcat-idx from 1 by 1
                until archcat-idx > archcat-entry-count

           if archcat-idx <= archcat-purge-count
              and archcat-entry (archcat-idx) (28:8) = VERIFIED-MARK
               move spaces to purge-name-work
               string "AUDIT." delimited by size
                      archcat-entry (archcat-idx) (1:9)
                        delimited by size
                 into purge-name-work
               end-string
               call "CBL_DELETE_FILE" using purge-name-work
                    returning delete-return-code

               display "purged audit generation "
                       archcat-entry (archcat-idx) (1:9)
           else
               if archcat-idx <= archcat-purge-count
                   add 1 to purge-refused-count
                   display "audit generation "
                           archcat-entry (archcat-idx) (1:9)
                           " not verified - purge refused"
               end-if
               add 1 to archcat-keep-count
               move archcat-entry (archcat-idx)
                 to archcat-entry (archcat-keep-count)
           end-if

       end-perform
       move archcat-keep-count to archcat-entry-count

       exit section.

       display "W2NARCH archived " count-edit
                " cumulative line(s) to " archive-file-name

       evaluate true
           when cutover-has-failed
               move 8 to return-code
           when purge-refused-count > zero
               move 4 to return-code
           when other
               move zero to return-code
       end-evaluate

       exit section.

