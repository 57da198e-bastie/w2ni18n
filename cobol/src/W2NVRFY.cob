      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2NVRFY.
      *AUTHOR. Sebastian Ritter.                                        *> no COBOL-2014

      *=================================================================
      * W2NVRFY proves an audit trail is whole: it walks the live AUDIT
      * or an archived AUDIT.Ayyyymmdd generation named as the
      * command-line argument ("W2NVRFY AUDIT.A20260902", default
      * AUDIT) and checks every line's sequence number (columns
      * 361-369) and chained check value (371-382) the way W2N wrote
      * them - see write-audit-line. A sequence number that jumps is
      * a gap (lines removed), one that goes backwards a reordering,
      * and a check value that does not follow from the line before
      * it a broken chain (a line edited, or the line before it
      * removed). Lines from before the trail was chained may lead
      * the file and are only counted. The VRFYRPT report lists every
      * finding. An archived generation must also end exactly where
      * the #BALANCE record of the generation after it (or of the live
      * AUDIT) says it did - its last sequence number and check value
      * - since lines cut from the end leave the chain itself whole.
      * An archived generation is marked VERIFIED (or FAILED) on its
      * ARCHCAT line, which W2NARCH requires before it purges the
      * generation. Condition codes: 0 intact, 4 no chained lines
      * at all, 8 gaps, reorderings or broken chain found, 16 the file
      * is missing.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT audit-file ASSIGN TO audit-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.
      *> the generation after an archived one, or the live AUDIT -
      *> its #BALANCE record says where the archive ended.
       SELECT next-audit-file ASSIGN TO next-audit-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NEXTAUD-STATUS.
       SELECT archcat-file ASSIGN TO "ARCHCAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARCHCAT-STATUS.
       SELECT verify-report-file ASSIGN TO "VRFYRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VRFYRPT-STATUS.

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

       FD next-audit-file
          RECORD CONTAINS 1 TO 400 CHARACTERS.
       01 next-audit-line.
         05 next-audit-text        pic x(360).
         05 next-audit-seq         pic x(9).
         05 filler                 pic x(1).
         05 next-audit-chain       pic x(12).
         05 filler                 pic x(18).

       FD archcat-file
          RECORD CONTAINS 1 TO 40 CHARACTERS.
       01 archcat-line           pic x(40).

       FD verify-report-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 verify-report-line     pic x(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==AUDIT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==NEXTAUD==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==ARCHCAT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==VRFYRPT==.

       01 audit-file-name       pic x(64) value "AUDIT".
       01 next-audit-file-name  pic x(64) value "AUDIT".
       01 next-balance-flag     pic x(1) value "N".
         88 next-balance-found    value "Y".
       01 archive-seen-flag     pic x(1) value "N".
         88 archive-seen-on-catalog value "Y".
       01 command-line-work     pic x(64).

      *> the fold W2N chains the lines with - see compute-audit-chain.
       77 AUDIT-CHAIN-MODULUS   pic 9(12) value 999999999989.
       77 AUDIT-CHAIN-MULTIPLIER pic 9(3) value 131.
       01 audit-last-seq        pic 9(9) value zero.
       01 audit-last-chain      pic 9(12) value zero.
       01 audit-chain-work      pic 9(18).
       01 audit-chain-pos       pic 9(4).
       01 audit-seq-edit        pic 9(9).
       01 audit-chain-edit      pic 9(12).
       01 audit-chain-started   pic x(1) value "N".
         88 audit-chain-has-started value "Y".

       01 line-read-count       pic 9(9) value zero.
       01 unchained-lead-count  pic 9(9) value zero.
       01 chained-line-count    pic 9(9) value zero.
       01 first-seq             pic 9(9) value zero.
       01 line-seq              pic 9(9).
       01 gap-count             pic 9(9) value zero.
       01 missing-line-count    pic 9(9) value zero.
       01 reorder-count         pic 9(9) value zero.
       01 broken-chain-count    pic 9(9) value zero.
       01 unsequenced-count     pic 9(9) value zero.
       01 tail-mismatch-count   pic 9(9) value zero.
       01 finding-count         pic 9(9) value zero.
       01 finding-text          pic x(40).

      *> archive catalog, oldest first (see W2NARCH) - the verdict goes
      *> in column 28 of the generation's line.
       01 filler.
        03 archcat-entry         pic x(40) occurs 500.
       01 archcat-entry-count   pic 9(3) value zero.
       01 archcat-idx           pic 9(3).
       01 archcat-hit-idx       pic 9(3) value zero.

       01 count-edit            pic z(8)9.

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       perform verify-audit-trail
       perform check-archive-tail
       perform write-verify-summary
       perform mark-archive-catalog
       perform finish
       stop run.

       exit section.

      *-----------------------------------------------------------------
       init section.

       display "enter W2NVRFY"

       move spaces to command-line-work
       accept command-line-work from command-line
       if command-line-work not = spaces
           move command-line-work to audit-file-name
       end-if

       open input audit-file
       if not AUDIT-SUCCESS
           display "audit file " function trim (audit-file-name)
                   " not found"
           move 16 to return-code
           stop run
       end-if

       open output verify-report-file
       if not VRFYRPT-SUCCESS
           display "Unable to open VRFYRPT (file status "
                   VRFYRPT-STATUS ")"
           close audit-file
           move 16 to return-code
           stop run
       end-if

       move "W2NVRFY AUDIT CHAIN VERIFICATION" to verify-report-line
       write verify-report-line
       move "--------------------------------" to verify-report-line
       write verify-report-line
       move spaces to verify-report-line
       string "FILE                         " delimited by size
              audit-file-name delimited by space
         into verify-report-line
       end-string
       write verify-report-line
       move spaces to verify-report-line
       write verify-report-line

       exit section.

      *-----------------------------------------------------------------
      * verify-audit-trail
      * one pass over the trail, each chained line checked against
      * the one before it.
      *-----------------------------------------------------------------
       verify-audit-trail section.
       perform with test before until not AUDIT-SUCCESS

           read audit-file
           if AUDIT-SUCCESS
               add 1 to line-read-count
               perform verify-one-line
           end-if

       end-perform

       close audit-file

       exit section.

      *-----------------------------------------------------------------
      * verify-one-line
      * the first chained line anchors the walk: a #BALANCE record
      * names the archived trail's last sequence number and check
      * value it continues from, any other line must be sequence 1
      * chained from zero. After a finding the walk carries on from
      * the line as found, so one removed line is reported once.
      *-----------------------------------------------------------------
       verify-one-line section.
       if audit-line-seq is not numeric
          or audit-line-chain is not numeric
           if audit-chain-has-started
               add 1 to unsequenced-count
               move "NO SEQUENCE NUMBER OR CHECK VALUE"
                 to finding-text
               move zero to line-seq
               perform write-finding-line
           else
               add 1 to unchained-lead-count
           end-if
           exit section
       end-if

       add 1 to chained-line-count
       move audit-line-seq to line-seq

       if not audit-chain-has-started
           set audit-chain-has-started to true
           move line-seq to first-seq
           if audit-line (1:8) = "#BALANCE"
              and audit-line (60:9) is numeric
              and audit-line (70:12) is numeric
               move audit-line (60:9) to audit-last-seq
               move audit-line (70:12) to audit-last-chain
           end-if
       end-if

       compute audit-seq-edit = audit-last-seq + 1
       perform compute-audit-chain

       evaluate true
           when line-seq > audit-seq-edit
               add 1 to gap-count
               compute missing-line-count = missing-line-count
                   + line-seq - audit-seq-edit
               move "GAP - LINE(S) MISSING BEFORE THIS ONE"
                 to finding-text
               perform write-finding-line
           when line-seq < audit-seq-edit
               add 1 to reorder-count
               move "OUT OF ORDER" to finding-text
               perform write-finding-line
           when audit-line-chain not = audit-chain-edit
               add 1 to broken-chain-count
               move "CHECK VALUE BROKEN - LINE ALTERED"
                 to finding-text
               perform write-finding-line
       end-evaluate

       if line-seq > audit-last-seq
           move line-seq to audit-last-seq
       end-if
       move audit-line-chain to audit-last-chain

       exit section.

      *-----------------------------------------------------------------
      * check-archive-tail
      * an archived generation against the #BALANCE record that opens
      * the generation cataloged after it on ARCHCAT, or the live
      * AUDIT for the newest one: the archive's last sequence number
      * and check value must be the ones the record carries forward.
      * No #BALANCE to check against is a finding too - the end of
      * the trail cannot be proven.
      *-----------------------------------------------------------------
       check-archive-tail section.
       if audit-file-name (1:7) not = "AUDIT.A"
          or audit-file-name (8:8) is not numeric
          or chained-line-count = zero
           exit section
       end-if

       move "AUDIT" to next-audit-file-name
       move "N" to archive-seen-flag
       open input archcat-file
       if ARCHCAT-SUCCESS
           perform with test before until not ARCHCAT-SUCCESS
               read archcat-file
               if ARCHCAT-SUCCESS
                   if archive-seen-on-catalog
                       move spaces to next-audit-file-name
                       string "AUDIT." delimited by size
                              archcat-line (1:9) delimited by size
                         into next-audit-file-name
                       end-string
                       exit perform
                   end-if
                   if archcat-line (1:9) = audit-file-name (7:9)
                       set archive-seen-on-catalog to true
                   end-if
               end-if
           end-perform
           close archcat-file
       end-if

       move "N" to next-balance-flag
       open input next-audit-file
       if NEXTAUD-SUCCESS
           perform with test before until not NEXTAUD-SUCCESS
               read next-audit-file
               if NEXTAUD-SUCCESS
                  and next-audit-seq is numeric
                  and next-audit-chain is numeric
                   if next-audit-line (1:8) = "#BALANCE"
                      and next-audit-line (60:9) is numeric
                      and next-audit-line (70:12) is numeric
                       set next-balance-found to true
                   end-if
                   exit perform
               end-if
           end-perform
           close next-audit-file
       end-if

       evaluate true
           when not next-balance-found
               add 1 to tail-mismatch-count
               move zero to line-seq
               move "NO #BALANCE IN NEXT GENERATION"
                 to finding-text
               perform write-finding-line
           when next-audit-line (60:9) not = audit-last-seq
             or next-audit-line (70:12) not = audit-last-chain
               add 1 to tail-mismatch-count
               move next-audit-line (60:9) to line-seq
               move "ENDS SHORT OF NEXT #BALANCE - LINES CUT"
                 to finding-text
               perform write-finding-line
           when other
               continue
       end-evaluate

       exit section.

      *-----------------------------------------------------------------
      * compute-audit-chain
      * the check value the line in audit-line should carry, from
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
      * write-finding-line
      * one detail line per finding: the line's position in the file,
      * the sequence number it carries, and what is wrong with it.
      *-----------------------------------------------------------------
       write-finding-line section.
       add 1 to finding-count
       move spaces to verify-report-line
       move "LINE" to verify-report-line (1:4)
       move line-read-count to count-edit
       move count-edit to verify-report-line (6:9)
       move "SEQ" to verify-report-line (17:3)
       move line-seq to verify-report-line (21:9)
       move finding-text to verify-report-line (32:40)
       write verify-report-line
       exit section.

      *-----------------------------------------------------------------
      * write-verify-summary
      * counts laid out caption / count at column 30, like the
      * CONTROL report, and the verdict.
      *-----------------------------------------------------------------
       write-verify-summary section.
       if finding-count > zero
           move spaces to verify-report-line
           write verify-report-line
       end-if

       move "LINES READ" to verify-report-line
       move line-read-count to count-edit
       perform write-verify-count-line
       move "LINES BEFORE CHAINING" to verify-report-line
       move unchained-lead-count to count-edit
       perform write-verify-count-line
       move "CHAINED LINES" to verify-report-line
       move chained-line-count to count-edit
       perform write-verify-count-line
       move "FIRST SEQUENCE NUMBER" to verify-report-line
       move first-seq to count-edit
       perform write-verify-count-line
       move "LAST SEQUENCE NUMBER" to verify-report-line
       move audit-last-seq to count-edit
       perform write-verify-count-line
       move "GAPS" to verify-report-line
       move gap-count to count-edit
       perform write-verify-count-line
       move "  LINES MISSING" to verify-report-line
       move missing-line-count to count-edit
       perform write-verify-count-line
       move "OUT OF ORDER" to verify-report-line
       move reorder-count to count-edit
       perform write-verify-count-line
       move "BROKEN CHECK VALUES" to verify-report-line
       move broken-chain-count to count-edit
       perform write-verify-count-line
       move "UNSEQUENCED LINES" to verify-report-line
       move unsequenced-count to count-edit
       perform write-verify-count-line
       move "TAIL NOT AT NEXT #BALANCE" to verify-report-line
       move tail-mismatch-count to count-edit
       perform write-verify-count-line

       evaluate true
           when finding-count > zero
               move "AUDIT CHAIN BROKEN - SEE FINDINGS ABOVE"
                 to verify-report-line
           when chained-line-count = zero
               move "NO CHAINED LINES - NOTHING TO VERIFY"
                 to verify-report-line
           when other
               move "AUDIT CHAIN INTACT" to verify-report-line
       end-evaluate
       write verify-report-line

       close verify-report-file

       exit section.

       write-verify-count-line section.
       move count-edit to verify-report-line (30:9)
       write verify-report-line
       exit section.

      *-----------------------------------------------------------------
      * mark-archive-catalog
      * an archived generation's verdict goes onto its ARCHCAT line -
      * VERIFIED lets W2NARCH purge it, FAILED keeps it. The live
      * AUDIT and partition files have no catalog line.
      *-----------------------------------------------------------------
       mark-archive-catalog section.
       if audit-file-name (1:7) not = "AUDIT.A"
          or audit-file-name (8:8) is not numeric
           exit section
       end-if

       open input archcat-file
       if ARCHCAT-SUCCESS
           perform with test before until not ARCHCAT-SUCCESS
               read archcat-file
               if ARCHCAT-SUCCESS
                  and archcat-entry-count < 500
                   add 1 to archcat-entry-count
                   move archcat-line
                     to archcat-entry (archcat-entry-count)
                   if archcat-line (1:9) = audit-file-name (7:9)
                       move archcat-entry-count to archcat-hit-idx
                   end-if
               end-if
           end-perform
           close archcat-file
       end-if

       if archcat-hit-idx = zero
           display "generation " audit-file-name (7:9)
                   " is not on ARCHCAT - not marked"
           exit section
       end-if

       if finding-count = zero
          and chained-line-count > zero
           move "VERIFIED" to archcat-entry (archcat-hit-idx) (28:8)
       else
           move "FAILED" to archcat-entry (archcat-hit-idx) (28:8)
       end-if

       open output archcat-file
       if not ARCHCAT-SUCCESS
           display "Unable to rewrite ARCHCAT (file status "
                   ARCHCAT-STATUS ")"
           exit section
       end-if
       perform varying archcat-idx from 1 by 1
                until archcat-idx > archcat-entry-count
           move archcat-entry (archcat-idx) to archcat-line
           write archcat-line
       end-perform
       close archcat-file

       exit section.

      *-----------------------------------------------------------------
       finish section.

       move line-read-count to count-edit
       display "W2NVRFY read " count-edit " line(s), "
                finding-count " finding(s)"

       evaluate true
           when finding-count > zero
               move 8 to return-code
           when chained-line-count = zero
               move 4 to return-code
           when other
               move zero to return-code
       end-evaluate

       exit section.

       END PROGRAM W2NVRFY.
      * EOF
