
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SENTENCES, or in turn each input file the manifest lists
       SELECT sentence-file ASSIGN TO sentence-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SENTENCE-STATUS.
      *> output/restart files are assigned to declared name fields so
       SELECT parms-file ASSIGN TO "W2NPARMS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARMS-STATUS.
      *> the input manifest (manifest=name in W2NPARMS): the list of
      *> input files one run converts in place of SENTENCES.
       SELECT manifest-file ASSIGN TO manifest-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MANIFEST-STATUS.
      *> prior run's REJECTS file, read back in reprocess mode - the
      *> operator names it in W2NPARMS (reject-input=...), assigned to
      *> a declared name field the same way W2N.cob assigns its
       SELECT exceptions-file ASSIGN TO exceptions-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXCEPT-STATUS.
      *> conversions W2N flags as readable two ways go here instead of
      *> RESULTS - a wrong-but-confident value does more harm
      *> downstream than a reject. Same record layout as EXCEPTIONS,
      *> so W2NDISP works either file.
       SELECT review-file ASSIGN TO review-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REVIEW-STATUS.
      *> generation catalog - one line per run-stamped generation of
      *> the RESULTS/REJECTS/CONTROL set, so the retention purge and
      *> the operators know which generation belongs to which run.
       SELECT gencat-file ASSIGN TO gencat-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GENCAT-STATUS.
      *> number-normalized text (normtext=yes in W2NPARMS): every
      *> sentence once more, rewritten with digits in place of the
      *> spoken numbers, for the document indexing feed.
       SELECT normtext-file ASSIGN TO normtext-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NORMTEXT-STATUS.
      *> keyed amounts that disagree with the converted value (see
      *> W2NKEYED.cpy) - written only when the extract carries a
      *> keyed-amount column.
       SELECT verify-file ASSIGN TO verify-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VERIFY-STATUS.
      *> the conversion master W2NLOAD maintains - read only, and only
      *> when the duplicate-check card asks for the prior-run lookup.
       SELECT master-file ASSIGN TO "RESMASTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS master-key
              FILE STATUS IS MASTER-STATUS.
      *> clear values behind the masked digit sequences (see
      *> W2NCLEAR.cpy) - a restricted file, written only in
      *> digit-sequence runs - and, in reprocess mode, the prior run's
      *> copy of it, where the clear text of a masked reject is read
      *> back from.
       SELECT clearval-file ASSIGN TO clearval-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLEARVAL-STATUS.
       SELECT clear-input-file ASSIGN TO clear-input-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLEARIN-STATUS.

      *=================================================================
       DATA DIVISION.
       01 results-line          pic x(2200).

       FD rejects-file
          RECORD CONTAINS 1 TO 2210 CHARACTERS.
       01 rejects-line          pic x(2210).

      *> the record carries the last converted record number and,
      *> when generations are on, the generation suffix the run was
      *> writing - so a restart appends to the same generation. A
      *> manifest run adds the input file it stopped in: its number,
      *> the record number within that file and the file name.
       FD checkpoint-file
          RECORD CONTAINS 1 TO 100 CHARACTERS.
       01 checkpoint-line       pic x(100).

       FD control-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 parms-line            pic x(80).

       FD manifest-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 manifest-line         pic x(80).

       FD reject-input-file
          RECORD CONTAINS 1 TO 2210 CHARACTERS.
       01 reject-input-line     pic x(2210).

       FD runhist-file
          RECORD CONTAINS 1 TO 200 CHARACTERS.
          RECORD CONTAINS 1 TO 2300 CHARACTERS.
       01 exceptions-line       pic x(2300).

       FD review-file
          RECORD CONTAINS 1 TO 2300 CHARACTERS.
       01 review-line           pic x(2300).

       FD normtext-file
          RECORD CONTAINS 1 TO 2100 CHARACTERS.
       01 normtext-line         pic x(2100).

       FD verify-file
          RECORD CONTAINS 1 TO 240 CHARACTERS.
       01 verify-line           pic x(240).

       FD master-file
          RECORD CONTAINS 2240 CHARACTERS.
       01 master-record.
         05 master-key.
           10 master-document-id  pic x(32).
           10 master-run-date     pic x(8).
         05 master-results        pic x(2200).

       FD clearval-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 clearval-line         pic x(2200).

       FD clear-input-file
          RECORD CONTAINS 1 TO 2200 CHARACTERS.
       01 clear-input-line      pic x(2200).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PARMS==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==MANIFEST==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==REJIN==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==RUNHIST==.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==TOLERANCE==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==EXCEPT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==REVIEW==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==NORMTEXT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==VERIFY==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==MASTER==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CLEARVAL==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==CLEARIN==.

       01 batch-record-count    pic 9(9) value zero.
       01 batch-ok-count        pic 9(9) value zero.
      *> integer values roll into a hash total (low-order 18 digits,
      *> carries beyond that wrap away).
       01 filler.
        03 reject-reason-count   pic 9(9) occurs 7 value zero.
       01 batch-hash-total      pic 9(18) value zero.
       01 batch-hash-work       pic 9(18).
       01 batch-start-timestamp pic x(21).
       01 document-id-work      pic x(32).
       01 extract-column-work   pic 9(3).

      *> multi-file input (manifest=name in W2NPARMS): the run reads
      *> the input files the manifest lists, in order, instead of the
      *> one SENTENCES file. A "file=name" card opens each entry; the
      *> input-format, delimiter and column cards after it (the
      *> W2NPARMS keywords) apply to that file alone, and whatever an
      *> entry leaves out is the run's own W2NPARMS setting. Each
      *> file is balanced against its own "#T" trailer before any of
      *> its records converts: a file that is missing or out of
      *> balance is held - none of it converts, the other files go
      *> ahead - and CONTROL shows every file's totals. Record
      *> numbers run on from file to file; the file's place on the
      *> manifest (1 for the plain SENTENCES run) rides on every
      *> RESULTS and REJECTS record.
       01 sentence-file-name    pic x(64) value "SENTENCES".
       01 manifest-file-name    pic x(64) value spaces.
       01 manifest-flag         pic x(1) value "N".
         88 manifest-in-use       value "Y".
       01 filler.
        03 manifest-entry        occurs 32.
         05 manifest-input-name   pic x(64).
         05 manifest-input-format pic x(9).
         05 manifest-delimiter    pic x(1).
         05 manifest-sentence-column pic 9(3).
         05 manifest-document-id-column pic 9(3).
         05 manifest-language-column pic 9(3).
         05 manifest-keyed-column pic 9(3).
      *> B balanced and waiting, P processed, M missing, U out of
      *> balance with its trailer - M and U are held.
         05 manifest-file-state   pic x(1).
           88 manifest-file-balanced  value "B".
           88 manifest-file-processed value "P".
           88 manifest-file-missing   value "M".
           88 manifest-file-unbalanced value "U".
         05 manifest-scan-count   pic 9(9).
         05 manifest-trailer-flag pic x(1).
           88 manifest-has-trailer    value "Y".
         05 manifest-trailer-count pic 9(9).
         05 manifest-trailer-hash-flag pic x(1).
           88 manifest-trailer-has-hash value "Y".
         05 manifest-trailer-hash pic 9(18).
         05 manifest-id-hash      pic 9(18).
      *> the run record number the file's first record gets
         05 manifest-first-record pic 9(9).
         05 manifest-records-read pic 9(9).
         05 manifest-converted    pic 9(9).
         05 manifest-rejected     pic 9(9).
         05 manifest-hash-total   pic 9(18).
       01 manifest-entry-count  pic 9(2) value zero.
       01 manifest-idx          pic 9(2).
       01 manifest-held-count   pic 9(2) value zero.
       01 manifest-processed-count pic 9(2) value zero.
       01 manifest-next-record  pic 9(9).
       01 manifest-ok-base      pic 9(9).
       01 manifest-reject-base  pic 9(9).
       01 manifest-hash-base    pic 9(18).
       01 manifest-scan-pos     pic 9(4).
       01 manifest-chain-flag   pic x(1).
         88 manifest-chain-open   value "Y".
       01 manifest-keyed-max    pic 9(3) value zero.
      *> the run's own input settings, which each manifest entry
      *> starts from.
       01 default-input-format  pic x(9).
       01 default-delimiter     pic x(1).
       01 default-sentence-column pic 9(3).
       01 default-document-id-column pic 9(3).
       01 default-language-column pic 9(3).
       01 default-keyed-column  pic 9(3).
       01 source-file-number    pic 9(2) value 1.
      *> where a manifest run's checkpoint says it stopped
       01 checkpoint-file-number pic 9(2) value zero.
       01 checkpoint-file-record pic 9(9) value zero.
       01 checkpoint-input-name pic x(64) value spaces.

       01 output-record-number  pic 9(9).
       01 language-work         pic x(2).

       01 digit-sequence-parm   pic x(1) value "N".
         88 digit-sequence-enabled value "Y".

      *> mask-digits=yes|no overrides the language profiles'
      *> mask-digits key for the whole run; blank, the default, leaves
      *> each language to its profile - see w2n-request-mask-digits.
      *> Every record W2N hands back masked has its clear value,
      *> reason word and sentence written to CLEARVAL (name settable
      *> with the clearval-file card); a reprocess run reads the
      *> clear sentences of masked rejects back from the file the
      *> clear-input card names, the prior run's CLEARVAL copied
      *> aside the way REJECTS.IN is.
       01 mask-digits-parm      pic x(1) value space.
       01 clearval-file-name    pic x(64) value "CLEARVAL".
       01 clear-input-name      pic x(64) value "CLEARVAL.IN".
       01 clearval-open-flag    pic x(1) value "N".
         88 clearval-is-open      value "Y".
       01 clear-input-flag      pic x(1) value "N".
         88 clear-input-is-open   value "Y".
         88 clear-input-is-missing value "M".
       01 clear-found-flag      pic x(1).
         88 clear-value-found     value "Y".
       01 clearval-kind-work    pic x(1).
       01 masked-record-count   pic 9(9) value zero.
       01 clear-missing-count   pic 9(9) value zero.

      *> auto-correct=yes lets W2N convert a sentence with a word
      *> misspelled by a single edit - see w2n-request-auto-correct.
      *> Corrected records are flagged on RESULTS and counted on the
      *> CONTROL report.
       01 auto-correct-parm     pic x(1) value "N".
         88 auto-correct-enabled  value "Y".
       01 auto-corrected-count  pic 9(9) value zero.

      *> normtext=yes has every W2N call hand the sentence back with
      *> digits in place of the number words - see
      *> w2n-request-normalize-text - and writes it to the NORMTEXT
      *> file (name settable with the normtext-file card). The cache
      *> keeps no rewritten text, so the run calls W2N every time.
      *> Convert run only - a reprocess run's records already got
      *> their NORMTEXT line in the run that rejected them.
       01 normtext-parm         pic x(1) value "N".
         88 normtext-enabled      value "Y".
       01 normtext-file-name    pic x(64) value "NORMTEXT".
       01 normtext-written-count pic 9(9) value zero.

      *> duplicate-check=skip|flag|reconvert looks every document id
      *> up on RESMASTR before converting it - source systems re-send
      *> yesterday's extract, and the master would take the same
      *> document twice under two run dates. SKIP leaves the document
      *> out (counted on CONTROL beside the converted and rejected
      *> captions, so the sum still reconciles to RECORDS READ), FLAG
      *> converts it with the prior run date on the RESULTS record,
      *> RECONVERT converts it as usual and only counts it. OFF, the
      *> default, reads no master at all.
       01 duplicate-check-parm  pic x(9) value "OFF".
         88 duplicate-check-off       value "OFF".
         88 duplicate-check-skip      value "SKIP".
         88 duplicate-check-flag      value "FLAG".
         88 duplicate-check-reconvert value "RECONVERT".
       01 master-open-flag      pic x(1) value "N".
         88 master-is-open        value "Y".
       01 prior-run-date-work   pic x(8) value spaces.
       01 duplicate-skipped-count pic 9(9) value zero.
       01 duplicate-flagged-count pic 9(9) value zero.
       01 duplicate-reconverted-count pic 9(9) value zero.

      *> house-currency conversion: the daily RATES file (name
      *> settable with the rates-file card), one currency word per
      *> line with its rate (four decimals) and effective date. A

      *> plausibility rules from the optional TOLERANCE file (name
      *> settable with the tolerance-file card): "key=min:max" lines,
      *> the key a unit word or a document-id prefix, and an optional
      *> third field ":EXACT" or ":APPROX" limiting the rule to
      *> values stated exactly or to qualified ones ("about fifty",
      *> "over a thousand") - no third field, both. A clean
      *> conversion outside its rule's range goes to the EXCEPTIONS
      *> file - the fixed-column results record behind the rule that
      *> fired - and stays out of RESULTS.
         05 tolerance-key-len     pic 9(2).
         05 tolerance-min         pic 9(18).
         05 tolerance-max         pic 9(18).
         05 tolerance-scope       pic x(1).
           88 tolerance-for-any     value space.
           88 tolerance-for-exact   value "E".
           88 tolerance-for-approx  value "A".
       01 tolerance-entry-count pic 9(2) value zero.
       01 tolerance-idx         pic 9(2).
       01 tolerance-hit-idx     pic 9(2).
       01 tolerance-min-work    pic x(32).
       01 tolerance-max-work    pic x(32).
       01 tolerance-scope-work  pic x(32).
       01 tolerance-scan-pos    pic 9(4).
       01 tolerance-check-value pic 9(38).
       01 exception-routed-count pic 9(9) value zero.

      *> ambiguity routing: a record W2N flags with an alternate
      *> reading goes to the REVIEW file (name settable with the
      *> review-file card) as an exceptions-record under the rule key
      *> below, min/max zero - no tolerance rule fired, the reading
      *> itself is in doubt.
       01 review-file-name      pic x(64) value "REVIEW".
       77 REVIEW-RULE-KEY       pic x(32) value "AMBIGUOUS".
       01 review-routed-count   pic 9(9) value zero.

      *> EXCEPTIONS opens when something can route to it - tolerance
      *> rules on file, or keyed-mismatch=hold.
       01 exceptions-file-flag  pic x(1) value "N".
         88 exceptions-file-in-use value "Y".

      *> dual entry: keyed-amount-column=n names the delimited-extract
      *> column carrying the amount a clerk keyed from the same
      *> document (zero, the default, none). A sentence with a keyed
      *> amount is compared with its converted value - the canonical
      *> value over the minor ratio on a compound result - and a
      *> disagreement goes to the VERIFY file (name settable with the
      *> verify-file card) and is counted on CONTROL.
      *> keyed-mismatch=hold keeps such a record out of RESULTS: it
      *> goes to EXCEPTIONS under the rule key below, for W2NDISP.
      *> Digit sequences are identifiers, not amounts, and are not
      *> compared; a reprocess run has no keyed column to compare.
       01 keyed-amount-column-parm pic 9(3) value zero.
       01 keyed-mismatch-parm   pic x(6) value "REPORT".
         88 keyed-mismatch-report value "REPORT".
         88 keyed-mismatch-hold   value "HOLD".
       01 verify-file-name      pic x(64) value "VERIFY".
       01 verify-open-flag      pic x(1) value "N".
         88 verify-is-open        value "Y".
       77 KEYED-RULE-KEY        pic x(32) value "KEYED AMOUNT MISMATCH".
       01 keyed-amount-text     pic x(40).
       01 keyed-amount-value    pic s9(31)v9(6).
       01 converted-amount-value pic s9(31)v9(6).
       01 keyed-clean-text      pic x(48).
       01 keyed-clean-pos       pic 9(3).
       01 keyed-scan-pos        pic 9(3).
       01 keyed-point-count     pic 9(3).
       01 keyed-digit-count     pic 9(3).
       01 keyed-char            pic x(1).
       01 keyed-decimal-edit    pic z(37)9.
       01 keyed-value-text      pic x(84).
       01 keyed-check-flag      pic x(1).
         88 keyed-not-checked     value space.
         88 keyed-amounts-agree   value "A".
         88 keyed-amounts-differ  value "M".
         88 keyed-text-not-numeric value "N".
       01 keyed-compared-count  pic 9(9) value zero.
       01 keyed-mismatch-count  pic 9(9) value zero.
       01 keyed-held-count      pic 9(9) value zero.

       copy "W2NEXCP.cpy". *> EXCEPTIONS / REVIEW record

       copy "TxtUtils.cpy". *> for call - splits the extract columns

       01 pending-length        pic 9(4).
       01 pending-language      pic x(2).
       01 pending-document-id   pic x(32).
       01 pending-keyed-amount  pic x(40).
       01 pending-record-number pic 9(9).
       01 pending-last-record   pic 9(9).
       01 pending-mine-flag     pic x(1).
       01 record-hold-bytes     pic x(2048).
       01 record-hold-language  pic x(2).
       01 record-hold-document-id pic x(32).
       01 record-hold-keyed-amount pic x(40).

      *> repeat-sentence result cache: survey extracts carry the same
      *> short answers hundreds of thousands of times, so an exact
      *> flat images of w2n-result and w2n-reason, sized with room
      *> beyond the groups' current layouts.
         05 cache-result-image    pic x(4000).
         05 cache-reason-image    pic x(200).
       01 cache-entry-count     pic 9(4) value zero.
       01 cache-idx             pic 9(4).
       01 cache-hit-idx         pic 9(4).
       copy "W2NRESULT.cpy". *> fixed-column RESULTS record
       copy "W2NREJECT.cpy". *> fixed-column REJECTS record
       copy "W2NHIST.cpy". *> cumulative run-history record
       copy "W2NCLEAR.cpy". *> clear values behind masked records
       copy "W2NNORM.cpy". *> fixed-column NORMTEXT record
       copy "W2NKEYED.cpy". *> fixed-column VERIFY record

      *=================================================================
       PROCEDURE DIVISION.
       main section.
       perform init
       evaluate true
           when run-mode-is-reprocess
               perform process-reject-records
           when manifest-in-use
               perform process-manifest-files
           when other
               perform process-sentences
       end-evaluate
       perform finish
       stop run.


       perform load-tolerance-rules

      *> a reprocess run reads REJECTS, whatever the manifest lists
       if manifest-file-name not = spaces
          and run-mode-is-convert
           perform load-manifest
       end-if

       if keyed-amount-column-parm > zero
          and not input-is-delimited
          and not manifest-in-use
           display "W2NPARMS: keyed-amount-column needs"
                   " input-format=delimited - keyed amounts not"
                   " compared"
           move zero to keyed-amount-column-parm
       end-if
       if tolerance-entry-count > zero
          or (keyed-mismatch-hold and keyed-amount-column-parm > zero)
           set exceptions-file-in-use to true
       end-if

       if partition-number > zero
           perform apply-partition-file-names
       end-if
           perform init-convert
       end-if

      *> a reprocess run reclaims the convert run's own rejects, which
      *> were already looked up when they were first read.
       if not duplicate-check-off
          and run-mode-is-convert
           open input master-file
           if MASTER-SUCCESS
               set master-is-open to true
           else
               display "RESMASTR not available (file status "
                       MASTER-STATUS ") - duplicate check off"
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
           perform resolve-generation
       end-if

      *> a manifest run opens its input files one at a time, once
      *> each has been balanced.
       if manifest-in-use
           perform scan-manifest-files
       else
           if restart-record-count > zero
              and checkpoint-file-number > zero
               display "checkpoint was written by a manifest run"
                       " (input file " checkpoint-file-number
                       ") - name the manifest again or remove "
                       function trim (checkpoint-file-name)
               move CC-NO-INPUT to return-code
               stop run
           end-if
           open input sentence-file
           if not SENTENCE-SUCCESS
               display "SENTENCES file not found"
               move CC-NO-INPUT to return-code
               stop run
           end-if
       end-if

       if restart-record-count > zero
           if REJECTS-NOT_EXISTS
               open output rejects-file
           end-if
           if exceptions-file-in-use
               open extend exceptions-file
               if EXCEPT-NOT_EXISTS
                   open output exceptions-file
               end-if
           end-if
           open extend review-file
           if REVIEW-NOT_EXISTS
               open output review-file
           end-if
           if normtext-enabled
               open extend normtext-file
               if NORMTEXT-NOT_EXISTS
                   open output normtext-file
               end-if
           end-if
           if keyed-amount-column-parm > zero
               open extend verify-file
               if VERIFY-NOT_EXISTS
                   open output verify-file
               end-if
           end-if
           if digit-sequence-enabled
               open extend clearval-file
               if CLEARVAL-NOT_EXISTS
                   open output clearval-file
               end-if
           end-if
       else
           open output results-file
           open output rejects-file
           if exceptions-file-in-use
               open output exceptions-file
           end-if
           open output review-file
           if normtext-enabled
               open output normtext-file
           end-if
           if keyed-amount-column-parm > zero
               open output verify-file
           end-if
           if digit-sequence-enabled
               open output clearval-file
           end-if
       end-if

       perform check-clearval-open

       if keyed-amount-column-parm > zero
           if VERIFY-SUCCESS
               set verify-is-open to true
           else
               display "Unable to open " verify-file-name
                       " (file status " VERIFY-STATUS
                       ") - keyed amounts not compared"
               move zero to keyed-amount-column-parm
           end-if
       end-if

       exit section.
      *-----------------------------------------------------------------
       init-reprocess section.
       display "reprocessing rejects from " reject-input-name
       move "N" to normtext-parm
       move zero to keyed-amount-column-parm

      *> the rejects output opens OUTPUT below, which truncates - a
      *> reject-input card naming the run's own REJECTS file would
           open output results-file
       end-if
       open output rejects-file
       if exceptions-file-in-use
           open extend exceptions-file
           if EXCEPT-NOT_EXISTS
               open output exceptions-file
           end-if
       end-if
       open extend review-file
       if REVIEW-NOT_EXISTS
           open output review-file
       end-if

      *> the reclaimed records' clear values add onto the run's
      *> CLEARVAL - the clear input is a copy set aside, never the
      *> file being extended.
       if digit-sequence-enabled
           if clear-input-name = clearval-file-name
               display "clear-input names this run's own "
                       clearval-file-name " - copy it aside (e.g. to"
                       " CLEARVAL.IN) and name that instead"
               move CC-NO-INPUT to return-code
               stop run
           end-if
           open extend clearval-file
           if CLEARVAL-NOT_EXISTS
               open output clearval-file
           end-if
           perform check-clearval-open
       end-if

       exit section.

      *-----------------------------------------------------------------
      * check-clearval-open
      * note whether CLEARVAL opened - a digit-sequence run without it
      * still masks every output, it only cannot keep the clear values
      * (the CONTROL report says so).
      *-----------------------------------------------------------------
       check-clearval-open section.
       if digit-sequence-enabled
           if CLEARVAL-SUCCESS
               set clearval-is-open to true
           else
               display "Unable to open " clearval-file-name
                       " (file status " CLEARVAL-STATUS
                       ") - clear values not kept"
           end-if
       end-if
       exit section.

      *-----------------------------------------------------------------
                   when parms-key-work = "LANGUAGE-COLUMN"
                       move function numval (parms-value-work)
                         to language-column-parm
                   when parms-key-work = "KEYED-AMOUNT-COLUMN"
                       move function numval (parms-value-work)
                         to keyed-amount-column-parm
                   when parms-key-work = "KEYED-MISMATCH"
                       move function upper-case (parms-value-work)
                         to parms-value-work
                       evaluate true
                           when parms-value-work (1:4) = "HOLD"
                               set keyed-mismatch-hold to true
                           when parms-value-work (1:6) = "REPORT"
                               set keyed-mismatch-report to true
                           when other
                               display "W2NPARMS: unknown "
                                       "keyed-mismatch "
                                       parms-value-work
                       end-evaluate
                   when parms-key-work = "VERIFY-FILE"
                       move parms-value-work to verify-file-name
                   when parms-key-work = "MANIFEST"
                       move parms-value-work to manifest-file-name
                   when parms-key-work = "PARTITION"
      *> partition=k:n - instance number, colon, instance count
                       move zero to partition-colon-pos
                       move parms-value-work to rates-file-name
                   when parms-key-work = "TOLERANCE-FILE"
                       move parms-value-work to tolerance-file-name
                   when parms-key-work = "REVIEW-FILE"
                       move parms-value-work to review-file-name
                   when parms-key-work = "DIGIT-SEQUENCE"
                       move function upper-case (parms-value-work)
                         to parms-value-work
                       else
                           move "N" to digit-sequence-parm
                       end-if
                   when parms-key-work = "MASK-DIGITS"
                       move function upper-case (parms-value-work)
                         to parms-value-work
                       evaluate true
                           when parms-value-work (1:3) = "YES"
                               move "Y" to mask-digits-parm
                           when parms-value-work (1:2) = "NO"
                               move "N" to mask-digits-parm
                           when other
                               move space to mask-digits-parm
                       end-evaluate
                   when parms-key-work = "CLEARVAL-FILE"
                       move parms-value-work to clearval-file-name
                   when parms-key-work = "CLEAR-INPUT"
                       move parms-value-work to clear-input-name
                   when parms-key-work = "AUTO-CORRECT"
                       move function upper-case (parms-value-work)
                         to parms-value-work
                       if parms-value-work (1:3) = "YES"
                           set auto-correct-enabled to true
                       else
                           move "N" to auto-correct-parm
                       end-if
                   when parms-key-work = "TIME-PHRASES"
                       move function upper-case (parms-value-work)
                         to parms-value-work
                       else
                           move "N" to time-phrase-parm
                       end-if
                   when parms-key-work = "NORMTEXT"
                       move function upper-case (parms-value-work)
                         to parms-value-work
                       if parms-value-work (1:3) = "YES"
                           set normtext-enabled to true
                       else
                           move "N" to normtext-parm
                       end-if
                   when parms-key-work = "DUPLICATE-CHECK"
                       move function upper-case (parms-value-work)
                         to parms-value-work
                       evaluate true
                           when parms-value-work (1:4) = "SKIP"
                               set duplicate-check-skip to true
                           when parms-value-work (1:4) = "FLAG"
                               set duplicate-check-flag to true
                           when parms-value-work (1:9) = "RECONVERT"
                               set duplicate-check-reconvert to true
                           when parms-value-work (1:3) = "OFF"
                               set duplicate-check-off to true
                           when other
                               display "W2NPARMS: unknown "
                                       "duplicate-check "
                                       parms-value-work
                       end-evaluate
                   when parms-key-work = "NORMTEXT-FILE"
                       move parms-value-work to normtext-file-name
                   when parms-key-work = "GENERATIONS"
                       move function upper-case (parms-value-work)
                         to parms-value-work
      *-----------------------------------------------------------------
      * load-tolerance-rules
      * read the optional TOLERANCE file: "key=min:max" lines, the
      * key a unit word or a document-id prefix, optionally followed
      * by ":EXACT" or ":APPROX". A missing file just
      * means no plausibility routing this run.
      *-----------------------------------------------------------------
       load-tolerance-rules section.
               add 1 to tolerance-entry-count
               move spaces to tolerance-min-work
               move spaces to tolerance-max-work
               move spaces to tolerance-scope-work
               move function upper-case
                    (tolerance-line (1:tolerance-scan-pos - 1))
                 to tolerance-key (tolerance-entry-count)
               unstring tolerance-line (tolerance-scan-pos + 1:)
                   delimited by ":"
                   into tolerance-min-work tolerance-max-work
                        tolerance-scope-work
               end-unstring
               move function numval (tolerance-min-work)
                 to tolerance-min (tolerance-entry-count)
               move function numval (tolerance-max-work)
                 to tolerance-max (tolerance-entry-count)
               move function upper-case (tolerance-scope-work)
                 to tolerance-scope-work
               evaluate true
                   when tolerance-scope-work (1:5) = "EXACT"
                       set tolerance-for-exact (tolerance-entry-count)
                         to true
                   when tolerance-scope-work (1:6) = "APPROX"
                       set tolerance-for-approx (tolerance-entry-count)
                         to true
                   when other
                       set tolerance-for-any (tolerance-entry-count)
                         to true
               end-evaluate

               move zero to tolerance-key-len
                              (tolerance-entry-count)

       exit section.

      *-----------------------------------------------------------------
      * load-manifest
      * read the input manifest named by the manifest card: a
      * "file=name" card per input file, each followed by the
      * input-format, delimiter and column cards for that file only,
      * in the W2NPARMS line layout. The run's own settings are what
      * every entry starts from. A manifest that is missing or lists
      * no file stops the run the way a missing SENTENCES file does.
      *-----------------------------------------------------------------
       load-manifest section.
       move input-format to default-input-format
       move extract-delimiter to default-delimiter
       move sentence-column-parm to default-sentence-column
       move document-id-column-parm to default-document-id-column
       move language-column-parm to default-language-column
       move keyed-amount-column-parm to default-keyed-column
       move zero to manifest-entry-count

       open input manifest-file
       if not MANIFEST-SUCCESS
           display "input manifest " manifest-file-name
                   " not found (file status " MANIFEST-STATUS ")"
           move CC-NO-INPUT to return-code
           stop run
       end-if

       perform with test before until not MANIFEST-SUCCESS
              read manifest-file
              if MANIFEST-SUCCESS
                  perform load-one-manifest-line
              end-if
       end-perform

       close manifest-file

       perform store-manifest-entry
       perform restore-input-defaults

       if manifest-entry-count = zero
           display "input manifest " manifest-file-name
                   " lists no input file"
           move CC-NO-INPUT to return-code
           stop run
       end-if

       set manifest-in-use to true
       display "input manifest " function trim (manifest-file-name)
               " lists " manifest-entry-count " input file(s)"

      *> VERIFY opens when any one file carries a keyed amount - the
      *> widest such column stands in for the run's own card until
      *> each file's turn puts its own column in place.
       move zero to manifest-keyed-max
       perform varying manifest-idx from 1 by 1
                until manifest-idx > manifest-entry-count
           if manifest-keyed-column (manifest-idx)
                > manifest-keyed-max
               move manifest-keyed-column (manifest-idx)
                 to manifest-keyed-max
           end-if
       end-perform
       move manifest-keyed-max to keyed-amount-column-parm

       exit section.

      *-----------------------------------------------------------------
      * load-one-manifest-line
      * split one manifest line on "=": a file card closes the entry
      * before it and opens the next, the format and column cards set
      * the open entry's values.
      *-----------------------------------------------------------------
       load-one-manifest-line section.

           if manifest-line (1:1) not = "#" and
              manifest-line not = spaces

           move zero to manifest-scan-pos
           perform varying manifest-scan-pos from 1 by 1
                    until manifest-scan-pos > 80
                       or manifest-line (manifest-scan-pos:1)
                          = PARMS-KEY-VALUE-DELIMITER
           end-perform

           if manifest-scan-pos <= 80
               move spaces to parms-key-work
               move spaces to parms-value-work
               move manifest-line (1:manifest-scan-pos - 1)
                 to parms-key-work
               move manifest-line (manifest-scan-pos + 1:)
                 to parms-value-work
               move function upper-case (parms-key-work)
                 to parms-key-work

               if parms-key-work not = "FILE"
                  and manifest-entry-count = zero
                   display "MANIFEST: " function trim (parms-key-work)
                           " ahead of the first file card - ignored"
                   exit section
               end-if

               evaluate true
                   when parms-key-work = "FILE"
                       if manifest-entry-count >= 32
                           display "MANIFEST: more than 32 input"
                                   " files - " parms-value-work
                                   " and the rest not read"
                           move "10" to MANIFEST-STATUS
                           exit section
                       end-if
                       perform store-manifest-entry
                       perform restore-input-defaults
                       add 1 to manifest-entry-count
                       initialize manifest-entry (manifest-entry-count)
                       move parms-value-work
                         to manifest-input-name (manifest-entry-count)
                   when parms-key-work = "INPUT-FORMAT"
                       move function upper-case (parms-value-work)
                         to parms-value-work
                       evaluate true
                           when parms-value-work (1:9) = "DELIMITED"
                               set input-is-delimited to true
                           when parms-value-work (1:5) = "FIXED"
                               set input-is-fixed to true
                           when other
                               display "MANIFEST: unknown input-format "
                                       parms-value-work
                       end-evaluate
                   when parms-key-work = "DELIMITER"
                       move parms-value-work (1:1)
                         to extract-delimiter
                   when parms-key-work = "SENTENCE-COLUMN"
                       move function numval (parms-value-work)
                         to sentence-column-parm
                   when parms-key-work = "DOCUMENT-ID-COLUMN"
                       move function numval (parms-value-work)
                         to document-id-column-parm
                   when parms-key-work = "LANGUAGE-COLUMN"
                       move function numval (parms-value-work)
                         to language-column-parm
                   when parms-key-work = "KEYED-AMOUNT-COLUMN"
                       move function numval (parms-value-work)
                         to keyed-amount-column-parm
                   when other
                       display "MANIFEST: unknown keyword "
                               parms-key-work
               end-evaluate
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * store-manifest-entry
      * file the input settings built up since the last file card
      * under the entry that card opened.
      *-----------------------------------------------------------------
       store-manifest-entry section.
       if manifest-entry-count = zero
           exit section
       end-if

       if keyed-amount-column-parm > zero
          and not input-is-delimited
           display "MANIFEST: keyed-amount-column needs"
                   " input-format=delimited - keyed amounts not"
                   " compared for "
                   function trim
                     (manifest-input-name (manifest-entry-count))
           move zero to keyed-amount-column-parm
       end-if

       move input-format
         to manifest-input-format (manifest-entry-count)
       move extract-delimiter
         to manifest-delimiter (manifest-entry-count)
       move sentence-column-parm
         to manifest-sentence-column (manifest-entry-count)
       move document-id-column-parm
         to manifest-document-id-column (manifest-entry-count)
       move language-column-parm
         to manifest-language-column (manifest-entry-count)
       move keyed-amount-column-parm
         to manifest-keyed-column (manifest-entry-count)

       exit section.

      *-----------------------------------------------------------------
      * restore-input-defaults
      * put the run's own input settings back in place.
      *-----------------------------------------------------------------
       restore-input-defaults section.
       move default-input-format to input-format
       move default-delimiter to extract-delimiter
       move default-sentence-column to sentence-column-parm
       move default-document-id-column to document-id-column-parm
       move default-language-column to language-column-parm
       move default-keyed-column to keyed-amount-column-parm
       exit section.

      *-----------------------------------------------------------------
      * load-checkpoint
      * pick up the last successfully converted record number from a
       load-checkpoint section.
       move zero to restart-record-count
       move spaces to checkpoint-generation
       move zero to checkpoint-file-number
       move zero to checkpoint-file-record
       move spaces to checkpoint-input-name

       open input checkpoint-file
       if CHECKPOINT-SUCCESS
                   move checkpoint-line (11:11)
                     to checkpoint-generation
               end-if
      *> a manifest run's checkpoint: "F", the input file number,
      *> the record within that file and the file name.
               if checkpoint-line (23:1) = "F"
                   move checkpoint-line (24:2)
                     to checkpoint-file-number
                   move checkpoint-line (27:9)
                     to checkpoint-file-record
                   move checkpoint-line (37:64)
                     to checkpoint-input-name
               end-if
           end-if
           close checkpoint-file
       end-if
       if generations-enabled
           move generation-suffix to checkpoint-line (11:11)
       end-if
       if manifest-in-use
           move "F" to checkpoint-line (23:1)
           move source-file-number to checkpoint-line (24:2)
           compute checkpoint-file-record = checkpoint-save-count
                 - manifest-first-record (source-file-number) + 1
           move checkpoint-file-record to checkpoint-line (27:9)
           move manifest-input-name (source-file-number)
             to checkpoint-line (37:64)
       end-if
       open output checkpoint-file
       write checkpoint-line
       close checkpoint-file
      * partition suffix already does.
      *-----------------------------------------------------------------
       resolve-generation section.
      *> a checkpoint naming a generation W2NBACK has since backed out
      *> is a finished run that was taken back - the rerun starts at
      *> record one in a fresh generation instead of resuming it.
       if restart-record-count > zero
          and checkpoint-generation not = spaces
           perform load-generation-catalog
           perform varying gencat-idx from 1 by 1
                    until gencat-idx > gencat-entry-count
               if gencat-entry (gencat-idx) (1:11)
                    = checkpoint-generation
                  and gencat-entry (gencat-idx) (28:10) = "BACKED-OUT"
                   display "checkpoint generation "
                           checkpoint-generation
                           " was backed out - starting afresh"
                   move zero to restart-record-count
               end-if
           end-perform
       end-if

       if restart-record-count > zero
          and checkpoint-generation not = spaces
           move checkpoint-generation to generation-suffix
       move exceptions-file-name to generation-name-work
       perform apply-one-generation-name
       move generation-name-work to exceptions-file-name
       move review-file-name to generation-name-work
       perform apply-one-generation-name
       move generation-name-work to review-file-name
       move normtext-file-name to generation-name-work
       perform apply-one-generation-name
       move generation-name-work to normtext-file-name
       move verify-file-name to generation-name-work
       perform apply-one-generation-name
       move generation-name-work to verify-file-name
       move clearval-file-name to generation-name-work
       perform apply-one-generation-name
       move generation-name-work to clearval-file-name

       display "writing generation " generation-suffix
               " (" results-file-name ")"
           perform delete-one-generation-file
           move exceptions-file-name to generation-name-work
           perform delete-one-generation-file
           move review-file-name to generation-name-work
           perform delete-one-generation-file
           move normtext-file-name to generation-name-work
           perform delete-one-generation-file
           move verify-file-name to generation-name-work
           perform delete-one-generation-file
           move clearval-file-name to generation-name-work
           perform delete-one-generation-file

           display "purged generation "
                   gencat-entry (gencat-idx) (1:11)
       exit section.

      *-----------------------------------------------------------------
      * scan-manifest-files
      * read every manifest file through once before anything
      * converts: count its records, fold its document ids into the
      * trailer hash and balance it against its own trailer. A file
      * that does not balance is held and takes no record numbers,
      * so the files around it number the same on every rerun.
      *-----------------------------------------------------------------
       scan-manifest-files section.
       move 1 to manifest-next-record
       perform varying manifest-idx from 1 by 1
                until manifest-idx > manifest-entry-count
           perform scan-one-manifest-file
       end-perform

       move zero to document-id-hash
       move manifest-keyed-max to keyed-amount-column-parm

       if restart-record-count > zero
           perform check-manifest-restart
       end-if

       exit section.

      *-----------------------------------------------------------------
      * scan-one-manifest-file
      * the balancing pass over manifest entry manifest-idx - the
      * same count and id hash verify-trailer-balance checks on a
      * SENTENCES run, taken over the one file. A "++" continuation
      * only opens a new sentence (and so only counts in the hash)
      * when no chain is open, as process-one-sentence takes it.
      *-----------------------------------------------------------------
       scan-one-manifest-file section.
       perform apply-manifest-entry
       move zero to document-id-hash
       move "N" to manifest-chain-flag

       open input sentence-file
       if not SENTENCE-SUCCESS
           set manifest-file-missing (manifest-idx) to true
           add 1 to manifest-held-count
           display "input file "
                   function trim (manifest-input-name (manifest-idx))
                   " not found (file status " SENTENCE-STATUS
                   ") - held"
           exit section
       end-if

       perform with test before until not SENTENCE-SUCCESS
           read sentence-file
           if SENTENCE-SUCCESS
               if sentence-line (1:2) = "#T"
                   perform capture-manifest-trailer
               else
                   add 1 to manifest-scan-count (manifest-idx)
                   perform tally-scanned-record
               end-if
           end-if
       end-perform

       close sentence-file
       move document-id-hash to manifest-id-hash (manifest-idx)

       if manifest-has-trailer (manifest-idx)
           if manifest-trailer-count (manifest-idx)
                not = manifest-scan-count (manifest-idx)
              or (manifest-trailer-has-hash (manifest-idx)
                  and manifest-trailer-hash (manifest-idx)
                        not = manifest-id-hash (manifest-idx))
               set manifest-file-unbalanced (manifest-idx) to true
               add 1 to manifest-held-count
               display "input file "
                       function trim
                         (manifest-input-name (manifest-idx))
                       " out of balance - trailer expects "
                       manifest-trailer-count (manifest-idx)
                       " record(s), file has "
                       manifest-scan-count (manifest-idx)
                       " - held"
               exit section
           end-if
       end-if

       set manifest-file-balanced (manifest-idx) to true
       move manifest-next-record
         to manifest-first-record (manifest-idx)
       add manifest-scan-count (manifest-idx) to manifest-next-record

       exit section.

      *-----------------------------------------------------------------
      * capture-manifest-trailer
      * the file's trailer totals, in the layout capture-trailer-record
      * reads; a trailer also ends any open continuation chain.
      *-----------------------------------------------------------------
       capture-manifest-trailer section.
       set manifest-has-trailer (manifest-idx) to true
       move "N" to manifest-chain-flag

       if sentence-line (4:9) is numeric
           move sentence-line (4:9)
             to manifest-trailer-count (manifest-idx)
       else
           move function numval (sentence-line (4:9))
             to manifest-trailer-count (manifest-idx)
       end-if

       if sentence-line (14:18) is numeric
           move sentence-line (14:18)
             to manifest-trailer-hash (manifest-idx)
           set manifest-trailer-has-hash (manifest-idx) to true
       end-if

       exit section.

      *-----------------------------------------------------------------
      * tally-scanned-record
      * fold a sentence head's document id into the file's id hash.
      *-----------------------------------------------------------------
       tally-scanned-record section.
       move spaces to document-id-work
       if input-is-delimited
           perform split-extract-record
       else
           move function upper-case (sentence-language)
             to w2n-language-code
       end-if

       if w2n-language-code = CONTINUATION-LANGUAGE
          and manifest-chain-open
           exit section
       end-if

       set manifest-chain-open to true
       perform tally-document-id-hash

       exit section.

      *-----------------------------------------------------------------
      * check-manifest-restart
      * a restart resumes by run record number, which only means the
      * same thing if the manifest still lines up with the checkpoint:
      * the file it names at the same place, balanced, and starting at
      * the same run record number. Anything else stops the run before
      * a record is written twice or lost.
      *-----------------------------------------------------------------
       check-manifest-restart section.
       if checkpoint-file-number = zero
          or checkpoint-file-number > manifest-entry-count
           display "checkpoint was not written by a run over input"
                   " manifest " function trim (manifest-file-name)
                   " - cannot resume; remove " checkpoint-file-name
                   " to start afresh"
           move CC-NO-INPUT to return-code
           stop run
       end-if

       move checkpoint-file-number to manifest-idx
       if manifest-input-name (manifest-idx)
            not = checkpoint-input-name
          or not manifest-file-balanced (manifest-idx)
          or manifest-first-record (manifest-idx)
             + checkpoint-file-record - 1
               not = restart-record-count
           display "checkpoint stopped in input file "
                   checkpoint-file-number " "
                   function trim (checkpoint-input-name)
                   " record " checkpoint-file-record
                   " - the manifest no longer lines up; cannot"
                   " resume"
           move CC-NO-INPUT to return-code
           stop run
       end-if

       display "resuming in input file " checkpoint-file-number " "
               function trim (checkpoint-input-name)
               " after its record " checkpoint-file-record

       exit section.

      *-----------------------------------------------------------------
      * apply-manifest-entry
      * make manifest entry manifest-idx the input file and put its
      * format and column settings in place. Keyed amounts are only
      * picked up while VERIFY is open to take a mismatch.
      *-----------------------------------------------------------------
       apply-manifest-entry section.
       move manifest-input-name (manifest-idx) to sentence-file-name
       move manifest-input-format (manifest-idx) to input-format
       move manifest-delimiter (manifest-idx) to extract-delimiter
       move manifest-sentence-column (manifest-idx)
         to sentence-column-parm
       move manifest-document-id-column (manifest-idx)
         to document-id-column-parm
       move manifest-language-column (manifest-idx)
         to language-column-parm
       if verify-is-open
           move manifest-keyed-column (manifest-idx)
             to keyed-amount-column-parm
       else
           move zero to keyed-amount-column-parm
       end-if
       exit section.

      *-----------------------------------------------------------------
      * process-manifest-files
      * convert the balanced manifest files one after another, each
      * through the same record loop process-sentences runs.
      *-----------------------------------------------------------------
       process-manifest-files section.
       perform varying manifest-idx from 1 by 1
                until manifest-idx > manifest-entry-count
                   or threshold-has-tripped
                   or vocabulary-changed-mid-run
           if manifest-file-balanced (manifest-idx)
               perform process-one-manifest-file
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
      * process-one-manifest-file
      * read one manifest file front to back and keep its own share
      * of the run's totals. Its trailer was settled by the scan, so
      * here a trailer only closes the pending sentence; so does the
      * end of the file - a chain never runs on into the next file.
      *-----------------------------------------------------------------
       process-one-manifest-file section.
       perform apply-manifest-entry
       move manifest-idx to source-file-number
       move batch-ok-count to manifest-ok-base
       move batch-reject-count to manifest-reject-base
       move batch-hash-total to manifest-hash-base

       open input sentence-file
       if not SENTENCE-SUCCESS
           set manifest-file-missing (manifest-idx) to true
           add 1 to manifest-held-count
           display "input file "
                   function trim (manifest-input-name (manifest-idx))
                   " gone since it was balanced (file status "
                   SENTENCE-STATUS ") - held"
           exit section
       end-if

       set manifest-file-processed (manifest-idx) to true

       perform with test before until not SENTENCE-SUCCESS
                                    or threshold-has-tripped
                                    or vocabulary-changed-mid-run

           read sentence-file
           if SENTENCE-SUCCESS
               if sentence-line (1:2) = "#T"
                   perform flush-pending-sentence
               else
                   add 1 to manifest-records-read (manifest-idx)
                   perform process-one-sentence
               end-if
           end-if

       end-perform

       perform flush-pending-sentence

       close sentence-file

       compute manifest-converted (manifest-idx) =
           batch-ok-count - manifest-ok-base
       compute manifest-rejected (manifest-idx) =
           batch-reject-count - manifest-reject-base
       compute manifest-hash-total (manifest-idx) = function mod
           (batch-hash-total - manifest-hash-base
              + 1000000000000000000, 1000000000000000000)

       exit section.

      *-----------------------------------------------------------------
      * process-one-sentence
      * buffer one record toward conversion: a "++" continuation
      * record appends its text to the pending sentence, anything
      * else closes (converts) the pending sentence and starts a new
      * one. The chain's partition/checkpoint attributes are the
      * HEAD record's - a continuation record belongs to whoever owns
      * its head, however the records were dealt out.
      *-----------------------------------------------------------------
       process-one-sentence section.
       add 1 to batch-record-count

       move spaces to sentence-bytes
       move spaces to document-id-work
       move spaces to keyed-amount-text
       if input-is-delimited
           perform split-extract-record
       else
           move sentence-text to sentence-bytes
           move function upper-case (sentence-language)
             to w2n-language-code
       end-if

       if w2n-language-code = CONTINUATION-LANGUAGE
          and sentence-is-pending
           perform append-continuation
       else
      *> a continuation with nothing pending is an extract fault -
      *> take it as its own sentence under the default language
      *> rather than losing the text.
           if w2n-language-code = CONTINUATION-LANGUAGE
               move spaces to w2n-language-code
           end-if
           move sentence-bytes to record-hold-bytes
           move w2n-language-code to record-hold-language
           move document-id-work to record-hold-document-id
           move keyed-amount-text to record-hold-keyed-amount
           perform flush-pending-sentence
           move record-hold-bytes to sentence-bytes
           move record-hold-language to w2n-language-code
           move record-hold-document-id to document-id-work
           move record-hold-keyed-amount to keyed-amount-text
           perform start-pending-sentence
       end-if

       exit section.

      *-----------------------------------------------------------------
      * start-pending-sentence
      * open a new pending sentence from the record just read,
      * capturing the head attributes the eventual conversion uses.
      *-----------------------------------------------------------------
       start-pending-sentence section.
       set sentence-is-pending to true
       move "N" to pending-overflow-flag
       move batch-record-count to pending-record-number
       move batch-record-count to pending-last-record


       move w2n-language-code to pending-language
       move document-id-work to pending-document-id
       move keyed-amount-text to pending-keyed-amount
       perform tally-document-id-hash

       move spaces to pending-sentence
       end-if
       move pending-language to w2n-language-code
       move pending-document-id to document-id-work
       move pending-keyed-amount to keyed-amount-text
       move pending-record-number to output-record-number

       move spaces to prior-run-date-work
       if master-is-open
          and document-id-work not = spaces
           perform find-prior-conversion
       end-if

       evaluate true
           when prior-run-date-work not = spaces
            and duplicate-check-skip
               perform skip-duplicate-document
           when chain-has-overflowed
               perform reject-overflowed-chain
           when other
               if prior-run-date-work not = spaces
                   if duplicate-check-flag
                       add 1 to duplicate-flagged-count
                   else
                       add 1 to duplicate-reconverted-count
                   end-if
               end-if
               perform convert-current-sentence
       end-evaluate

       perform write-absorbed-markers

       move pending-last-record to checkpoint-save-count

       exit section.

      *-----------------------------------------------------------------
      * find-prior-conversion
      * the latest run date document-id-work is on RESMASTR under -
      * the key is id then date, so reading forward from the id with
      * a low-values date ends on the latest one. Spaces when the
      * document was never loaded.
      *-----------------------------------------------------------------
       find-prior-conversion section.
       move document-id-work to master-document-id
       move low-values to master-run-date
       start master-file key is >= master-key
       if not MASTER-SUCCESS
           exit section
       end-if

       perform with test before until not MASTER-SUCCESS
           read master-file next record
           if MASTER-SUCCESS
               if master-document-id = document-id-work
                   move master-run-date to prior-run-date-work
               else
                   move "10" to MASTER-STATUS
               end-if
           end-if
       end-perform

       exit section.

      *-----------------------------------------------------------------
      * skip-duplicate-document
      * a document RESMASTR already holds stays out of this run: no
      * RESULTS or REJECTS record, a "#C" marker for W2NMERGE on a
      * partitioned run, and its own count on the CONTROL report.
      *-----------------------------------------------------------------
       skip-duplicate-document section.
       add 1 to duplicate-skipped-count
       display "skipping document " function trim (document-id-work)
               " - on RESMASTR since run " prior-run-date-work

       if partition-total > zero
           move spaces to results-line
           move "#C" to results-line (1:2)
           move output-record-number to results-line (4:9)
           write results-line
       end-if

       exit section.

      *-----------------------------------------------------------------
      * write-absorbed-markers
      * a chain's member records (head + 1 .. last) never surface as
       perform write-reject-line
       perform check-reject-threshold

      *> W2N never saw the chain, so its NORMTEXT line is the text
      *> as read.
       if normtext-enabled
           move pending-language to language-work
           move sentence-national to w2n-number-sentences
           perform write-normtext-line
       end-if

       exit section.

      *-----------------------------------------------------------------
                                    delimited by size
         into exceptions-file-name
       end-string
       move spaces to review-file-name
       string "REVIEW.P" delimited by size
              partition-suffix-text (1:partition-suffix-len)
                                    delimited by size
         into review-file-name
       end-string
       move spaces to normtext-file-name
       string "NORMTEXT.P" delimited by size
              partition-suffix-text (1:partition-suffix-len)
                                    delimited by size
         into normtext-file-name
       end-string
       move spaces to verify-file-name
       string "VERIFY.P" delimited by size
              partition-suffix-text (1:partition-suffix-len)
                                    delimited by size
         into verify-file-name
       end-string
       move spaces to clearval-file-name
       string "CLEARVAL.P" delimited by size
              partition-suffix-text (1:partition-suffix-len)
                                    delimited by size
         into clearval-file-name
       end-string

       display "partition " partition-number " of " partition-total
               " writing " results-file-name
      * split-extract-record
      * delimited input mode: split the whole record on the operator's
      * delimiter with TxtUtils and pick the sentence, document-id and
      * (optional) language-code and keyed-amount columns out of the
      * token list. A
      * record without the sentence column leaves sentence-bytes empty
      * and rejects through W2N's own empty-input reason.
      *-----------------------------------------------------------------
                 to document-id-work
           end-if

           if keyed-amount-column-parm > zero
              and keyed-amount-column-parm
                    <= txt-util-result-split-count
               move keyed-amount-column-parm to extract-column-work
               move txt-util-input-output-byte
                    (txt-util-split-output-start (extract-column-work):
                     txt-util-split-output-length (extract-column-work))
                 to keyed-amount-text
           end-if

           if language-column-parm > zero
              and language-column-parm <= txt-util-result-split-count
               move language-column-parm to extract-column-work
           exit section
       end-if

      *> a masked reject carries a starred sentence - the clear text
      *> comes back off the clear input. Without it the record rides
      *> onto the fresh REJECTS file unchanged, the same as a
      *> reason-06 record.
       if rejects-sentence-is-masked
           perform find-clear-sentence
           if not clear-value-found
               add 1 to clear-missing-count
               add 1 to batch-reject-count
               if rejects-reason-code >= 1 and rejects-reason-code <= 7
                   add 1 to reject-reason-count (rejects-reason-code)
               end-if
               move spaces to rejects-line
               move rejects-record to rejects-line
               write rejects-line
               exit section
           end-if
           move clearval-sentence to rejects-sentence
       end-if

       move spaces to sentence-bytes
       move rejects-sentence to sentence-bytes
       move rejects-record-number to output-record-number
       move rejects-language-code to w2n-language-code
       move rejects-document-id to document-id-work
       move spaces to keyed-amount-text
      *> a REJECTS line from before the file number was carried has
      *> spaces there
       if rejects-source-file is numeric
           move rejects-source-file to source-file-number
       else
           move zero to source-file-number
       end-if

       perform convert-current-sentence

      *> entirely - the survey extracts say "twenty five" a hundred
      *> thousand times and the vocabulary tables answer it the same
      *> way every time.
       if normtext-enabled
           move zero to cache-hit-idx
       else
           perform probe-result-cache
       end-if
       if cache-hit-idx > zero
           add 1 to cache-hit-count
           perform restore-cached-result
           if digit-sequence-enabled
               set w2n-digit-sequence-requested to true
           end-if
           if auto-correct-enabled
               set w2n-auto-correct-requested to true
           end-if
           if normtext-enabled
               set w2n-normalize-text-requested to true
           end-if
           move mask-digits-parm to w2n-request-mask-digits
           move sentence-national to w2n-number-sentences
           call "W2N" using by reference w2n-parameter
                            by reference w2n-returning
           perform store-cached-result
           perform process-conversion-outcome
           perform check-vocab-version
           if normtext-enabled
               perform write-normtext-line
           end-if
       end-if

       exit section.
           compute batch-hash-total = function mod
               (batch-hash-total + batch-hash-work,
                1000000000000000000)
           move "R" to clearval-kind-work
           perform write-result-line
       else
           add 1 to batch-reject-count
           if w2n-reason-code >= 1 and w2n-reason-code <= 7
               add 1 to reject-reason-count (w2n-reason-code)
           end-if
           move "J" to clearval-kind-work
           perform write-reject-line
           perform check-reject-threshold
       end-if

       if w2n-mask-was-applied
           perform write-clearval-record
       end-if

       exit section.

      *-----------------------------------------------------------------
       move cache-result-image (cache-hit-idx) to w2n-result
       move cache-reason-image (cache-hit-idx) to w2n-reason
       move cache-returning (cache-hit-idx) to w2n-returning
       move spaces to w2n-mask
       move "N" to w2n-mask-applied
       exit section.

      *-----------------------------------------------------------------
       if trim-length = zero or trim-length > 64
           exit section
       end-if
      *> a masked result is never cached - the starred forms live
      *> outside the cached images.
       if w2n-mask-was-applied
           exit section
       end-if

       add 1 to cache-miss-count

           move "N" to results-is-compound
       end-if
       move document-id-work to results-document-id
       move source-file-number to results-source-file
       move w2n-result-vocab-version to results-vocab-version
       if duplicate-check-flag
           move prior-run-date-work to results-prior-run-date
       end-if
       move w2n-result-is-date to results-is-date
       if w2n-result-has-date
           move w2n-result-date-iso to results-date-iso
       move w2n-result-time-minute to results-time-minute
       move w2n-result-is-percent to results-is-percent
       move w2n-result-digit-count to results-digit-count
       if w2n-result-has-alternate
           move w2n-result-is-ambiguous to results-is-ambiguous
           move w2n-result-alternate-kind to results-alternate-kind
           move w2n-result-alternate-value
             to results-alternate-value
           move w2n-result-alternate-high to results-alternate-high
       else
           move "N" to results-is-ambiguous
       end-if
       if w2n-result-was-auto-corrected
           move w2n-result-is-auto-corrected
             to results-is-auto-corrected
           move w2n-result-corrected-from to results-corrected-from
           move w2n-result-corrected-to to results-corrected-to
           add 1 to auto-corrected-count
       else
           move "N" to results-is-auto-corrected
       end-if
       if w2n-result-from-roman
           move "Y" to results-is-roman
       else
           move "N" to results-is-roman
       end-if
       move w2n-result-qualifier to results-qualifier

       perform apply-house-currency

      *> the keyed amount beside the sentence is checked first, so a
      *> disagreement is on VERIFY wherever the record goes next.
       move space to keyed-check-flag
       if keyed-amount-column-parm > zero
          and keyed-amount-text not = spaces
          and results-digit-count = zero
           perform check-keyed-amount
       end-if

      *> a value W2N could have read another way is held for a person
      *> to decide - ahead of the tolerance rules, which would only
      *> be judging one of the two readings.
       if results-has-alternate
           if not keyed-not-checked
              and not keyed-amounts-agree
               perform write-verify-record
           end-if
           perform write-review-record
           exit section
       end-if

      *> two independent captures that disagree - on VERIFY always,
      *> and held back from RESULTS when keyed-mismatch=hold.
       if not keyed-not-checked
          and not keyed-amounts-agree
           perform write-verify-record
           if keyed-mismatch-hold
               add 1 to keyed-held-count
               move zero to tolerance-hit-idx
               perform write-exceptions-record
               exit section
           end-if
       end-if

      *> a clean conversion outside its plausibility rule's range is
      *> routed to EXCEPTIONS for review and stays out of RESULTS.
       if tolerance-entry-count > zero
      * or by document-id prefix - and set tolerance-hit-idx when the
      * converted value (the canonical total on a compound result,
      * the plain integer value otherwise) falls outside its range.
      * A rule scoped EXACT passes over qualified values, one scoped
      * APPROX over exact ones, so the two can carry different ranges.
      *-----------------------------------------------------------------
       check-tolerance-rules section.
       move zero to tolerance-hit-idx
                   or tolerance-hit-idx > zero

           if tolerance-key-len (tolerance-idx) > zero
              and (tolerance-for-any (tolerance-idx)
                   or (tolerance-for-exact (tolerance-idx)
                       and results-is-exact)
                   or (tolerance-for-approx (tolerance-idx)
                       and not results-is-exact))
              and (tolerance-key (tolerance-idx)
                     = results-major-unit
                   or results-document-id

       exit section.

      *-----------------------------------------------------------------
      * check-keyed-amount
      * the keyed amount against the converted value, both as signed
      * decimals: the integer and decimal parts as W2N read them, or
      * the canonical value over the minor ratio on a compound result
      * ("3.50" agrees with three dollars and fifty cents). The keyed
      * text may carry a sign, one decimal point and "," thousands
      * separators; anything else is no number and counts as a
      * mismatch, as does a converted value too large to compare.
      *-----------------------------------------------------------------
       check-keyed-amount section.
       add 1 to keyed-compared-count

       perform build-converted-amount
       perform clean-keyed-amount

       move zero to keyed-amount-value
       if not keyed-text-not-numeric
           compute keyed-amount-value =
               function numval (keyed-clean-text)
               on size error
                   set keyed-text-not-numeric to true
                   move zero to keyed-amount-value
           end-compute
       end-if

       evaluate true
           when keyed-text-not-numeric
           when keyed-amounts-differ
               add 1 to keyed-mismatch-count
           when keyed-amount-value = converted-amount-value
               set keyed-amounts-agree to true
           when other
               set keyed-amounts-differ to true
               add 1 to keyed-mismatch-count
       end-evaluate

       exit section.

       build-converted-amount section.
       move zero to converted-amount-value

       if results-has-compound-units
          and results-minor-ratio > zero
           compute converted-amount-value =
               results-canonical-value / results-minor-ratio
               on size error
                   set keyed-amounts-differ to true
           end-compute
       else
      *> a percent record keeps its decimal equivalent where the
      *> decimal part would be - the amount is the number as spoken.
           move results-value-integer to keyed-decimal-edit
           move spaces to keyed-value-text
           move function trim (keyed-decimal-edit) to keyed-value-text
           if not results-value-is-integer
              and not results-has-percent
               move results-value-decimal to keyed-decimal-edit
               move 1 to keyed-scan-pos
               inspect keyed-value-text tallying keyed-scan-pos
                       for characters before initial space
               string "." delimited by size
                      function trim (keyed-decimal-edit)
                                       delimited by size
                 into keyed-value-text with pointer keyed-scan-pos
               end-string
           end-if
           compute converted-amount-value =
               function numval (keyed-value-text)
               on size error
                   set keyed-amounts-differ to true
           end-compute
       end-if

       if results-is-negative
           compute converted-amount-value = 0 - converted-amount-value
       end-if

       exit section.

      *-----------------------------------------------------------------
      * clean-keyed-amount
      * the keyed text down to sign, digits and point for NUMVAL -
      * blanks and "," thousands separators dropped.
      *-----------------------------------------------------------------
       clean-keyed-amount section.
       move spaces to keyed-clean-text
       move zero to keyed-clean-pos
       move zero to keyed-point-count
       move zero to keyed-digit-count

       perform varying keyed-scan-pos from 1 by 1
                until keyed-scan-pos > 40
                   or keyed-text-not-numeric
           move keyed-amount-text (keyed-scan-pos:1) to keyed-char
           evaluate true
               when keyed-char = space
               when keyed-char = ","
                   continue
               when keyed-char is numeric
                   add 1 to keyed-digit-count
                   add 1 to keyed-clean-pos
                   move keyed-char
                     to keyed-clean-text (keyed-clean-pos:1)
               when keyed-char = "."
                   add 1 to keyed-point-count
                   add 1 to keyed-clean-pos
                   move keyed-char
                     to keyed-clean-text (keyed-clean-pos:1)
               when (keyed-char = "-" or keyed-char = "+")
                and keyed-clean-pos = zero
                   add 1 to keyed-clean-pos
                   move keyed-char
                     to keyed-clean-text (keyed-clean-pos:1)
               when other
                   set keyed-text-not-numeric to true
           end-evaluate
       end-perform

       if keyed-digit-count = zero
          or keyed-digit-count > 37
          or keyed-point-count > 1
           set keyed-text-not-numeric to true
       end-if

       exit section.

      *-----------------------------------------------------------------
      * write-verify-record
      * both amounts and their difference onto VERIFY (see
      * W2NKEYED.cpy), with where the record went.
      *-----------------------------------------------------------------
       write-verify-record section.
       initialize verify-record
       move output-record-number to verify-record-number
       move results-language-code to verify-language-code
       move document-id-work to verify-document-id
       move keyed-amount-text to verify-keyed-text
       move keyed-amount-value to verify-keyed-amount
       move converted-amount-value to verify-converted-amount
       compute verify-difference =
           converted-amount-value - keyed-amount-value
           on size error
               move zero to verify-difference
       end-compute
       if results-has-compound-units
           move results-major-unit to verify-unit
       end-if
       if keyed-text-not-numeric
           set verify-keyed-not-numeric to true
       else
           set verify-amounts-differ to true
       end-if
       evaluate true
           when results-has-alternate
               set verify-record-in-review to true
           when keyed-mismatch-hold
               set verify-record-held to true
           when other
               set verify-record-reported to true
       end-evaluate

       move spaces to verify-line
       move verify-record to verify-line
       write verify-line

       exit section.

      *-----------------------------------------------------------------
      * write-exceptions-record
      * the rule that fired in front of the full results record -
      * tolerance-hit-idx zero, the keyed-amount mismatch rule.
      *-----------------------------------------------------------------
       write-exceptions-record section.
       add 1 to exception-routed-count

       initialize exceptions-record
      *> no tolerance rule behind it - a keyed-amount mismatch held
      *> back, the two amounts are on VERIFY.
       if tolerance-hit-idx > zero
           move tolerance-key (tolerance-hit-idx)
             to exceptions-rule-key
           move tolerance-min (tolerance-hit-idx)
             to exceptions-rule-min
           move tolerance-max (tolerance-hit-idx)
             to exceptions-rule-max
       else
           move KEYED-RULE-KEY to exceptions-rule-key
           move zero to exceptions-rule-min
           move zero to exceptions-rule-max
       end-if
       move results-record to exceptions-results
       move batch-start-timestamp (1:14) to exceptions-run-stamp
       if w2n-mask-was-applied
           move "E" to clearval-kind-work
           perform mask-exceptions-results
       end-if

       move spaces to exceptions-line
       move exceptions-record to exceptions-line

       exit section.

      *-----------------------------------------------------------------
      * write-review-record
      * an ambiguous conversion in front of its full results record,
      * in the EXCEPTIONS layout so the same review program works it.
      *-----------------------------------------------------------------
       write-review-record section.
       add 1 to review-routed-count

       initialize exceptions-record
       move REVIEW-RULE-KEY to exceptions-rule-key
       move zero to exceptions-rule-min
       move zero to exceptions-rule-max
       move results-record to exceptions-results
       move batch-start-timestamp (1:14) to exceptions-run-stamp
       if w2n-mask-was-applied
           move "V" to clearval-kind-work
           perform mask-exceptions-results
       end-if

       move spaces to review-line
       move exceptions-record to review-line
       write review-line

      *> like a tolerance diversion, the record number leaves RESULTS
      *> and is marked for W2NMERGE's checksum on a partitioned run.
       if partition-total > zero
           move spaces to results-line
           move "#C" to results-line (1:2)
           move output-record-number to results-line (4:9)
           write results-line
       end-if

       exit section.

      *-----------------------------------------------------------------
      * mask-exceptions-results
      * the EXCEPTIONS/REVIEW copy of a masked record carries the
      * starred value - the reviewer works the item by its record
      * number, and W2NDISP takes the clear value back off CLEARVAL
      * when it is accepted.
      *-----------------------------------------------------------------
       mask-exceptions-results section.
       move exceptions-results to results-record
       move w2n-mask-value to results-value-masked-text
       set results-value-is-masked to true
       move results-record to exceptions-results
       exit section.

      *-----------------------------------------------------------------
      * apply-house-currency
      * convert a compound currency result (minor ratio 100, the
       move w2n-reason-code to rejects-reason-code
       move w2n-reason-word to rejects-reason-word
       move w2n-reason-position to rejects-reason-position
       move w2n-reason-suggestion to rejects-suggestion
       move document-id-work to rejects-document-id
       move source-file-number to rejects-source-file
       move spaces to rejects-sentence
       move trim-source (1:2045) to rejects-sentence
       if w2n-mask-was-applied
           move w2n-mask-reason-word to rejects-reason-word
           move w2n-mask-sentence (1:2045) to rejects-sentence
           set rejects-sentence-is-masked to true
       end-if

       move spaces to rejects-line
       move rejects-record to rejects-line

       exit section.

      *-----------------------------------------------------------------
      * write-normtext-line
      * the sentence W2N handed back rewritten, keyed like the RESULTS
      * and REJECTS records - written whatever the conversion outcome,
      * so the indexing feed gets one line per sentence.
      *-----------------------------------------------------------------
       write-normtext-line section.
       initialize normtext-record
       move output-record-number to normtext-record-number
       move language-work to normtext-language-code
       move document-id-work to normtext-document-id
       move w2n-number-sentences to sentence-national
       move sentence-bytes to normtext-sentence
      *> a masked sentence goes to the indexing feed as starred, not
      *> rewritten - the rewrite would spell the account number out.
       if w2n-mask-was-applied
           move w2n-mask-sentence to normtext-sentence
       end-if

       move spaces to normtext-line
       move normtext-record to normtext-line
       write normtext-line
       add 1 to normtext-written-count

       exit section.

      *-----------------------------------------------------------------
      * write-clearval-record
      * the clear value, reason word and sentence behind a masked
      * record onto CLEARVAL under its record number, clearval-kind-work
      * naming the output that got the starred copy.
      *-----------------------------------------------------------------
       write-clearval-record section.
       add 1 to masked-record-count
       if not clearval-is-open
           exit section
       end-if

       initialize clearval-record
       move output-record-number to clearval-record-number
       move w2n-language-code to clearval-language-code
       move clearval-kind-work to clearval-output-kind
       move document-id-work to clearval-document-id
       move w2n-result-digit-count to clearval-digit-count
       move w2n-result-value-integer to clearval-value
       move w2n-reason-word to clearval-reason-word
       move trim-source (1:2045) to clearval-sentence

       move spaces to clearval-line
       move clearval-record to clearval-line
       write clearval-line

       exit section.

      *-----------------------------------------------------------------
      * find-clear-sentence
      * the clear-input record of the masked reject in hand, into
      * clearval-record: read on from where the last lookup stopped,
      * and once more from the top when that reaches the end - the
      * file runs in record-number order except where a reprocess run
      * extended it.
      *-----------------------------------------------------------------
       find-clear-sentence section.
       move "N" to clear-found-flag
       if clear-input-is-missing
           exit section
       end-if
       if not clear-input-is-open
           open input clear-input-file
           if not CLEARIN-SUCCESS
               display "clear input file " clear-input-name
                       " not found (file status " CLEARIN-STATUS
                       ") - masked rejects kept as they are"
               set clear-input-is-missing to true
               exit section
           end-if
           set clear-input-is-open to true
       end-if

       perform scan-clear-input
       if not clear-value-found
           close clear-input-file
           open input clear-input-file
           perform scan-clear-input
       end-if

       exit section.

       scan-clear-input section.
       perform with test before until clear-value-found
                                    or not CLEARIN-SUCCESS
           read clear-input-file
           if CLEARIN-SUCCESS
               move clear-input-line to clearval-record
               if clearval-record-number = rejects-record-number
                  and clearval-for-rejects
                   set clear-value-found to true
               end-if
           end-if
       end-perform
       exit section.

      *-----------------------------------------------------------------
       finish section.

       if run-mode-is-reprocess
           close reject-input-file
       else
      *> manifest input files are closed as each one finishes
           if not manifest-in-use
               close sentence-file
           end-if
       end-if
       close results-file
       close rejects-file
       if exceptions-file-in-use
           close exceptions-file
       end-if
       close review-file
       if normtext-enabled
           close normtext-file
       end-if
       if verify-is-open
           close verify-file
       end-if
       if master-is-open
           close master-file
       end-if
       if clearval-is-open
           close clearval-file
       end-if
       if clear-input-is-open
           close clear-input-file
       end-if

       move function current-date to batch-end-timestamp

               move CC-THRESHOLD-ABORT to batch-condition-code
           when batch-reject-count > zero
               move CC-WITH-REJECTS to batch-condition-code
           when keyed-mismatch-count > zero
               move CC-WITH-REJECTS to batch-condition-code
      *> a held input file needs re-sending, like a rejected record
      *> needs fixing - the files that did balance are complete.
           when manifest-held-count > zero
               move CC-WITH-REJECTS to batch-condition-code
           when other
               move CC-CLEAN to batch-condition-code
       end-evaluate
           end-string
           write control-line

           if manifest-in-use
               perform write-manifest-control
           end-if

           move "RECORDS READ" to control-line
           move batch-record-count to control-count-edit
           perform write-control-count-line
           move "OUTSIDE PARTITION" to control-line
           move outside-partition-count to control-count-edit
           perform write-control-count-line
           if duplicate-check-skip
               move "SKIPPED AS DUPLICATE" to control-line
               move duplicate-skipped-count to control-count-edit
               perform write-control-count-line
           end-if
           move "CONTINUATION RECORDS" to control-line
           move continuation-record-count to control-count-edit
           perform write-control-count-line
           move "  REJECT 06 SENTENCE OVERFLOW" to control-line
           move reject-reason-count (6) to control-count-edit
           perform write-control-count-line
           move "  REJECT 07 MALFORMED ROMAN" to control-line
           move reject-reason-count (7) to control-count-edit
           perform write-control-count-line
           if exceptions-file-in-use
               move "ROUTED TO EXCEPTIONS" to control-line
               move exception-routed-count to control-count-edit
               perform write-control-count-line
           end-if
           move "ROUTED TO REVIEW (AMBIGUOUS)" to control-line
           move review-routed-count to control-count-edit
           perform write-control-count-line
           if verify-is-open
               move "KEYED AMOUNTS COMPARED" to control-line
               move keyed-compared-count to control-count-edit
               perform write-control-count-line
               move "KEYED AMOUNT MISMATCHES" to control-line
               move keyed-mismatch-count to control-count-edit
               perform write-control-count-line
               if keyed-mismatch-hold
                   move "  HELD ON EXCEPTIONS" to control-line
                   move keyed-held-count to control-count-edit
                   perform write-control-count-line
               end-if
           end-if
           if auto-correct-enabled
               move "AUTO-CORRECTED" to control-line
               move auto-corrected-count to control-count-edit
               perform write-control-count-line
           end-if
           if duplicate-check-flag
               move "FLAGGED AS DUPLICATE" to control-line
               move duplicate-flagged-count to control-count-edit
               perform write-control-count-line
           end-if
           if duplicate-check-reconvert
               move "RECONVERTED DUPLICATES" to control-line
               move duplicate-reconverted-count to control-count-edit
               perform write-control-count-line
           end-if
           if not duplicate-check-off
              and not master-is-open
              and run-mode-is-convert
               move "DUPLICATE CHECK OFF - RESMASTR NOT AVAILABLE"
                 to control-line
               write control-line
           end-if
           if digit-sequence-enabled
               move "DIGIT SEQUENCES MASKED" to control-line
               move masked-record-count to control-count-edit
               perform write-control-count-line
               if masked-record-count > zero
                  and not clearval-is-open
                   move "CLEARVAL NOT AVAILABLE - CLEAR VALUES NOT KEPT"
                     to control-line
                   write control-line
               end-if
               if clear-missing-count > zero
                   move "MASKED REJECTS WITHOUT CLEAR" to control-line
                   move clear-missing-count to control-count-edit
                   perform write-control-count-line
               end-if
           end-if
           if normtext-enabled
               move "NORMALIZED TEXT WRITTEN" to control-line
               move normtext-written-count to control-count-edit
               perform write-control-count-line
           end-if

           if rate-entry-count > zero
               move spaces to control-line

       exit section.

      *-----------------------------------------------------------------
      * write-manifest-control
      * a manifest run's CONTROL report opens with one block per input
      * file - its own records read, trailer balance, converted and
      * rejected counts and hash total, or why it was held - ahead of
      * the run's grand totals.
      *-----------------------------------------------------------------
       write-manifest-control section.
       move spaces to control-line
       string "INPUT MANIFEST      " delimited by size
              manifest-file-name     delimited by size
         into control-line
       end-string
       write control-line

       move zero to manifest-processed-count
       perform varying manifest-idx from 1 by 1
                until manifest-idx > manifest-entry-count
           if manifest-file-processed (manifest-idx)
               add 1 to manifest-processed-count
           end-if
       end-perform
       move "INPUT FILES PROCESSED" to control-line
       move manifest-processed-count to control-count-edit
       perform write-control-count-line
       move "INPUT FILES HELD" to control-line
       move manifest-held-count to control-count-edit
       perform write-control-count-line

       perform varying manifest-idx from 1 by 1
                until manifest-idx > manifest-entry-count
           perform write-manifest-file-lines
       end-perform

       move "GRAND TOTAL ALL INPUT FILES" to control-line
       write control-line

       exit section.

      *-----------------------------------------------------------------
      * write-manifest-file-lines
      * the CONTROL block for manifest entry manifest-idx.
      *-----------------------------------------------------------------
       write-manifest-file-lines section.
       move spaces to control-line
       string "FILE "                            delimited by size
              manifest-idx                       delimited by size
              " "                                delimited by size
              manifest-input-name (manifest-idx) delimited by size
         into control-line
       end-string
       write control-line

       if manifest-file-missing (manifest-idx)
           move "  NOT FOUND - FILE HELD" to control-line
           write control-line
           exit section
       end-if

       move "  RECORDS READ" to control-line
       if manifest-file-processed (manifest-idx)
           move manifest-records-read (manifest-idx)
             to control-count-edit
       else
           move manifest-scan-count (manifest-idx)
             to control-count-edit
       end-if
       perform write-control-count-line

       if manifest-has-trailer (manifest-idx)
           move "  TRAILER EXPECTED" to control-line
           move manifest-trailer-count (manifest-idx)
             to control-count-edit
           perform write-control-count-line
           if manifest-file-unbalanced (manifest-idx)
               move "  TRAILER OUT OF BALANCE - FILE HELD"
                 to control-line
               write control-line
               exit section
           end-if
           move "  TRAILER IN BALANCE" to control-line
       else
           move "  NO TRAILER RECORD" to control-line
       end-if
       write control-line

       if not manifest-file-processed (manifest-idx)
           move "  NOT PROCESSED - RUN ENDED EARLY" to control-line
           write control-line
           exit section
       end-if

       move "  CONVERTED" to control-line
       move manifest-converted (manifest-idx) to control-count-edit
       perform write-control-count-line
       move "  REJECTED" to control-line
       move manifest-rejected (manifest-idx) to control-count-edit
       perform write-control-count-line
       move manifest-hash-total (manifest-idx) to control-hash-edit
       move "  HASH TOTAL" to control-line
       move control-hash-edit to control-line (30:18)
       write control-line

       exit section.

      *-----------------------------------------------------------------
      * write-control-count-line
      * control-line already carries the caption; append the count
