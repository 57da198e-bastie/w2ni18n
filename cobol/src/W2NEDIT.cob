      * counts go to the EDITRPT report and the run ends with a
      * nonzero condition code on any failure, so the scheduler holds
      * W2NBATCH instead of discovering the bad extract from the
      * REJECTS file at 3 a.m. Every well-formed document id is also
      * looked up on the RESMASTR conversion master: an id some
      * earlier run already converted - the source system re-sending
      * yesterday's extract - is listed on the PRIORRPT report with
      * the latest run date on file and the value converted then - a
      * digit sequence starred down to its last four digits wherever
      * the convert run would mask it (the mask-digits card, else the
      * language profile's mask-digits key).
      * Condition codes: 0 extract clean, 4 clean but documents
      * already on RESMASTR, 8 edit failures found, 16 SENTENCES
      * missing.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT languages-file ASSIGN TO "data/languages.properties"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LANGUAGES-STATUS.
      *> the conversion master W2NLOAD maintains, keyed on document id
      *> plus run date - read forward from the document id to find
      *> every run date it was loaded under. Optional: without it the
      *> prior-run check is skipped and EDITRPT says so.
       SELECT master-file ASSIGN TO "RESMASTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS master-key
              FILE STATUS IS MASTER-STATUS.
       SELECT prior-report-file ASSIGN TO "PRIORRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRIORRPT-STATUS.
       SELECT profile-file ASSIGN TO dynmaic-profile-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROFILE-STATUS.

      *=================================================================
       DATA DIVISION.
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 languages-line        pic x(80).

       FD master-file
          RECORD CONTAINS 2240 CHARACTERS.
       01 master-record.
         05 master-key.
           10 master-document-id  pic x(32).
           10 master-run-date     pic x(8).
         05 master-results        pic x(2200).

       FD prior-report-file
          RECORD CONTAINS 1 TO 160 CHARACTERS.
       01 prior-report-line     pic x(160).

       FD profile-file
          RECORD CONTAINS 1 TO 80 CHARACTERS.
       01 profile-line.
         05 profile-content       pic n(80).
         05 profile-content-bytes redefines profile-content pic x(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==EDITRPT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==LANGUAGES==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==MASTER==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PRIORRPT==.
       01 filler.
       copy "FILE-STATUS.CPY" replacing ==:FILE:== by ==PROFILE==.

      *> installed-language registry, the same data/languages.properties
      *> W2N validates against - so this pass accepts exactly what the
       01 sentence-column-parm  pic 9(3) value 3.
       01 document-id-column-parm pic 9(3) value 1.
       01 language-column-parm  pic 9(3) value zero.
      *> mask-digits=yes|no, the convert run's override of the
      *> profiles' mask-digits key - blank leaves it to the profile.
       01 mask-digits-parm      pic x(1) value space.
       01 extract-column-work   pic 9(3).

       copy "TxtUtils.cpy". *> for call - splits the extract columns
       01 id-end-pos            pic 9(4).
       01 id-bad-flag           pic x(1).

      *> prior-run check against RESMASTR: the latest run date a
      *> document id is on file under, and that run's RESULTS record.
       01 master-open-flag      pic x(1) value "N".
         88 master-is-open        value "Y".
       01 prior-converted-count pic 9(9) value zero.
       01 prior-run-date-work   pic x(8).
       01 prior-results-work    pic x(2200).
       01 prior-value-edit      pic z(37)9.
       01 prior-value-pos       pic 9(4).

      *> a digit sequence on file goes onto PRIORRPT the way W2N
      *> masks it: every digit but the last four starred, when the
      *> run's card or the record's language profile asks for it.
      *> Each language's mask-digits key is read once.
       77 MASK-SHOWN-DIGITS     pic 9(2) value 4.
       01 prior-masked-text     pic x(38).
       01 prior-digit-count     pic 9(4).
       01 prior-mask-flag       pic x(1).
         88 prior-value-masked    value "Y".
       01 filler.
        03 mask-language-entry   occurs 16.
         05 mask-language-code    pic x(2).
         05 mask-language-flag    pic x(1).
       01 mask-language-count   pic 9(2) value zero.
       01 mask-language-idx     pic 9(2).
       01 dynmaic-profile-file-name pic x(64).
       01 profile-key-work      pic x(32).
       01 profile-value-work    pic x(64).
       01 profile-scan-pos      pic 9(4).

       copy "W2NRESULT.cpy". *> fixed-column RESULTS record

      *=================================================================
       PROCEDURE DIVISION.
       main section.
           stop run
       end-if

       open input master-file
       if MASTER-SUCCESS
           open output prior-report-file
           if not PRIORRPT-SUCCESS
               display "Unable to open PRIORRPT (file status "
                       PRIORRPT-STATUS ") - no prior-run check"
               close master-file
               exit section
           end-if
           set master-is-open to true
           move "DOCUMENTS ALREADY CONVERTED IN AN EARLIER RUN"
             to prior-report-line
           write prior-report-line
           move spaces to prior-report-line
           string "RECORD    DOCUMENT ID                      "
                    delimited by size
                  "RUN DATE VALUE ON FILE" delimited by size
             into prior-report-line
           end-string
           write prior-report-line
       else
           display "RESMASTR not available (file status "
                   MASTER-STATUS ") - no prior-run check"
       end-if

       exit section.

      *-----------------------------------------------------------------
                   when parms-key-work = "LANGUAGE-COLUMN"
                       move function numval (parms-value-work)
                         to language-column-parm
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
                   when other
                       continue
               end-evaluate
           else
               set id-table-is-full to true
           end-if
           if master-is-open
               perform check-prior-conversion
           end-if
       end-if

       exit section.

      *-----------------------------------------------------------------
      * check-prior-conversion
      * position on the first RESMASTR key of the document id (run
      * date low-values) and read forward while the id still matches
      * - the key is id then date, so the last one read is the
      * latest run. A hit is listed on PRIORRPT; it is no edit
      * failure - W2NBATCH's duplicate-check card decides what
      * becomes of the document.
      *-----------------------------------------------------------------
       check-prior-conversion section.
       move spaces to prior-run-date-work
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
                   move master-results to prior-results-work
               else
                   move "10" to MASTER-STATUS
               end-if
           end-if
       end-perform

       if prior-run-date-work = spaces
           exit section
       end-if

       add 1 to prior-converted-count
       move prior-results-work to results-record

       move spaces to prior-report-line
       move edit-record-count to prior-report-line (1:9)
       move document-id-work to prior-report-line (11:32)
       move prior-run-date-work to prior-report-line (44:8)
       perform mask-prior-value
       if prior-value-masked
           move prior-masked-text
                (39 - prior-digit-count:prior-digit-count)
             to prior-report-line (53:prior-digit-count)
           write prior-report-line
           exit section
       end-if
       move results-value-integer to prior-value-edit
       perform varying prior-value-pos from 1 by 1
                until prior-value-pos >= 38
                   or prior-value-edit (prior-value-pos:1) not = space
       end-perform
       move 53 to id-scan-pos
       if results-is-negative
           move "-" to prior-report-line (id-scan-pos:1)
           add 1 to id-scan-pos
       end-if
       string prior-value-edit (prior-value-pos:) delimited by size
         into prior-report-line
         with pointer id-scan-pos
       end-string
       if not results-value-is-integer
           string "." delimited by size
                  results-value-decimal delimited by size
             into prior-report-line
             with pointer id-scan-pos
           end-string
       end-if
       write prior-report-line

       exit section.

      *-----------------------------------------------------------------
      * mask-prior-value
      * a digit-sequence value from RESMASTR into prior-masked-text,
      * right-justified over its digit count with every digit but the
      * last four starred - only when the run's mask-digits card, or
      * without one the language profile, masks digit sequences.
      *-----------------------------------------------------------------
       mask-prior-value section.
       move "N" to prior-mask-flag
       if results-digit-count is not numeric
          or results-digit-count = zero
           exit section
       end-if
       move results-digit-count to prior-digit-count
       if prior-digit-count > 38
           move 38 to prior-digit-count
       end-if

       evaluate mask-digits-parm
           when "Y"
               move "Y" to prior-mask-flag
           when "N"
               exit section
           when other
               perform find-language-masking
               move mask-language-flag (mask-language-idx)
                 to prior-mask-flag
       end-evaluate
       if not prior-value-masked
           exit section
       end-if

       move spaces to prior-masked-text
       move results-value-integer
            (39 - prior-digit-count:prior-digit-count)
         to prior-masked-text
            (39 - prior-digit-count:prior-digit-count)
       if prior-digit-count > MASK-SHOWN-DIGITS
           move all "*"
             to prior-masked-text
                (39 - prior-digit-count:
                 prior-digit-count - MASK-SHOWN-DIGITS)
       end-if
       exit section.

      *-----------------------------------------------------------------
      * find-language-masking
      * mask-language-idx at the record language's entry, its
      * profile's mask-digits key read the first time the language
      * comes up. A language past the table, or without a profile,
      * is masked - the safe side.
      *-----------------------------------------------------------------
       find-language-masking section.
       perform varying mask-language-idx from 1 by 1
                until mask-language-idx > mask-language-count
           if mask-language-code (mask-language-idx)
                = results-language-code
               exit section
           end-if
       end-perform

       if mask-language-count < 16
           add 1 to mask-language-count
       end-if
       move mask-language-count to mask-language-idx
       move results-language-code
         to mask-language-code (mask-language-idx)
       move "Y" to mask-language-flag (mask-language-idx)

       move spaces to dynmaic-profile-file-name
       string "data/profile_" delimited by size
              function lower-case (results-language-code)
                delimited by size
              ".properties" delimited by size
         into dynmaic-profile-file-name
       end-string

       open input profile-file
       if PROFILE-SUCCESS
           perform with test before until not PROFILE-SUCCESS
               read profile-file
               if PROFILE-SUCCESS
                   perform load-mask-profile-line
               end-if
           end-perform
           close profile-file
       end-if
       exit section.

       load-mask-profile-line section.
       if profile-content-bytes (1:1) = "#"
          or profile-content-bytes = spaces
           exit section
       end-if

       perform varying profile-scan-pos from 1 by 1
                until profile-scan-pos > 80
                   or profile-content-bytes (profile-scan-pos:1)
                      = PARMS-KEY-VALUE-DELIMITER
       end-perform
       if profile-scan-pos < 2 or profile-scan-pos >= 80
           exit section
       end-if

       move function upper-case
            (profile-content-bytes (1:profile-scan-pos - 1))
         to profile-key-work
       move function upper-case
            (profile-content-bytes (profile-scan-pos + 1:))
         to profile-value-work
       if profile-key-work = "MASK-DIGITS"
           if profile-value-work (1:3) = "YES"
               move "Y" to mask-language-flag (mask-language-idx)
           else
               move "N" to mask-language-flag (mask-language-idx)
           end-if
       end-if
       exit section.

      *-----------------------------------------------------------------
           write edit-report-line
       end-if

       if master-is-open
           move "ALREADY CONVERTED (PRIORRPT)" to edit-report-line
           move prior-converted-count to record-count-edit
           perform write-edit-count-line
       else
           move "NO PRIOR-RUN CHECK - RESMASTR/PRIORRPT NOT AVAILABLE"
             to edit-report-line
           write edit-report-line
       end-if

       if edit-failed-count > zero
           move "EXTRACT FAILED EDIT - HOLD THE CONVERT RUN"
             to edit-report-line
       display "W2NEDIT checked " record-count-edit " record(s), "
                edit-failed-count " failed"

       if master-is-open
           close master-file
           close prior-report-file
       end-if

       evaluate true
           when edit-failed-count > zero
               move 8 to return-code
           when prior-converted-count > zero
               move 4 to return-code
           when other
               move zero to return-code
       end-evaluate

       exit section.

       END PROGRAM W2NEDIT.
