      *> One DISPJRNL record written by W2NDISP, the exceptions
      *> review: an "O" line the first time an EXCEPTIONS item is
      *> presented (its aging starts there), then one "A"/"C"/"R" line
      *> when a reviewer disposes of it. The journal is appended, never
      *> rewritten, so it is both the audit trail of who decided what
      *> and the state W2NDISP reads back to know which items are still
      *> open. Items are keyed by the EXCEPTIONS file they sit on, the
      *> results record number and document id the conversion carried
      *> and the stamp of the W2NBATCH run that wrote the item (see
      *> W2NEXCP.cpy) - spaces on a line journaled before the stamp
      *> was carried.
       01 disposition-record.
         05 disposition-stamp          pic x(14).
         05 disposition-action         pic x(1).
           88 disposition-is-opened      value "O".
           88 disposition-is-accepted    value "A".
           88 disposition-is-corrected   value "C".
           88 disposition-is-rejected    value "R".
           88 disposition-is-final       value "A", "C", "R".
         05 disposition-reviewer       pic x(8).
         05 disposition-exceptions-file pic x(64).
         05 disposition-record-number  pic 9(9).
         05 disposition-document-id    pic x(32).
         05 disposition-rule-key       pic x(32).
      *> the value as converted, and on a correction the value the
      *> reviewer keyed (the canonical total in smallest units on a
      *> compound-unit record, the plain value otherwise) - zeros on
      *> an accept or reject.
         05 disposition-old-sign       pic x(1).
         05 disposition-old-integer    pic 9(38).
      *> a masked digit sequence journals as W2NBATCH starred it.
         05 disposition-old-masked redefines disposition-old-integer
                                       pic x(38).
         05 disposition-old-decimal    pic 9(38).
         05 disposition-new-sign       pic x(1).
         05 disposition-new-integer    pic 9(38).
         05 disposition-new-decimal    pic 9(38).
         05 disposition-reason         pic x(60).
         05 disposition-run-stamp      pic x(14).
