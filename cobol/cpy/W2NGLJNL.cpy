      *> One GLJOURNAL record written by W2NGLJNL, the general-ledger
      *> interface: the ledger's import layout, one header, then a
      *> debit and a credit detail line for every house-currency
      *> result that posts, then one control trailer. The record type
      *> in column 1 says which view of the body applies. Amounts are
      *> house smallest units, as results-house-value carries them.
       01 gl-journal-record.
         05 gl-record-type             pic x(1).
           88 gl-record-is-header        value "H".
           88 gl-record-is-detail        value "D".
           88 gl-record-is-trailer       value "T".
         05 gl-record-body             pic x(149).
      *> header: the posting date, the feeding system and the RESULTS
      *> generation the journal was built from.
         05 gl-header-body redefines gl-record-body.
           10 gl-header-journal-date   pic x(8).
           10 gl-header-source         pic x(8).
           10 gl-header-batch-ref      pic x(32).
           10 gl-header-created        pic x(14).
           10 filler                   pic x(87).
      *> detail: one side of one posting. A negative amount swaps the
      *> debit and credit accounts, so the amount is never signed.
         05 gl-detail-body redefines gl-record-body.
           10 gl-detail-line-number    pic 9(7).
           10 gl-detail-account        pic x(12).
           10 gl-detail-dr-cr          pic x(1).
             88 gl-detail-is-debit       value "D".
             88 gl-detail-is-credit      value "C".
           10 gl-detail-amount         pic 9(18).
           10 gl-detail-currency-unit  pic x(32).
           10 gl-detail-document-id    pic x(32).
           10 gl-detail-record-number  pic 9(9).
           10 gl-detail-rate           pic 9(9).
           10 filler                   pic x(29).
      *> trailer: the detail line count and both sides' totals - equal
      *> on every journal W2NGLJNL writes - and the results posted.
         05 gl-trailer-body redefines gl-record-body.
           10 gl-trailer-detail-count  pic 9(9).
           10 gl-trailer-debit-total   pic 9(18).
           10 gl-trailer-credit-total  pic 9(18).
           10 gl-trailer-posted-count  pic 9(9).
           10 filler                   pic x(95).
