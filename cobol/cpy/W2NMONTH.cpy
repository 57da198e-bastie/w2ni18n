      *> Fixed-column MONTHSUM record written by W2NMONTH, the
      *> month-end value summary of RESMASTR - the machine-readable
      *> twin of its MONTHEND report. One run-control record leads;
      *> then for every language and vocabulary version a counts
      *> record and one record per major unit (canonical values) and
      *> per currency (house values); then the same records again at
      *> grand-total level, language and version blank. Totals carry
      *> their sign in front; canonical totals are in the unit's
      *> smallest part, house totals in house smallest units, as the
      *> RESULTS record holds them.
       01 month-summary-record.
         05 month-summary-month        pic x(6).
         05 month-summary-level        pic x(1).
           88 month-summary-is-control   value "R".
           88 month-summary-is-subtotal  value "S".
           88 month-summary-is-grand     value "G".
         05 month-summary-language     pic x(2).
         05 month-summary-vocab-version pic x(14).
         05 month-summary-type         pic x(1).
           88 month-summary-is-counts    value "N".
           88 month-summary-is-unit      value "U".
           88 month-summary-is-currency  value "C".
         05 month-summary-body         pic x(100).
      *> run control: what the sweep read, and what it could not use
         05 month-control-body redefines month-summary-body.
           10 month-master-read        pic 9(9).
           10 month-records-in-month   pic 9(9).
           10 month-records-summarized pic 9(9).
           10 month-records-undecoded  pic 9(9).
           10 month-created            pic x(14).
           10 filler                   pic x(50).
      *> counts: conversions, and the kinds of value among them - a
      *> record may be more than one kind (a year phrase that is also
      *> a date), so the kinds need not add up to the conversions.
         05 month-counts-body redefines month-summary-body.
           10 month-conversions        pic 9(9).
           10 month-dates              pic 9(9).
           10 month-times              pic 9(9).
           10 month-percents           pic 9(9).
           10 month-year-phrases       pic 9(9).
           10 month-unit-amounts       pic 9(9).
           10 month-house-amounts      pic 9(9).
           10 month-other-values       pic 9(9).
           10 filler                   pic x(28).
      *> one unit word (type U) or currency word (type C) and its total
         05 month-amount-body redefines month-summary-body.
           10 month-amount-word        pic x(32).
           10 month-amount-count       pic 9(9).
           10 month-amount-total       pic s9(37)
                                       sign leading separate.
           10 filler                   pic x(21).
