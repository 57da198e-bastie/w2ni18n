      *> The PAYEEMST payee master record, keyed on the payee id the
      *> AMOUNTS records carry (amount-payee-id): who the check is
      *> made out to and where it goes - the payee block N2WBATCH
      *> prints on the check - the language the amount is spelled in
      *> when the AMOUNTS record leaves it blank, and whether checks
      *> may be written to the payee at all. Maintained by N2WPAYEE.
       01 payee-record.
         05 payee-id                   pic x(16).
         05 payee-name                 pic x(40).
         05 payee-address-line         pic x(40) occurs 4.
         05 payee-language             pic x(2).
         05 payee-status               pic x(1).
           88 payee-is-active            value "A".
           88 payee-is-blocked           value "B".
      *> the date of the last maintenance applied to the payee
         05 payee-maintained-date      pic x(8).
      *> a second language every check to the payee is also spelled
      *> in - spaces for checks in one language
         05 payee-second-language      pic x(2).
         05 filler                     pic x(11).

      *> One N2WPAYEE maintenance transaction: the action, the payee
      *> id, then the payee's fields. On a change a blank field keeps
      *> what is on file ("--" in the second language removes it);
      *> block, unblock and delete use the id only.
       01 payee-transaction.
         05 ptx-action                 pic x(1).
           88 ptx-is-add                 value "A".
           88 ptx-is-change              value "C".
           88 ptx-is-block               value "B".
           88 ptx-is-unblock             value "U".
           88 ptx-is-delete              value "D".
         05 filler                     pic x(1).
         05 ptx-payee-id               pic x(16).
         05 filler                     pic x(1).
         05 ptx-name                   pic x(40).
         05 ptx-address-line           pic x(40) occurs 4.
         05 ptx-language               pic x(2).
         05 ptx-second-language        pic x(2).
