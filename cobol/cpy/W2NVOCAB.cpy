      *> One VOCPEND record written by W2NVOCAB, the vocabulary
      *> maintenance utility: a "Q" line when an operator's ADD, RENAME
      *> or RETIRE is queued instead of going live, then one "A"/"D"
      *> line when a second, authorized user approves or declines it.
      *> The file is appended, never rewritten, so it is both the
      *> record of who proposed and who decided each change and the
      *> queue W2NVOCAB reads back to know what still awaits approval.
      *> Changes are numbered across all languages.
       01 vocab-change-record.
         05 vocab-change-stamp         pic x(14).
         05 vocab-change-action        pic x(1).
           88 vocab-change-is-queued     value "Q".
           88 vocab-change-is-approved   value "A".
           88 vocab-change-is-declined   value "D".
         05 vocab-change-id            pic 9(9).
         05 vocab-change-lang          pic x(2).
      *> the maker on a "Q" line, the checker on an "A"/"D" line
         05 vocab-change-user          pic x(8).
      *> the ADD/RENAME/RETIRE command as the maker gave it, and the
      *> config_<lang>.properties line before and after it - before is
      *> spaces for an ADD, which only appends a line.
         05 vocab-change-command       pic x(128).
         05 vocab-change-before        pic x(81).
         05 vocab-change-after         pic x(81).
      *> the checker's reason on a decline
         05 vocab-change-reason        pic x(60).
