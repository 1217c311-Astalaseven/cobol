       identification division.
       program-id. chain-value.

      *>****************************************************
      *> the check value that chains one cycle audit
      *> journal line to the line before it: a rolling
      *> hash seeded with the previous line's check value
      *> and folded over every significant character of
      *> this line's text, held to nine digits. altering,
      *> inserting or removing a line changes the value
      *> every later line was written against, so the
      *> first altered line is where a recomputed chain
      *> stops agreeing with the one on file. audit-log
      *> writes with it, audit-chain verifies with it -
      *> the one definition of the chain.
      *>
      *>   CALL "chain-value" USING previous text value
      *>
      *> previous is 0 for the first line of a new chain
      *>****************************************************

       data division.

       working-storage section.

       77 ws-text-len              pic 9(3).
       77 ws-char-idx              pic 9(3).
       77 ws-char-ord              pic 9(3).
       77 ws-rolling               pic 9(12).

       linkage section.

       77 ls-previous              pic 9(9).
       77 ls-text                  pic x(160).
       77 ls-value                 pic 9(9).

       procedure division using ls-previous ls-text ls-value.

       mainline.

           move ls-previous to ws-rolling

           if ls-text = spaces
               move zero to ws-text-len
           else
               compute ws-text-len = function length(
                   function trim(ls-text trailing))
           end-if

           perform fold-one-char
               varying ws-char-idx from 1 by 1
               until ws-char-idx > ws-text-len

           move ws-rolling to ls-value

           goback.


      *>   999999937 is the largest nine-digit prime, so
      *>   the value never outgrows its nine-digit field

       fold-one-char.

           compute ws-char-ord =
               function ord(ls-text(ws-char-idx:1))
           compute ws-rolling = function mod(
               ws-rolling * 131 + ws-char-ord, 999999937)
           .
