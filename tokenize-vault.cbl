      *> group by account without ever seeing it. the
      *> vault file's read permissions are the operations
      *> team's to restrict - this code only keeps all
      *> clear values inside it.
      *>
      *> a caller that only wants to know a value's token
      *> (the erasure sweep, which must never mint a token
      *> for the very value it is erasing) passes
      *> ls-lookup-only "1": the token comes back if the
      *> value has one, spaces if not, and nothing is
      *> issued
      *>****************************************************

       environment division.
       linkage section.

       77 ls-value                 pic x(30).
       77 ls-lookup-only           pic x.
           88 ls-is-lookup-only               value "1".

       procedure division using ls-value
                                 optional ls-lookup-only.

       mainline.

      *> that the fast path has overflowed
      *>****************************************************

           if ls-lookup-only not omitted
               if ls-is-lookup-only
                   move "0" to ws-scan-found
                   if ws-vault-count >= 500
                       perform scan-vault-for-value
                   end-if
                   if ws-scan-found = "1"
                       move ws-scan-token to ls-value
                   else
                       move spaces to ls-value
                   end-if
                   goback
               end-if
           end-if

           if ws-vault-count >= 500
               if ws-overflow-warned not = "1"
                   display "tokenize-vault: in-storage table "
