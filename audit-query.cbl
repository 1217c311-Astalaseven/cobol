      *>               lines; SUMMARY gives events per
      *>               caller per day, first/last stamp,
      *>               and the days where a caller's
      *>               expected START/END pair is missing;
      *>               VERIFY walks the journal's chain of
      *>               check values, rotated generations
      *>               included, and names the first line
      *>               where it breaks (RETURN-CODE 8)
      *>
      *> "show me everything mask-account did last Tuesday"
      *> is now one command:
       77 ws-sel-to                pic 9(8)   value 99999999.
       77 ws-mode                  pic x(8)   value "DETAIL".
           88 ws-mode-summary                 value "SUMMARY".
           88 ws-mode-verify                  value "VERIFY".

       77 ws-rec-date              pic 9(8).
       77 ws-rec-caller            pic x(20).
       77 ws-count-edt             pic z(5)9.
       77 ws-gap-count             pic 9(4)   value 0.

       77 ws-chain-result          pic x.
       77 ws-chain-where           pic x(100).
       77 ws-chain-checked         pic 9(7).

       procedure division.

       mainline.

           perform resolve-selection

           if ws-mode-verify
               perform verify-chain
               goback
           end-if

           open input audit-in

           if ws-audit-status not = "00"
                   function trim(ws-param-value))
                   to ws-mode
           end-if
           if not ws-mode-summary and not ws-mode-verify
               move "DETAIL" to ws-mode
           end-if
           .
           .


      *>****************************************************
      *> the whole journal, every generation, not the
      *> selection - a chain is only as good as its
      *> weakest link
      *>****************************************************

       verify-chain.

           call "audit-chain" using ws-chain-result ws-chain-where
                                     ws-chain-checked

           evaluate ws-chain-result
               when "1"
                   display "audit-query: chain BROKEN at "
                       function trim(ws-chain-where)
                   display "audit-query: " ws-chain-checked
                       " line(s) verified before the break"
                   move 8 to return-code
               when "2"
                   display "audit-query: no audit journal to verify"
                   move zero to return-code
               when other
                   display "audit-query: chain intact, "
                       ws-chain-checked " line(s) verified"
                   if ws-chain-where not = spaces
                       display "audit-query: "
                           function trim(ws-chain-where)
                   end-if
                   move zero to return-code
           end-evaluate
           .


       read-next-line.

           read audit-in
