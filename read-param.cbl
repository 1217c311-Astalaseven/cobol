      *> on first call only; RUN_PARAMS names the file
      *> itself (that one has to stay an env var - the file
      *> can hardly name itself)
      *>
      *> an optional third argument comes back naming where
      *> the value was found - "environment", "run-params",
      *> or "staged yyyymmdd" for an effective-dated value -
      *> and spaces when nothing was, the caller's default
      *> then applying; the per-run parameter snapshot is
      *> built from it
      *>****************************************************

       environment division.
           03 ws-param-entry occurs 100.
               05 ws-pt-key        pic x(30).
               05 ws-pt-value      pic x(80).
               05 ws-pt-source     pic x(20).

       77 ws-env-name              pic x(30).
       77 ws-env-value             pic x(80).

       77 ls-key                   pic x(30).
       77 ls-value                 pic x(80).
       77 ls-source                pic x(20).

       procedure division using ls-key ls-value
                                optional ls-source.

       mainline.

           end-if

           move spaces to ls-value
           if ls-source not omitted
               move spaces to ls-source
           end-if

      *>****************************************************
      *> a live export always wins over the file, so a

           if ws-env-value not = spaces
               move ws-env-value to ls-value
               if ls-source not omitted
                   move "environment" to ls-source
               end-if
           else
               perform lookup-param
           end-if
               until ws-entry-idx > ws-entry-count
               if ws-pt-key(ws-entry-idx) = ls-key
                   move ws-pt-value(ws-entry-idx) to ls-value
                   if ls-source not omitted
                       move ws-pt-source(ws-entry-idx) to ls-source
                   end-if
                   exit perform
               end-if
           end-perform
                       function trim(ws-pend-key-in)
                   move function trim(ws-pend-value-in)
                       to ws-pt-value(ws-entry-idx)
                   perform take-pending-source
                   exit paragraph
               end-if
           end-perform

           if ws-entry-count < 100
               add 1 to ws-entry-count
               move ws-entry-count to ws-entry-idx
               move function trim(ws-pend-key-in)
                   to ws-pt-key(ws-entry-count)
               move function trim(ws-pend-value-in)
                   to ws-pt-value(ws-entry-count)
               perform take-pending-source
           end-if
           .


       take-pending-source.

           move spaces to ws-pt-source(ws-entry-idx)
           string
               "staged "               delimited by size
               ws-pend-date-in(1:8)    delimited by size
               into ws-pt-source(ws-entry-idx)
           end-string
           .


       load-one-param.

           if param-file-rec not = spaces
                       to ws-pt-key(ws-entry-count)
                   move function trim(ws-rec-value)
                       to ws-pt-value(ws-entry-count)
                   move "run-params" to ws-pt-source(ws-entry-count)
               end-if
           end-if

