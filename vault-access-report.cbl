      *> monthly access report over the vault-access log
      *> re-identify writes, in the error-report style:
      *> lookups summarized by operator (resolved versus
      *> refused, with erase-request's sweeps and erasures
      *> counted apart), plus a flag on any token resolved
      *> unusually often in the month - the page that
      *> answers "who looked up tokens last quarter"
      *> without anyone grepping a restricted file.
               05 ws-op-name       pic x(20).
               05 ws-op-resolved   pic 9(6).
               05 ws-op-refused    pic 9(6).
               05 ws-op-erasure    pic 9(6).
       77 ws-oper-count            pic 99    value 0.
       77 ws-oper-idx              pic 99.

               move ws-rec-operator to ws-op-name(ws-oper-idx)
               move zero to ws-op-resolved(ws-oper-idx)
               move zero to ws-op-refused(ws-oper-idx)
               move zero to ws-op-erasure(ws-oper-idx)
           end-if

           evaluate true
               when ws-rec-outcome = "RESOLVED"
                   add 1 to ws-op-resolved(ws-oper-idx)
               when ws-rec-outcome = "LOCATED"
                   or ws-rec-outcome = "ERASED"
                   or ws-rec-outcome = "ERASE-NONE"
                   or ws-rec-outcome = "ERASE-FAILED"
                   add 1 to ws-op-erasure(ws-oper-idx)
               when other
                   add 1 to ws-op-refused(ws-oper-idx)
           end-evaluate
           .


           move ws-op-refused(ws-oper-idx) to ws-count-edt
           move ws-count-edt to ws-col-value
           move 6 to ws-col-width
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           move "erasure" to ws-col-label
           move ws-op-erasure(ws-oper-idx) to ws-count-edt
           move ws-count-edt to ws-col-value
           move 6 to ws-col-width
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           write access-report-rec from ws-line-build
