      *> unused delimiter slots must be set to low-values   *
      *> by the caller (spaces would match runs of blanks   *
      *> and silently eat real field content)                *
      *> a run of delimiters counts as one on the plain      *
      *> path; a caller whose records carry blank cells      *
      *> (a spreadsheet extract) passes ls-keep-empty "1"    *
      *> and every delimiter then closes a field, blank or   *
      *> not, the way the quoted path always has             *
      *>****************************************************

       data division.
      *>****************************************************

       77 ws-quote-count     pic 9(3).
       77 ws-walk-record     pic x.
       77 ws-walk-idx        pic 9(3).
       77 ws-field-num       pic 99.
       77 ws-store-len       pic 99.
           88 ls-is-oversized       value "1".
       77 ls-parse-error    pic x.
           88 ls-is-parse-error     value "1".
       77 ls-keep-empty     pic x.
           88 ls-is-keep-empty      value "1".

       procedure division using ls-record ls-delim1 ls-delim2
                                 ls-delim3 ls-parsed ls-field-count
                                 optional ls-oversized
                                 optional ls-parse-error
                                 optional ls-keep-empty.

       move zero to ls-field-count
       if ls-oversized not omitted
       inspect ls-record(1:ws-record-len)
           tallying ws-quote-count for all """"

       move "0" to ws-walk-record
       if ws-quote-count > 0
           move "1" to ws-walk-record
       end-if
       if ls-keep-empty not omitted
           if ls-is-keep-empty
               move "1" to ws-walk-record
           end-if
       end-if

       if ws-walk-record = "1"
           perform parse-quoted-record
           perform check-oversized
           goback
