           03 filler pic x(20) value "DRIFT_REPORT".
           03 filler pic x(40) value "file-drift-report".
           03 filler pic x(20) value "drift-report".
           03 filler pic x(20) value "TRIAL_BALANCE".
           03 filler pic x(40) value "file-trial-balance".
           03 filler pic x(20) value "trial-balance".
           03 filler pic x(20) value "BUDGET_REPORT".
           03 filler pic x(40) value "file-budget-report".
           03 filler pic x(20) value "budget-report".
           03 filler pic x(20) value "STATUS_BOARD".
           03 filler pic x(40) value "file-status-board".
           03 filler pic x(20) value "status-board".
           03 filler pic x(20) value "DEGDAY_REPORT".
           03 filler pic x(40) value "file-degday-report".
           03 filler pic x(20) value "degday-report".
           03 filler pic x(20) value "BILLING_EXTRACT".
           03 filler pic x(40) value "file-billing-extract".
           03 filler pic x(20) value "billing-extract".
           03 filler pic x(20) value "GL_POSTING_FILE".
           03 filler pic x(40) value "file-gl-posting".
           03 filler pic x(20) value "gl-posting".
           03 filler pic x(20) value "INCIDENT_REPORT".
           03 filler pic x(40) value "file-incident-report".
           03 filler pic x(20) value "incident-report".
       01 ws-spool-table redefines ws-spool-list.
           03 ws-sp-entry occurs 14.
               05 ws-sp-key        pic x(20).
               05 ws-sp-name       pic x(40).
               05 ws-sp-label      pic x(20).
       77 ws-sp-idx                pic 99.
       77 ws-sp-count              pic 99     value 14.

       77 ws-source-file           pic x(80).
       77 ws-step-name             pic x(20)  value "SPOOL-CYCLE".
       77 ws-spooled-count         pic 99     value 0.
       77 ws-spool-rc              pic s9(9).
       77 ws-return-code           pic 9      value 0.

       procedure division.


           perform spool-one-report
               varying ws-sp-idx from 1 by 1
               until ws-sp-idx > ws-sp-count

           display "spool-cycle: " ws-spooled-count
               " report name(s) handed to the spool writer"

           move ws-return-code to return-code

           goback.

                   display "spool-cycle: spool-report program "
                       "not found"
           end-call
           move return-code to ws-spool-rc
           move zero to return-code

      *>   a report the spool writer could not read in full
      *>   fails the step rather than leaving the night's
      *>   spool set quietly short
           if ws-spool-rc not = 0
               display "spool-cycle: "
                   function trim(ws-source-file)
                   " was not spooled"
               move 8 to ws-return-code
           end-if

           add 1 to ws-spooled-count
           .
