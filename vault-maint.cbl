      *> restrict, this code only keeps the mapping inside
      *> it. the retained set scanned for references is
      *> the live calc-journal and calc-batch-out plus
      *> every generation the two archive indexes retain.
      *> a token issued inside an active legal hold that
      *> covers VAULT (hold-check) survives -purge even
      *> unreferenced, and is named and audited as kept
      *>****************************************************

       environment division.
       77 ws-hit-count             pic 9(3).
       77 ws-token-trim            pic x(9).
       77 ws-purged-count          pic 9(3)   value 0.
       77 ws-held-count            pic 9(3)   value 0.
       77 ws-live-count            pic 9(3)   value 0.
       77 ws-rekeyed-count         pic 9(3)   value 0.
       77 ws-new-token             pic x(9).
       77 ws-today-int             pic 9(8).
       77 ws-issued-int            pic 9(8).

       77 ws-hold-class            pic x(8)   value "VAULT".
       77 ws-hold-source           pic x(40)  value "token-vault".
       77 ws-hold-date             pic 9(8).
       77 ws-hold-id               pic x(12).

       77 ws-audit-caller          pic x(20)  value "VAULT-MAINT".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).
               exit paragraph
           end-if

           move zero to ws-purged-count ws-held-count

           open output vault-file

           close vault-file

           display "vault-maint: " ws-purged-count " unreferenced "
               "token(s) purged, " ws-held-count
               " kept under legal hold"

           move "PURGE" to ws-audit-event
           move spaces to ws-audit-detail
           string
               "purged="           delimited by size
               ws-purged-count     delimited by size
               " held="            delimited by size
               ws-held-count       delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event

       purge-one-token.

           move spaces to ws-hold-id
           if ws-vlt-refd(ws-vault-idx) not = "1"
               perform check-legal-hold
           end-if

           if ws-vlt-refd(ws-vault-idx) = "1"
               or ws-hold-id not = spaces
               move spaces to vault-file-rec
               move ws-vlt-token(ws-vault-idx) to vf-token
               move ws-vlt-value(ws-vault-idx) to vf-value
           .


      *>   an unreferenced token's hold date is its issue
      *>   date - the month it was minted for

       check-legal-hold.

           move ws-vlt-issued(ws-vault-idx) to ws-hold-date

           call "hold-check" using ws-hold-class ws-hold-source
                                   ws-hold-date ws-hold-id

           if ws-hold-id not = spaces
               add 1 to ws-held-count
               display "vault-maint: "
                   ws-vlt-token(ws-vault-idx)
                   " unreferenced but held by "
                   function trim(ws-hold-id) " - not purged"
               move "HOLD-SKIP" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   ws-vlt-token(ws-vault-idx)  delimited by size
                   " held by "                 delimited by size
                   function trim(ws-hold-id)   delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller
                                       ws-audit-event
                                       ws-audit-detail
           end-if
           .


      *>****************************************************
      *> fresh tokens for everything still on the vault;
      *> the old-to-new mapping goes to the rekey map so
