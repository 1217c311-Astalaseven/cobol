                           to ls-message
                   end-if

               when 105
                   if ws-lang-is-fr
                       move "compte inconnu du plan comptable"
                           to ls-message
                   else
                       move "ledger account not on chart of accounts"
                           to ls-message
                   end-if

               when 106
                   if ws-lang-is-fr
                       move "compte clos au plan comptable"
                           to ls-message
                   else
                       move "ledger account is closed"
                           to ls-message
                   end-if

               when 107
                   if ws-lang-is-fr
                       move "date de valeur dans une periode close"
                           to ls-message
                   else
                       move "value date falls in a closed period"
                           to ls-message
                   end-if

               when 108
                   if ws-lang-is-fr
                       move "date de valeur invalide" to ls-message
                   else
                       move "value date is not a valid date"
                           to ls-message
                   end-if

               when 109
                   if ws-lang-is-fr
                       move "transaction deja comptabilisee"
                           to ls-message
                   else
                       move "duplicate transaction id - already posted"
                           to ls-message
                   end-if

               when 110
                   if ws-lang-is-fr
                       move "appel de formule invalide" to ls-message
                   else
                       move "formula call cannot be expanded"
                           to ls-message
                   end-if

               when 201
                   if ws-lang-is-fr
                       move "erreur lors de l'addition" to ls-message
