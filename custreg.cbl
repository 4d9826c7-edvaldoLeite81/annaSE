                invalid key
                   perform CREATE-FIRST-CONTACT
                not invalid key
      *> cadastro criado ja bloqueado pelo custblk, antes de o
      *> telefone falar com a loja, chega aqui sem primeiro contato
                   if customerFirstContact = zero
                      move ws-today to customerFirstContact
                   end-if
                   move ws-today to customerLastContact
                   rewrite tblCustomerRec
           end-read
           move "Y"           to customerOptIn
           move ws-today      to customerFirstContact
           move ws-today      to customerLastContact
           move "N"           to customerBlocked
           write tblCustomerRec.
