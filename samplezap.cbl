       77  ws-lookup-code      pic x(15).
       77  ws-req-locale       pic x(05).
       77  ws-customer         pic x(20).
       77  ws-gate-flow        pic x(10) value "LOOKUP".
       77  ws-gate-status      pic x(02).
       copy "lkupresult.cpy".

       *> variavel para atribuir o codigo digitado pelo usuario
          goback
       end-if.

      *> telefone bloqueado no cadastro ou acima do limite de
      *> requisicoes deste fluxo (reqgate) - recusa antes de
      *> decriptar ou ler qualquer arquivo
       move custPhone to ws-customer
       call "reqgate" using ws-customer, ws-gate-flow, ws-gate-status
       if ws-gate-status = "bl"
          comm-area:>displayText("atendimento indisponivel")
          goback
       end-if
       if ws-gate-status = "th"
          comm-area:>displayText("por favor, tente mais tarde")
          goback
       end-if.

       move ws-dkey to dkey
       move ws-ekey to ekey

