       77  ws-order-number     pic 9(08).
       77  ws-cancel-status    pic x(10).
       77  ws-customer         pic x(20).
       77  ws-gate-flow        pic x(10) value "CANCEL".
       77  ws-gate-status      pic x(02).

       *> variavel para atribuir o numero do pedido que o usuario
       *> quer cancelar - o numero que o samplezaporder devolveu na
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

