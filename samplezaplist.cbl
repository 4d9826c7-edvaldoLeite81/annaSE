       77  ws-semi-count       pic 9(02) value zero.
       77  ws-req-locale       pic x(05).
       77  ws-customer         pic x(20).
       77  ws-gate-flow        pic x(10) value "LIST".
       77  ws-gate-status      pic x(02).
       77  ws-catalog-down     pic x(01) value "N".
          88 catalog-down          value "Y".
       01  ws-code-table.
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
       move reqLocale to ws-req-locale
