       77  ws-order-number     pic 9(08).
       77  ws-fail-code        pic x(15).
       77  ws-customer         pic x(20).
       77  ws-gate-flow        pic x(10) value "ORDER".
       77  ws-gate-status      pic x(02).
       77  ws-cart-bad         pic x(01) value "N".
          88 cart-bad              value "Y".
       77  ws-backorder-ok     pic x(01).
          88 backorder-accepted    value "S" "s" "Y" "y".

       *> tokens crus do payload: codigo e quantidade alternados,
       *> ate 10 pares (mesmo limite da lista de codigos do
             03 identified by "produtoPedido".
                05 orderPayload pic x any length.

       *> resposta do cliente a oferta de encomenda: "S" = aceita
       *> esperar a mercadoria chegar quando o estoque nao cobre o
       *> carrinho (o pedido fica "backorder" na fila de espera em
       *> vez de sair recusado). vem em claro, igual ao locale - nao
       *> ha dado do cliente nele; app antigo nao manda nada e o
       *> carrinho sem estoque continua recusado como sempre
         01  getbackorder identified by "".
             03 identified by "aceitaEncomenda".
                05 backorderFlag pic x any length.

       *> variavel para atribuir o IV (Initial Vector) e o locale do
       *> preco na resposta ("BR" virgula decimal, outros ponto
       *> decimal - default "BR" quando o app nao manda nada)
       *> recebe as variaveis vindas do whatsapp
       comm-area:>accept(annaexec).
       comm-area:>accept (getorder).
       comm-area:>accept (getbackorder).

       *> chaves de decriptar/encriptar vem de um arquivo de acesso
       *> restrito, fora do fonte, para permitir a rotacao das
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
       move backorderFlag to ws-backorder-ok

       *> cria uma instancia da classe Decipher
       set bf to Crypt:>new()
          end-if
       end-if

      *> recusa por falta de saldo (nao por codigo inexistente ou
      *> descontinuado) com o cliente aceitando esperar: o pedido
      *> vai para a fila de encomendas sem baixar nada, e o bofill
      *> aloca quando o stkrecv der entrada da mercadoria
       if ws-order-status = "rejected"
          and cart-FailShortStock
          and backorder-accepted
          move "backorder" to ws-order-status
       end-if

       if cartFailLine > zero
          move clCode(cartFailLine) to ws-fail-code
       else
           if lkStatus = "no"
              move "rejected" to ws-order-status
              move ws-pair-i to cartFailLine
              move "N" to cartFailReason
           end-if.
       VALIDATE-ONE-EXIT.
           exit.
       *> (mesma ideia do log de auditoria das consultas). o ordlog
       *> atribui o numero unico do pedido e devolve em
       *> ws-order-number, que segue na resposta para o cliente
       *> poder consultar a situacao depois (samplezapstatus).
       *> pedido em "backorder" tambem entra na fila de espera
       *> (bolog), um registro por item, sob o numero ja atribuido
       *> ---------------------------------------------------------
       WRITE-ORDER-RECORD.
           call "ordlog" using cartOrder, ws-order-status,
                ws-order-number, ws-customer

           if ws-order-status = "backorder"
              call "bolog" using cartOrder, ws-order-number
           end-if.

       *> ---------------------------------------------------------
       *> BUILD-ITEM-BLOCK - acrescenta o bloco Container001 de um
       *> BUILD-ORDER-BLOCK - bloco final com o numero do pedido, a
       *> situacao do carrinho inteiro e, quando recusado, qual item
       *> falhou (failLine/failCode) - e assim que a resposta diz ao
       *> cliente o que tirar do carrinho para o resto passar. na
       *> encomenda ("backorder") o mesmo par diz qual item esta
       *> sendo esperado
       *> ---------------------------------------------------------
       BUILD-ORDER-BLOCK.
           if cartLineCount > zero
