       PROGRAM-ID. samplezapmyord.
       CONFIGURATION SECTION.
       special-names.
       decimal-point is comma.

       repository.
        class web-area as "com.iscobol.rts.HTTPHandler"
        class Crypt as "com.interon.cryptography.Decipher"
        class Blockexception as
             "javax.crypto.IllegalBlockSizeException"
        class GeneralException as "java.lang.Exception"
       .

       WORKING-STORAGE SECTION.
       77  bf                  object reference Crypt.
       77  wsException         object reference GeneralException.
       77  ws-err-msg          pic x(200).
       77  ws-err-class        pic x(60).
       77  ws-err-stage        pic x(10).
       77  dkey                pic x any length.
       77  ekey                pic x any length.
       77  ws-dkey             pic x(64).
       77  ws-ekey             pic x(64).
       77  ws-key-status       pic x(02).
       77  crypt-text          pic x any length.
       77  crypt-iv            pic x any length.
       77  json-text           pic x any length.
       77  ws-json-accum       pic x any length.
       77  block-text          pic x any length.
       77  finalresponse       pic x any length.
       77  newIV               pic x any length.
       77  ws-idx              pic 9(02).
       77  ws-idx-digit        pic 9(01).
       77  ws-idx-text         pic x(02).
       77  ws-req-locale       pic x(05).
       77  ws-more-text        pic x(10).
       77  ws-my-offset        pic 9(04).
       77  ws-customer         pic x(20).
       77  ws-gate-flow        pic x(10) value "MYORDERS".
       77  ws-gate-status      pic x(02).
       copy "myordresult.cpy".

       *> token de paginacao devolvido na pagina anterior ("meus
       *> pedidos" e sempre do remetente - quem e o cliente vem do
       *> custPhone do bloco ANNAEXEC, nunca do payload). vem
       *> criptografado, igual ao token do samplezapcat; ausente
       *> (primeira pagina) ou invalido, comeca da primeira pagina
         01  getmypage identified by "".
             03 identified by "meusPedidosPagina".
                05 pagePayload  pic x any length.

       *> variavel para atribuir o IV (Initial Vector) e o locale do
       *> valor na resposta ("BR" virgula decimal, outros ponto
       *> decimal - default "BR" quando o app nao manda nada)
         01  annaexec identified by "".
             03 identified by "ANNAEXEC".
                05 receivedIV   pic x any length.
                05 reqLocale    pic x any length.
      *> identificador de telefone de quem mandou a mensagem - o
      *> lado do whatsapp ja conhece o remetente; vai para o
      *> cadastro de clientes (custreg) e para os logs
                05 custPhone    pic x any length.

       LINKAGE SECTION.
        01  comm-area object reference web-area.

       PROCEDURE DIVISION USING comm-area.
       INICIO.

       *> recebe as variaveis vindas do whatsapp
       comm-area:>accept(annaexec).
       comm-area:>accept (getmypage).

       *> chaves de decriptar/encriptar vem de um arquivo de acesso
       *> restrito, fora do fonte, para permitir a rotacao das
       *> chaves sem recompilar o programa
       call "keycfg" using ws-dkey, ws-ekey, ws-key-status

      *> chaveiro fora do ar ou com uma chave em branco - nao da para
      *> encriptar a resposta, entao nem chega a instanciar o Crypt
       if ws-key-status <> "00"
          comm-area:>displayText("servico temporariamente indisponivel")
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

       *> cria uma instancia da classe Decipher
       set bf to Crypt:>new()

       *> necessario utilizar TRY / CATCH pois podem ocorrer excecoes
       *> - na primeira pagina nao ha token e nao ha o que decriptar
       if pagePayload not = spaces
          try
             set pagePayload
                 to bf:>"iscDecrypt"(pagePayload, dkey, receivedIV)

           catch Blockexception
                 comm-area:>displayText("erro BlockException")
                 goback

       *> qualquer outra excecao tambem precisa ser tratada, para o
       *> cliente nao ficar sem resposta e a sessao nao cair
           catch GeneralException into wsException
                 set ws-err-msg to wsException:>"getMessage"()
                 set ws-err-class to
                     wsException:>"getClass"():>"getName"()
                 comm-area:>displayText("por favor, tente novamente")
                 move "DECRYPT" to ws-err-stage
                 call "errlog" using ws-err-stage, ws-err-class,
                      ws-err-msg
                 goback
          end-try
       end-if

       move zero to ws-my-offset
       move spaces to ws-more-text
       move pagePayload to ws-more-text
       if ws-more-text not = spaces
                       and ws-more-text numeric
          move ws-more-text to ws-my-offset
       end-if

      *> sem o telefone do remetente (app antigo) nao ha de quem
      *> listar os pedidos - mesmo tratamento do pedido malformado
      *> no samplezaporder
       move custPhone to ws-customer
       if ws-customer = spaces
          move "MALFORMED" to ws-err-stage
          move spaces to ws-err-class
          move "meus pedidos sem telefone do remetente" to ws-err-msg
          call "errlog" using ws-err-stage, ws-err-class, ws-err-msg
          comm-area:>displayText("por favor, tente novamente")
          goback
       end-if

       *> registra/atualiza o contato no cadastro de clientes
       call "custreg" using ws-customer

       *> a leitura de tblOrder pela chave do cliente fica num
       *> programa a parte (ordcust), no mesmo desenho do catlkup
       call "ordcust" using ws-customer, ws-my-offset,
            ws-req-locale, myOrdResult

      *> tblOrder pode estar indisponivel (fora do ar ou bloqueado
      *> pelo lote de expedicao) - avisa o cliente e encerra, igual
      *> ao samplezapstatus
       if moStatus = "na"
          comm-area:>displayText("servico temporariamente indisponivel")
          goback
       end-if.

       *> monta o json de resposta para o whatsapp: um bloco
       *> Container001 por pedido da pagina, mais novo primeiro, e
       *> um bloco final parmsMyOrdPage com o token de paginacao e o
       *> status da consulta - mesmo desenho do samplezapcat
       move "[" to json-text
       perform BUILD-ORDER-BLOCK thru BUILD-ORDER-EXIT
           varying ws-idx from 1 by 1
           until ws-idx > moOrderCount
       perform BUILD-PAGE-BLOCK
       string json-text delimited by size
              "]" delimited by size
           into ws-json-accum
       end-string
       move ws-json-accum to json-text.

       *> necessario utilizar TRY / CATCH pois podem ocorrer excecoes
       try
          *> gera um novo IV utilizando o metodo "createsIV"
          *> atribui o novo IV para a variavel "newIV"
          set newIV to bf:>"createsIV"()

          *> criptografa o json de resposta o passando como parametro
          *> para o metodo "iscEncrypt" mais a chave de encriptar e o novo IV
          *> atribui o resultado para a variavel "crypt-text"
          set crypt-text to bf:>"iscEncrypt"(json-text, ekey, newIV)

          *> criptografa o novo IV o passando como parametro para o metodo "iscEncrypt"
          *>  mais a chave de decriptar e o IV recebido
          set crypt-iv to bf:>"iscEncrypt"(newIV, dkey, receivedIV)

         catch Blockexception
              comm-area:>displayText("erro BlockException")
              goback

       *> qualquer outra excecao tambem precisa ser tratada, para o
       *> cliente nao ficar sem resposta e a sessao nao cair
        catch GeneralException into wsException
              set ws-err-msg to wsException:>"getMessage"()
              set ws-err-class to wsException:>"getClass"():>"getName"()
              comm-area:>displayText("por favor, tente novamente")
              move "ENCRYPT" to ws-err-stage
              call "errlog" using ws-err-stage, ws-err-class, ws-err-msg
              goback
       end-try.

       *> concatena o json de resposta + o IV recebido + o novo IV
       *> atribui o resultado para a variavel "finalResponse"
       *> e retorna essa resposta para o whatsapp
        initialize finalresponse
           string crypt-text
                  receivedIV
                  crypt-iv
        delimited by size into finalresponse

        comm-area:>displayText(finalresponse)
        goback.

       *> ---------------------------------------------------------
       *> BUILD-ORDER-BLOCK - acrescenta o bloco Container001 de um
       *> pedido da pagina ao array json que esta sendo montado, com
       *> numero, data, situacao, itens e valor total. o numero sai
       *> sem edicao (zeros a esquerda), igual ao que o
       *> samplezaporder devolve - e o que o app manda de volta ao
       *> samplezapstatus quando o cliente toca no pedido
       *> ---------------------------------------------------------
       BUILD-ORDER-BLOCK.
           if ws-idx > 1
              string json-text delimited by size
                     "," delimited by size
                  into ws-json-accum
              end-string
              move ws-json-accum to json-text
           end-if

      *> mesmo alias sem zero a esquerda que o samplezaplist monta
      *> (parmsMyOrder1, parmsMyOrder2...)
           move spaces to ws-idx-text
           if ws-idx > 9
              move ws-idx to ws-idx-text
           else
              move ws-idx to ws-idx-digit
              move ws-idx-digit to ws-idx-text(1:1)
           end-if

           string
              '{'
               '"PropName": "Container001",'
               '"PropValue":'
                  '['
                    '{'
                     '"PropName": "Alias",'
                     '"PropValue": "parmsMyOrder'
                        delimited by size
                     ws-idx-text
                        delimited by space
                     '"'
                    '},'
                    '{'
                     '"PropName": "Type",'
                     '"PropValue": "EXECFUNCTION"'
                    '},'
                    '{'
                     '"PropName": "EXPRESSION",'
                     '"PropValue":'
                           '"AddParm(orderNum,' moNumber(ws-idx) ')'
                            'AddParm(orderDate,' moDate(ws-idx) ')'
                            'AddParm(orderStatus,'
                               moOrderStatus(ws-idx) ')'
                            'AddParm(itemCount,' moItemCount(ws-idx) ')'
                            'AddParm(orderTotal,'
                               moTotalText(ws-idx) ')"'
                    '}'
                  ']'
              '}'
           delimited by size into block-text

           string json-text delimited by size
                  block-text delimited by size
               into ws-json-accum
           end-string
           move ws-json-accum to json-text.
       BUILD-ORDER-EXIT.
           exit.

       *> ---------------------------------------------------------
       *> BUILD-PAGE-BLOCK - bloco final com o status da consulta e
       *> o token de paginacao: o cliente devolve o token para
       *> receber a proxima pagina (zero = fim), igual ao
       *> parmsCatPage do samplezapcat
       *> ---------------------------------------------------------
       BUILD-PAGE-BLOCK.
           if moOrderCount > zero
              string json-text delimited by size
                     "," delimited by size
                  into ws-json-accum
              end-string
              move ws-json-accum to json-text
           end-if

           string
              '{'
               '"PropName": "Container001",'
               '"PropValue":'
                  '['
                    '{'
                     '"PropName": "Alias",'
                     '"PropValue": "parmsMyOrdPage"'
                    '},'
                    '{'
                     '"PropName": "Type",'
                     '"PropValue": "EXECFUNCTION"'
                    '},'
                    '{'
                     '"PropName": "EXPRESSION",'
                     '"PropValue":'
                           '"AddParm(moreToken,' moMoreToken ')'
                            'AddParm(status, ' moStatus ')"'
                    '}'
                  ']'
              '}'
           delimited by size into block-text

           string json-text delimited by size
                  block-text delimited by size
               into ws-json-accum
           end-string
           move ws-json-accum to json-text.
