               organization is indexed
               access mode is dynamic
               record key is orderPK
      *> chave alternada pelo telefone do cliente: os pedidos de
      *> uma pessoa sem varrer o arquivo (ordcust/samplezapmyord)
               alternate record key is orderCustomer
                   with duplicates
               file status is fsTblOrder
       .

       77 ws-lkp-other         pic 9(07) comp value zero.

      *> pedidos: confirmados (qualquer situacao que passou pela
      *> confirmacao - "picked", "shipped" e os devolvidos depois da
      *> expedicao tambem nasceram confirmados) e recusados
       77 ws-ord-confirmed     pic 9(07) comp value zero.
       77 ws-ord-units         pic 9(07) comp value zero.
       77 ws-ord-rejected      pic 9(07) comp value zero.
      *> encomendas: carrinho sem estoque que o cliente aceitou
      *> esperar - nem venda ainda, nem venda perdida
       77 ws-ord-backorder     pic 9(07) comp value zero.

      *> erros por etapa e por classe de excecao - tabelas pequenas
      *> com varredura linear, mesma ideia da tabela do prodmiss
              when "confirmed"
              when "picked"
              when "shipped"
              when "returned"
              when "partreturn"
                 if orderLineSeq = 1
                    add 1 to ws-ord-confirmed
                 end-if
                 if orderLineSeq = 1
                    add 1 to ws-ord-rejected
                 end-if
              when "backorder"
                 if orderLineSeq = 1
                    add 1 to ws-ord-backorder
                 end-if
           end-evaluate.

      *> ---------------------------------------------------------
           string "   recusados............: " ws-count-col
               delimited by size into eodrpt-line
           write eodrpt-line
           move ws-ord-backorder to ws-count-col
           move spaces to eodrpt-line
           string "   em encomenda.........: " ws-count-col
               delimited by size into eodrpt-line
           write eodrpt-line

           move spaces to eodrpt-line
           write eodrpt-line
