      *> sobrescrevia.
      *>
      *> em tblOrder so sai do arquivo vivo pedido em situacao final
      *> ("shipped", "rejected", "cancelled" ou devolvido -
      *> "returned"/"partreturn") com data ate o corte - pedido
      *> ainda aberto (confirmado/separado/encomenda) fica vivo
      *> mesmo antigo, para a consulta de situacao e a expedicao
      *> continuarem enxergando ele. o DELETE do pedido so acontece
      *> depois da linha dele estar no arquivo-morto, entao ali nao
      *> ha truncamento a proteger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               organization is indexed
               access mode is dynamic
               record key is orderPK
      *> chave alternada pelo telefone do cliente: os pedidos de
      *> uma pessoa sem varrer o arquivo (ordcust/samplezapmyord)
               alternate record key is orderCustomer
                   with duplicates
               file status is fsTblOrder
       .

                       if orderDate not > ws-cutoff-date
                          and (orderStatus = "shipped"
                               or orderStatus = "rejected"
                               or orderStatus = "cancelled"
                               or orderStatus = "returned"
                               or orderStatus = "partreturn")
                          move tblOrderRec to archorder-rec
                          write archorder-rec
                          delete tblorder record
                    at end
                       move "Y" to ws-eof-parm
                    not at end
                       perform 8100-PARSE-STATE-LINE thru 8100-EXIT
               end-read
           end-perform
           close archstate.
