       PROGRAM-ID. ordreturn.

      *> lote de devolucoes de cliente (RMA) de pedidos ja expedidos:
      *> o ordcancel so desfaz pedido ainda "confirmed", entao o que
      *> voltava depois do ordfill SHIP ficava numa lista de papel no
      *> deposito. cada transacao de tblReturnTran (pedido, item,
      *> quantidade devolvida, motivo e se volta em condicao de
      *> venda) e conferida contra o item em tblOrder - so pedido
      *> "shipped" (ou ja parcialmente devolvido) aceita devolucao, e
      *> nunca mais do que a quantidade vendida no item, somando as
      *> devolucoes anteriores.
      *>
      *> a devolucao aceita entra no registro de devolucoes
      *> (tblReturn) com o reembolso = quantidade x orderUnitPrice (o
      *> preco da venda, nao o de hoje). a unidade revendavel volta
      *> para o productQuantity sob bloqueio, igual ao recebimento do
      *> stkrecv, e entra no diario de movimentos (tblStockJrnl) com
      *> o tipo "D", para a conferencia do deposito (stkcount)
      *> explicar a subida; a avariada so gera o reembolso. o pedido
      *> inteiro passa a "returned" quando todos os itens voltaram
      *> inteiros, ou a "partreturn" (devolucao parcial - o nome cabe
      *> nos 10 bytes do orderStatus) enquanto sobrar algo vendido,
      *> com a transicao na linha do tempo (tblOrderHist).
      *>
      *> o que nao passa na conferencia vai para tblReturnRej com o
      *> motivo na frente, no mesmo desenho do stkrecv; o registro
      *> (tblReturnRegister) lista cada devolucao aplicada com o
      *> reembolso e a situacao resultante do pedido.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select tblorder assign to "tblOrder"
               organization is indexed
               access mode is dynamic
               record key is orderPK
      *> chave alternada pelo telefone do cliente: os pedidos de
      *> uma pessoa sem varrer o arquivo (ordcust/samplezapmyord)
               alternate record key is orderCustomer
                   with duplicates
               file status is fsTblOrder
       .

        select product assign to "tblProduct"
               organization is indexed
               access mode is dynamic
               record key is productPK = productCode
      *> chave alternada por categoria, usada pela navegacao do
      *> catalogo por categoria (catlkup/samplezapcat)
               alternate record key is productCategory
                   with duplicates
               file status is fsTblProduct
       .

        select rettran assign to "tblReturnTran"
               organization is line sequential
               file status is fsRetTran
       .

        select returns assign to "tblReturn"
               organization is indexed
               access mode is dynamic
               record key is retPK
               file status is fsReturn
       .

        select retrej assign to "tblReturnRej"
               organization is line sequential
               file status is fsRetRej
       .

        select retrpt assign to "tblReturnRegister"
               organization is line sequential
               file status is fsRetRpt
       .

        select stkjrnl assign to "tblStockJrnl"
               organization is line sequential
               file status is fsStkJrnl
       .

       DATA DIVISION.
       FILE SECTION.
       fd tblorder.
       copy "tblorder.cpy".

       fd product.
       copy "tblprod.cpy".

       fd rettran.
       copy "tblrettran.cpy".

       fd returns.
       copy "tblreturn.cpy".

       fd retrej.
       01 retrej-line          pic x(80).

       fd retrpt.
       01 retrpt-line          pic x(100).

       fd stkjrnl.
       copy "tblstkjrnl.cpy".

       WORKING-STORAGE SECTION.
       77 fsTblOrder           pic x(2).
          88 valid-Order          value is "00" thru "09".
       77 fsTblProduct         pic x(2).
          88 valid-Product        value is "00" thru "09".
       77 fsRetTran            pic x(2).
       77 fsReturn             pic x(2).
          88 valid-Return         value is "00" thru "09".
       77 fsRetRej             pic x(2).
       77 fsRetRpt             pic x(2).
       77 fsStkJrnl            pic x(2).
       77 ws-run-date          pic 9(08).
       77 ws-eof-tran          pic x(1) value "N".
          88 eof-tran              value "Y".
       77 ws-eof-return        pic x(1) value "N".
          88 eof-return            value "Y".
       77 ws-eof-order         pic x(1) value "N".
          88 eof-order             value "Y".
       77 ws-reject-reason     pic x(12).
       77 ws-product-code      pic x(15).
       77 ws-sold-qty          pic 9(05).
       77 ws-unit-price        pic 9(06)v99.
       77 ws-refund            pic 9(09)v99.
       77 ws-returned-qty      pic 9(07).
       77 ws-last-seq          pic 9(03).
       77 ws-next-seq          pic 9(03).
       77 ws-sum-order         pic 9(08).
       77 ws-sum-line          pic 9(03).
       77 ws-qty-on-hand       pic 9(05).
       77 ws-qty-after         pic 9(05).
       77 ws-restocked         pic x(1).
          88 restocked             value "Y".
       77 ws-ret-written       pic x(1).
          88 ret-written           value "Y".
       77 ws-old-status        pic x(10).
       77 ws-new-status        pic x(10).
       77 ws-hist-program      pic x(10) value "ordreturn".
       77 ws-line-i            pic 9(02) comp.
       77 ws-tran-total        pic 9(07) comp value zero.
       77 ws-tran-applied      pic 9(07) comp value zero.
       77 ws-tran-rejected     pic 9(07) comp value zero.
       77 ws-units-returned    pic 9(07) comp value zero.
       77 ws-units-restocked   pic 9(07) comp value zero.
       77 ws-refund-total      pic 9(11)v99 value zero.
       77 ws-qty-col           pic ZZZZ9.
       77 ws-refund-col        pic ZZZZZZZZ9.99.
       77 ws-tot-refund-col    pic ZZZZZZZZZZ9.99.

      *> itens do pedido da devolucao corrente, com o vendido e o ja
      *> devolvido de cada um, para decidir "returned"/"partreturn"
       01 ws-line-table.
          03 ws-line-entry occurs 10 times.
             05 ws-ln-seq       pic 9(03).
             05 ws-ln-qty       pic 9(05).
             05 ws-ln-returned  pic 9(07).
       77 ws-line-count        pic 9(02) comp value zero.
       77 ws-all-returned      pic x(1).
          88 all-returned          value "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-PROCESS-RETURNS
           perform 3000-WRITE-SUMMARY
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - abre pedidos, catalogo, o registro de
      *> devolucoes, o arquivo de transacoes e as saidas
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           accept ws-run-date from date yyyymmdd

           set environment "file.index" to "jisam"
           open i-o tblorder
           if not valid-Order
              display "ordreturn: tblOrder indisponivel"
              go to 9000-TERMINATE
           end-if

           open i-o product
           if not valid-Product
              display "ordreturn: tblProduct indisponivel"
              close tblorder
              go to 9000-TERMINATE
           end-if

           open input rettran
           if fsRetTran <> "00" and fsRetTran <> "05"
              display "ordreturn: tblReturnTran nao encontrado"
              close tblorder
              close product
              go to 9000-TERMINATE
           end-if

           open i-o returns
           if not valid-Return
              open output returns
              close returns
              open i-o returns
           end-if
           if not valid-Return
              display "ordreturn: tblReturn indisponivel"
              close tblorder
              close product
              close rettran
              go to 9000-TERMINATE
           end-if

           open output retrej
           open output retrpt

           move spaces to retrpt-line
           string "REGISTRO DE DEVOLUCOES - " delimited by size
                  ws-run-date delimited by size
               into retrpt-line
           end-string
           write retrpt-line

           move "PEDIDO   ITEM CODIGO          QTD.D MT R"
               to retrpt-line
           move "REEMBOLSO" to retrpt-line(45:9)
           move "SITUACAO" to retrpt-line(56:8)
           write retrpt-line.

      *> ---------------------------------------------------------
      *> 2000-PROCESS-RETURNS - le uma transacao por vez e aplica a
      *> devolucao; o que nao passa vai para o arquivo de rejeitados
      *> com o motivo
      *> ---------------------------------------------------------
       2000-PROCESS-RETURNS.
           move "N" to ws-eof-tran
           perform until eof-tran
               read rettran
                    at end
                       move "Y" to ws-eof-tran
                    not at end
                       add 1 to ws-tran-total
                       perform 2100-APPLY-ONE-RETURN thru 2100-EXIT
               end-read
           end-perform.

       2100-APPLY-ONE-RETURN.
           if rtnQuantity not numeric or rtnQuantity = zero
              move "ZERO-QTY" to ws-reject-reason
              perform 2200-WRITE-REJECT
              go to 2100-EXIT
           end-if

           if not rtn-ValidReason
              move "BAD-REASON" to ws-reject-reason
              perform 2200-WRITE-REJECT
              go to 2100-EXIT
           end-if

           if not rtn-Resaleable and not rtn-NotResaleable
              move "BAD-FLAG" to ws-reject-reason
              perform 2200-WRITE-REJECT
              go to 2100-EXIT
           end-if

           if rtnDate not numeric or rtnDate = zero
              move ws-run-date to rtnDate
           end-if

           move rtnOrderNumber to orderNumber
           move rtnLineSeq     to orderLineSeq
           read tblorder key is orderPK
                invalid key
                   move "NOT-FOUND" to ws-reject-reason
                   perform 2200-WRITE-REJECT
                   go to 2100-EXIT
           end-read

      *> so volta o que saiu do deposito: pedido separado ainda esta
      *> la dentro, confirmado se desfaz pelo ordcancel, recusado e
      *> cancelado nunca venderam nada
           if orderStatus <> "shipped" and orderStatus <> "partreturn"
              move "NOT-SHIPPED" to ws-reject-reason
              perform 2200-WRITE-REJECT
              go to 2100-EXIT
           end-if

           move orderStatus      to ws-old-status
           move orderProductCode to ws-product-code
           move orderQuantity    to ws-sold-qty
           move orderUnitPrice   to ws-unit-price

           perform 2300-SUM-LINE-RETURNS
           if ws-returned-qty + rtnQuantity > ws-sold-qty
              move "QTY-EXCEEDS" to ws-reject-reason
              perform 2200-WRITE-REJECT
              go to 2100-EXIT
           end-if

      *> unidade revendavel volta para a prateleira com o registro do
      *> produto bloqueado, igual ao recebimento do stkrecv
           move "N" to ws-restocked
           move ws-product-code to productCode
           if rtn-Resaleable
              read product with lock key is productPK
                   invalid key
                      move "PROD-MISSING" to ws-reject-reason
                      perform 2200-WRITE-REJECT
                      go to 2100-EXIT
              end-read
              if not valid-Product
                 move "READ-ERROR" to ws-reject-reason
                 perform 2200-WRITE-REJECT
                 go to 2100-EXIT
              end-if
           else
              read product key is productPK
                   invalid key
                      move zero to productPrice
              end-read
           end-if

      *> item gravado antes do campo de preco existir: reembolso pelo
      *> productPrice atual, a mesma aproximacao que o revrpt usa na
      *> receita - a devolucao abate o mesmo valor que a venda somou
           if ws-unit-price = zero
              move productPrice to ws-unit-price
           end-if
           compute ws-refund = rtnQuantity * ws-unit-price

      *> a devolucao entra em tblReturn antes de qualquer outra
      *> gravacao: e por ela que a conferencia da quantidade (2310) e
      *> o revrpt enxergam a devolucao. se nao gravar, a transacao
      *> inteira vai para os rejeitados sem mexer no estoque, e rodar
      *> a transacao de novo nao devolve as unidades duas vezes
           perform 2500-WRITE-RETURN-RECORD
           if not ret-written
              if rtn-Resaleable
                 unlock product
              end-if
              move "RET-WRITE" to ws-reject-reason
              perform 2200-WRITE-REJECT
              go to 2100-EXIT
           end-if

           if rtn-Resaleable
      *> productQuantity e gravado com a picture editada (ZZZZZ) -
      *> passa pelo campo numerico de trabalho para somar, e volta
      *> editado do mesmo jeito que o stkrecv grava
              move productQuantity to ws-qty-on-hand
              compute ws-qty-after = ws-qty-on-hand + rtnQuantity
              move ws-qty-after to productQuantity
      *> saldo que nao regravou tira a devolucao do registro, para
      *> nao sobrar reembolso sem a mercadoria de volta no estoque
              rewrite tblProductRec
                  invalid key
                     perform 2550-UNDO-RETURN-RECORD
                     move "WRITE-ERROR" to ws-reject-reason
                     perform 2200-WRITE-REJECT
                     go to 2100-EXIT
              end-rewrite
              move "Y" to ws-restocked
              perform 2400-WRITE-RETURN-JOURNAL
           end-if

           perform 2600-UPDATE-ORDER-STATUS thru 2600-EXIT
           perform 2700-WRITE-REGISTER-LINE

           add 1 to ws-tran-applied
           add rtnQuantity to ws-units-returned
           if restocked
              add rtnQuantity to ws-units-restocked
           end-if
           add ws-refund to ws-refund-total.
       2100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2200-WRITE-REJECT - devolve a transacao inteira para o
      *> arquivo de rejeitados com o motivo na frente, igual ao
      *> stkrecv
      *> ---------------------------------------------------------
       2200-WRITE-REJECT.
           move spaces to retrej-line
           string ws-reject-reason delimited by size
                  " " delimited by size
                  tblReturnTranRec delimited by size
               into retrej-line
           end-string
           write retrej-line
           add 1 to ws-tran-rejected.

      *> ---------------------------------------------------------
      *> 2300-SUM-LINE-RETURNS - total ja devolvido do item da
      *> transacao e a proxima sequencia de devolucao dele
      *> ---------------------------------------------------------
       2300-SUM-LINE-RETURNS.
           move rtnOrderNumber to ws-sum-order
           move rtnLineSeq     to ws-sum-line
           perform 2310-SUM-ITEM-RETURNS thru 2310-EXIT
           compute ws-next-seq = ws-last-seq + 1.

      *> soma as devolucoes gravadas sob o item ws-sum-order/
      *> ws-sum-line (START na chave do item, sequencia zero); a
      *> maior sequencia encontrada fica em ws-last-seq
       2310-SUM-ITEM-RETURNS.
           move zero to ws-returned-qty
           move zero to ws-last-seq
           move ws-sum-order to retOrderNumber
           move ws-sum-line  to retLineSeq
           move zero         to retSeq
           start returns key not < retPK
           if not valid-Return
              go to 2310-EXIT
           end-if

           move "N" to ws-eof-return
           perform until eof-return
               read returns next
                    at end
                       move "Y" to ws-eof-return
                    not at end
                       if retOrderNumber <> ws-sum-order
                          or retLineSeq <> ws-sum-line
                          move "Y" to ws-eof-return
                       else
                          add retQuantity to ws-returned-qty
                          move retSeq to ws-last-seq
                       end-if
               end-read
           end-perform.
       2310-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2400-WRITE-RETURN-JOURNAL - registra a volta para a
      *> prateleira no diario de movimentos (saldo antes, quantidade
      *> devolvida, saldo depois, tipo "D"), mesmo esquema de
      *> abertura do stkrecv
      *> ---------------------------------------------------------
       2400-WRITE-RETURN-JOURNAL.
           accept jrnDate from date yyyymmdd
           accept jrnTime from time
           move productCode    to jrnProductCode
           move ws-qty-on-hand to jrnQtyBefore
           move rtnQuantity    to jrnQtyAllocated
           move ws-qty-after   to jrnQtyAfter
           move "D"            to jrnMoveType

           open extend stkjrnl
           if fsStkJrnl <> "00" and fsStkJrnl <> "05"
              close stkjrnl
              open output stkjrnl
           end-if
           write tblStockJrnlRec
           close stkjrnl.

       2500-WRITE-RETURN-RECORD.
           move spaces          to tblReturnRec
           move rtnOrderNumber  to retOrderNumber
           move rtnLineSeq      to retLineSeq
           move ws-next-seq     to retSeq
           move rtnDate         to retDate
           accept retTime from time
           move ws-product-code to retProductCode
           move rtnQuantity     to retQuantity
           move rtnReason       to retReason
           move rtnResaleable   to retResaleable
           move ws-unit-price   to retUnitPrice
           move ws-refund       to retRefund
           move "N" to ws-ret-written
           write tblReturnRec
               invalid key
                  display "ordreturn: devolucao nao gravada - pedido "
                          rtnOrderNumber " item " rtnLineSeq
                          " (status " fsReturn ")"
               not invalid key
                  move "Y" to ws-ret-written
           end-write.

      *> a chave da devolucao recem-gravada ainda esta no registro
       2550-UNDO-RETURN-RECORD.
           delete returns record
               invalid key
                  display "ordreturn: devolucao do pedido "
                          rtnOrderNumber " item " rtnLineSeq
                          " ficou sem o estoque (status " fsReturn ")"
           end-delete.

      *> ---------------------------------------------------------
      *> 2600-UPDATE-ORDER-STATUS - a situacao e do pedido inteiro,
      *> igual em todos os itens: "returned" quando todo item voltou
      *> inteiro, "partreturn" enquanto sobrar algo vendido. a
      *> transicao so entra na linha do tempo quando muda (a segunda
      *> devolucao parcial nao repete "partreturn")
      *> ---------------------------------------------------------
       2600-UPDATE-ORDER-STATUS.
           move zero to ws-line-count
           move rtnOrderNumber to orderNumber
           move zero to orderLineSeq
           start tblorder key not < orderPK
           if not valid-Order
              go to 2600-EXIT
           end-if

           move "N" to ws-eof-order
           perform until eof-order
               read tblorder next
                    at end
                       move "Y" to ws-eof-order
                    not at end
                       if orderNumber <> rtnOrderNumber
                          move "Y" to ws-eof-order
                       else
                          if ws-line-count < 10
                             add 1 to ws-line-count
                             move orderLineSeq
                                 to ws-ln-seq(ws-line-count)
                             move orderQuantity
                                 to ws-ln-qty(ws-line-count)
                          end-if
                       end-if
               end-read
           end-perform

           move "Y" to ws-all-returned
           perform 2610-CHECK-ONE-LINE
               varying ws-line-i from 1 by 1
               until ws-line-i > ws-line-count

           if all-returned
              move "returned" to ws-new-status
           else
              move "partreturn" to ws-new-status
           end-if

           if ws-new-status = ws-old-status
              go to 2600-EXIT
           end-if

           perform 2620-REWRITE-ONE-LINE
               varying ws-line-i from 1 by 1
               until ws-line-i > ws-line-count

           call "ordhist" using rtnOrderNumber, ws-old-status,
                ws-new-status, ws-hist-program.
       2600-EXIT.
           exit.

       2610-CHECK-ONE-LINE.
           move rtnOrderNumber       to ws-sum-order
           move ws-ln-seq(ws-line-i) to ws-sum-line
           perform 2310-SUM-ITEM-RETURNS thru 2310-EXIT
           move ws-returned-qty to ws-ln-returned(ws-line-i)
           if ws-ln-returned(ws-line-i) < ws-ln-qty(ws-line-i)
              move "N" to ws-all-returned
           end-if.

       2620-REWRITE-ONE-LINE.
           move rtnOrderNumber       to orderNumber
           move ws-ln-seq(ws-line-i) to orderLineSeq
           read tblorder key is orderPK
                invalid key
                   continue
                not invalid key
                   move ws-new-status to orderStatus
                   rewrite tblOrderRec
           end-read.

       2700-WRITE-REGISTER-LINE.
           move spaces to retrpt-line
           move rtnOrderNumber  to retrpt-line(1:8)
           move rtnLineSeq      to retrpt-line(10:3)
           move ws-product-code to retrpt-line(15:15)
           move rtnQuantity     to ws-qty-col
           move ws-qty-col      to retrpt-line(31:5)
           move rtnReason       to retrpt-line(37:2)
           move rtnResaleable   to retrpt-line(40:1)
           move ws-refund       to ws-refund-col
           move ws-refund-col   to retrpt-line(42:12)
           move ws-new-status   to retrpt-line(56:10)
           write retrpt-line.

      *> ---------------------------------------------------------
      *> 3000-WRITE-SUMMARY - total do reembolso no registro e
      *> resumo no console para conferencia do lote, igual ao
      *> stkrecv
      *> ---------------------------------------------------------
       3000-WRITE-SUMMARY.
           if ws-tran-applied = zero
              move "(nenhuma devolucao aplicada)" to retrpt-line
              write retrpt-line
           else
              move spaces to retrpt-line
              write retrpt-line
              move ws-refund-total to ws-tot-refund-col
              move spaces to retrpt-line
              string "TOTAL REEMBOLSADO: " delimited by size
                     ws-tot-refund-col delimited by size
                  into retrpt-line
              end-string
              write retrpt-line
           end-if

           display "ordreturn: transacoes lidas....: " ws-tran-total
           display "ordreturn: devolucoes aplicadas: " ws-tran-applied
           display "ordreturn: transacoes rejeitad.: " ws-tran-rejected
           display "ordreturn: unidades devolvidas.: "
                   ws-units-returned
           display "ordreturn: unidades reestocadas: "
                   ws-units-restocked
           display "ordreturn: valor reembolsado...: " ws-refund-total.

       9000-TERMINATE.
           close tblorder
           close product
           close rettran
           close returns
           close retrej
           close retrpt
           stop run.
