       PROGRAM-ID. bofill.

      *> atende a fila de encomendas (tblBackorder) de um produto
      *> que acabou de receber mercadoria. chamado pelo stkrecv,
      *> depois de todas as entradas do lote aplicadas, uma vez por
      *> produto recebido. os pedidos que esperam o produto sao
      *> tentados na ordem de chegada (a chave alternada por produto
      *> devolve a fila do mais antigo para o mais novo): cada um e
      *> alocado inteiro pelo mesmo stkalloc da confirmacao on-line,
      *> com o carrinho remontado a partir dos itens do pedido em
      *> tblOrder. o que o stkalloc cobre passa a "confirmed" (com o
      *> preco efetivo da data da alocacao, a venda acontece agora),
      *> entra na linha do tempo e sai da fila - e aparece na proxima
      *> separacao do ordfill PICK como qualquer pedido confirmado.
      *> o pedido mais antigo que ainda nao pode ser coberto inteiro
      *> (falta outro item do carrinho) nao segura os de tras: o
      *> seguinte da fila e tentado com o saldo que sobrou.
      *>
      *> lk-fill-count devolve quantos pedidos sairam da fila nesta
      *> chamada, para o registro de recebimento do stkrecv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select backord assign to "tblBackorder"
               organization is indexed
               access mode is dynamic
               record key is boPK
      *> chave alternada por produto: a fila de um produto, na ordem
      *> de chegada, para o bofill atender quando a mercadoria chega
               alternate record key is boProductCode
                   with duplicates
               file status is fsBackord
       .

        select tblorder assign to "tblOrder"
               organization is indexed
               access mode is dynamic
               record key is orderPK
      *> chave alternada pelo telefone do cliente: os pedidos de
      *> uma pessoa sem varrer o arquivo (ordcust/samplezapmyord)
               alternate record key is orderCustomer
                   with duplicates
      *> bloqueio manual de varios registros: os itens do pedido
      *> ficam presos da leitura ate a regravacao em "confirmed",
      *> para um cancelamento na mesma hora nao cruzar com a
      *> alocacao
               lock mode is manual
                   with lock on multiple records
               file status is fsTblOrder
       .

       DATA DIVISION.
       FILE SECTION.
       fd backord.
       copy "tblbackord.cpy".

       fd tblorder.
       copy "tblorder.cpy".

       WORKING-STORAGE SECTION.
       77 fsBackord              pic x(2).
          88 valid-Backord          value is "00" thru "09".
       77 fsTblOrder             pic x(2).
          88 valid-Order            value is "00" thru "09".
       77 ws-eof-backord         pic x(01) value "N".
          88 eof-backord             value "Y".
       77 ws-eof-order           pic x(01) value "N".
          88 eof-order               value "Y".
       77 ws-line-i              pic 9(02) comp.
       77 ws-order-ok            pic x(01).
          88 order-ok                value "Y".
       77 ws-line-bad            pic x(01).
          88 line-bad                value "Y".
       77 ws-alloc-status        pic x(10).
       77 ws-today               pic 9(08).
       77 ws-fill-number         pic 9(08).
       77 ws-hist-old            pic x(10) value "backorder".
       77 ws-hist-new            pic x(10) value "confirmed".
       77 ws-hist-program        pic x(10) value "bofill".

      *> pedidos que esperam o produto, na ordem da fila - um pedido
      *> com o mesmo produto em mais de um item aparece uma vez so.
      *> o que passar do limite espera a proxima entrada
       77 cand-max               pic 9(04) value 50.
       01 cand-table.
          03 cand-entry occurs 50 times.
             05 cand-number     pic 9(08).
       77 cand-count             pic 9(04) comp value zero.
       77 ws-cand-i              pic 9(04) comp.
       77 ws-dup-i               pic 9(04) comp.

       copy "cartorder.cpy".

       LINKAGE SECTION.
       77 lk-fill-code           pic x(15).
       77 lk-fill-count          pic 9(05).

       PROCEDURE DIVISION USING lk-fill-code, lk-fill-count.
       INICIO.
           move zero to lk-fill-count
           move zero to cand-count
           accept ws-today from date yyyymmdd

           set environment "file.index" to "jisam"
           open input backord
      *> fila ainda nao existe (nenhuma encomenda feita ate hoje) ou
      *> fora do ar - nada a atender
           if not valid-Backord
              goback
           end-if

           perform COLLECT-WAITING-ORDERS thru COLLECT-EXIT
           close backord

           perform FILL-ONE-ORDER thru FILL-ONE-EXIT
               varying ws-cand-i from 1 by 1
               until ws-cand-i > cand-count

           goback.

      *> ---------------------------------------------------------
      *> COLLECT-WAITING-ORDERS - percorre a fila do produto pela
      *> chave alternada e guarda o numero de cada pedido ainda em
      *> espera, do mais antigo para o mais novo
      *> ---------------------------------------------------------
       COLLECT-WAITING-ORDERS.
           move lk-fill-code to boProductCode
           start backord key not < boProductCode
           if not valid-Backord
              go to COLLECT-EXIT
           end-if

           move "N" to ws-eof-backord
           perform until eof-backord
               read backord next
                    at end
                       move "Y" to ws-eof-backord
                    not at end
                       if boProductCode <> lk-fill-code
                          move "Y" to ws-eof-backord
                       else
                          if bo-Waiting
                             perform ADD-ONE-CANDIDATE
                          end-if
                       end-if
               end-read
           end-perform.
       COLLECT-EXIT.
           exit.

       ADD-ONE-CANDIDATE.
           perform varying ws-dup-i from 1 by 1
               until ws-dup-i > cand-count
               or cand-number(ws-dup-i) = boOrderNumber
               continue
           end-perform

           if ws-dup-i > cand-count and cand-count < cand-max
              add 1 to cand-count
              move boOrderNumber to cand-number(cand-count)
           end-if.

      *> ---------------------------------------------------------
      *> FILL-ONE-ORDER - prende os itens do pedido, remonta o
      *> carrinho e pede a alocacao ao stkalloc. pedido que ja saiu
      *> de "backorder" (cancelado pelo cliente na mesma hora, ou
      *> atendido pela entrada de outro produto do carrinho neste
      *> mesmo lote) fica como esta
      *> ---------------------------------------------------------
       FILL-ONE-ORDER.
           move cand-number(ws-cand-i) to ws-fill-number

           open i-o tblorder
           if not valid-Order
              go to FILL-ONE-EXIT
           end-if

           perform COLLECT-ORDER-LINES thru COLLECT-LINES-EXIT
           if not order-ok
              close tblorder
              go to FILL-ONE-EXIT
           end-if

           call "stkalloc" using cartOrder, ws-alloc-status
           if ws-alloc-status <> "confirmed"
              close tblorder
              go to FILL-ONE-EXIT
           end-if

           perform CONFIRM-ONE-LINE
               varying ws-line-i from 1 by 1
               until ws-line-i > cartLineCount
           close tblorder

           call "ordhist" using ws-fill-number, ws-hist-old,
                ws-hist-new, ws-hist-program

           perform CLOSE-QUEUE-LINES thru CLOSE-QUEUE-EXIT
           add 1 to lk-fill-count.
       FILL-ONE-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> COLLECT-ORDER-LINES - le os itens do pedido com bloqueio
      *> (presos ate o close) e monta o carrinho com codigo e
      *> quantidade de cada um; so segue com o pedido ainda em
      *> "backorder"
      *> ---------------------------------------------------------
       COLLECT-ORDER-LINES.
           move "N" to ws-order-ok
           initialize cartOrder

           move ws-fill-number to orderNumber
           move zero to orderLineSeq
           start tblorder key not < orderPK
           if not valid-Order
              go to COLLECT-LINES-EXIT
           end-if

           move "N" to ws-line-bad
           move "N" to ws-eof-order
           perform COLLECT-ONE-LINE thru COLLECT-ONE-EXIT
               until eof-order or line-bad

           if cartLineCount > zero and not line-bad
              move "Y" to ws-order-ok
           end-if.
       COLLECT-LINES-EXIT.
           exit.

       COLLECT-ONE-LINE.
           read tblorder next with lock
                at end
                   move "Y" to ws-eof-order
           end-read
           if eof-order
              go to COLLECT-ONE-EXIT
           end-if
           if orderNumber <> ws-fill-number
              move "Y" to ws-eof-order
              go to COLLECT-ONE-EXIT
           end-if
           if not valid-Order or orderStatus <> "backorder"
              move "Y" to ws-line-bad
              go to COLLECT-ONE-EXIT
           end-if

           if cartLineCount < 10
              add 1 to cartLineCount
              move orderProductCode to clCode(cartLineCount)
              move orderQuantity    to clQty(cartLineCount)
           end-if.
       COLLECT-ONE-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> CONFIRM-ONE-LINE - regrava o item (ainda preso) como
      *> "confirmed" com o preco efetivo que o stkalloc apurou
      *> ---------------------------------------------------------
       CONFIRM-ONE-LINE.
           move ws-fill-number to orderNumber
           move ws-line-i      to orderLineSeq
           read tblorder key is orderPK

           move "confirmed"            to orderStatus
           move clUnitPrice(ws-line-i) to orderUnitPrice
           rewrite tblOrderRec.

      *> ---------------------------------------------------------
      *> CLOSE-QUEUE-LINES - tira da fila todos os itens do pedido
      *> atendido, nao so o do produto que chegou
      *> ---------------------------------------------------------
       CLOSE-QUEUE-LINES.
           open i-o backord
           if not valid-Backord
              go to CLOSE-QUEUE-EXIT
           end-if

           perform CLOSE-ONE-QUEUE-LINE
               varying ws-line-i from 1 by 1
               until ws-line-i > cartLineCount

           close backord.
       CLOSE-QUEUE-EXIT.
           exit.

       CLOSE-ONE-QUEUE-LINE.
           move ws-fill-number to boOrderNumber
           move ws-line-i      to boLineSeq
           read backord key is boPK
                invalid key
                   continue
                not invalid key
                   move "F"      to boState
                   move ws-today to boCloseDate
                   rewrite tblBackorderRec
           end-read.
