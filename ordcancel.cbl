      *> diario de movimentos (tblStockJrnl) com o tipo "C", para a
      *> conferencia do deposito separar entrada de saida.
      *>
      *> pedido em encomenda ("backorder") tambem pode ser cancelado:
      *> nada foi baixado ainda, entao nao ha estoque a devolver nem
      *> diario a lancar - os itens passam a "cancelled" e saem da
      *> fila de espera (tblBackorder), para o bofill nao alocar
      *> depois um pedido que o cliente ja desistiu.
      *>
      *> a situacao devolvida em lk-cancel-status:
      *>   "cancelled" - pedido cancelado e estoque devolvido
      *>   "no"        - numero de pedido inexistente
      *>   "late"      - pedido ja saiu de "confirmed"/"backorder"
      *>                 (separado, expedido, recusado ou ja
      *>                 cancelado) - tarde demais para desfazer por
      *>                 aqui
      *>   "na"        - tblOrder ou tblProduct indisponivel (ou um
      *>                 produto do pedido sumiu do catalogo); nada
      *>                 foi alterado, da para tentar de novo
               organization is indexed
               access mode is dynamic
               record key is orderPK
      *> chave alternada pelo telefone do cliente: os pedidos de
      *> uma pessoa sem varrer o arquivo (ordcust/samplezapmyord)
               alternate record key is orderCustomer
                   with duplicates
      *> bloqueio manual de varios registros: os itens do pedido
      *> ficam presos da leitura ate a regravacao em "cancelled",
      *> para dois cancelamentos simultaneos do mesmo pedido nao
               file status is fsStkJrnl
       .

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

       DATA DIVISION.
       FILE SECTION.
       fd tblorder.
       fd stkjrnl.
       copy "tblstkjrnl.cpy".

       fd backord.
       copy "tblbackord.cpy".

       WORKING-STORAGE SECTION.
       77 fsTblOrder             pic x(2).
          88 valid-Order            value is "00" thru "09".
       77 fsTblProduct           pic x(2).
          88 valid-Product          value is "00" thru "09".
       77 fsStkJrnl              pic x(2).
       77 fsBackord              pic x(2).
          88 valid-Backord          value is "00" thru "09".
       77 ws-today               pic 9(08).
       77 ws-was-backorder       pic x(01).
          88 was-backorder           value "Y".
       77 ws-eof-order           pic x(01) value "N".
          88 eof-order               value "Y".
       77 ws-line-count          pic 9(02) comp value zero.
              goback
           end-if

      *> encomenda ainda na fila: nada reservado, so muda a situacao
      *> e tira os itens da fila de espera
           if was-backorder
              perform CANCEL-ONE-LINE
                  varying ws-line-i from 1 by 1
                  until ws-line-i > ws-line-count
              close tblorder
              perform DROP-FROM-QUEUE thru DROP-FROM-QUEUE-EXIT
              move "backorder" to ws-hist-old
              call "ordhist" using lk-cancel-number, ws-hist-old,
                   ws-hist-new, ws-hist-program
              move "cancelled" to lk-cancel-status
              goback
           end-if

      *> confere e prende os produtos de todos os itens antes de
      *> regravar qualquer saldo - se o catalogo estiver
      *> indisponivel (ou um produto tiver sumido do arquivo) o

      *> a transicao entra na linha do tempo do pedido, igual as
      *> que o ordlog e o ordfill ja gravam
           move "confirmed" to ws-hist-old
           call "ordhist" using lk-cancel-number, ws-hist-old,
                ws-hist-new, ws-hist-program

       COLLECT-ORDER-LINES.
           move spaces to ws-check-result
           move zero to ws-line-count
           move "N" to ws-was-backorder

           move lk-cancel-number to orderNumber
           move zero to orderLineSeq
              go to COLLECT-ONE-EXIT
           end-if

           if ws-line-count = zero and orderStatus = "backorder"
              move "Y" to ws-was-backorder
           end-if
           if ws-line-count = zero and orderStatus <> "confirmed"
                                   and orderStatus <> "backorder"
              move "lt" to ws-check-result
              move 1 to ws-line-count
              go to COLLECT-ONE-EXIT

           move "cancelled" to orderStatus
           rewrite tblOrderRec.

      *> ---------------------------------------------------------
      *> DROP-FROM-QUEUE - marca como cancelados na fila de espera
      *> os itens da encomenda desistida; fila fora do ar nao
      *> impede o cancelamento (o bofill confere a situacao do
      *> pedido antes de alocar e ignora o que nao e mais
      *> "backorder")
      *> ---------------------------------------------------------
       DROP-FROM-QUEUE.
           accept ws-today from date yyyymmdd
           open i-o backord
           if not valid-Backord
              go to DROP-FROM-QUEUE-EXIT
           end-if

           perform DROP-ONE-QUEUE-LINE
               varying ws-line-i from 1 by 1
               until ws-line-i > ws-line-count

           close backord.
       DROP-FROM-QUEUE-EXIT.
           exit.

       DROP-ONE-QUEUE-LINE.
           move lk-cancel-number to boOrderNumber
           move ws-line-i        to boLineSeq
           read backord key is boPK
                invalid key
                   continue
                not invalid key
                   move "X"      to boState
                   move ws-today to boCloseDate
                   rewrite tblBackorderRec
           end-read.
