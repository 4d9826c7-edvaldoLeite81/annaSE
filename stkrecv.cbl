      *> motivo, para compras conferir o que veio errado do
      *> fornecedor. no final sai o registro de recebimento
      *> (tblRecvRegister), uma linha por entrada aplicada.
      *>
      *> cada entrada e conferida contra o pedido de compra emitido
      *> pelo poissue: rcvSupplierRef traz o numero do pedido de
      *> compra (tblPurchOrder) e o produto precisa ter item ainda
      *> aberto ou parcial nele. entrega sem pedido, com pedido
      *> desconhecido, de produto fora do pedido ou de item ja
      *> fechado nao entra (vai para os rejeitados). a entrada
      *> conferida soma no recebido do item, que fecha quando o
      *> recebido alcanca o pedido ou fica parcial; entrega a menos
      *> ou a mais do que faltava receber entra no estoque (a
      *> mercadoria esta no deposito) e vai para o relatorio de
      *> divergencias de recebimento (tblRecvExcept).
      *>
      *> depois de todas as entradas aplicadas, a fila de encomendas
      *> (tblBackorder) de cada produto recebido e atendida pelo
      *> bofill, na ordem de chegada: o pedido que a mercadoria nova
      *> cobre passa de "backorder" a "confirmed" e entra na proxima
      *> separacao do ordfill PICK. o registro de recebimento lista
      *> quantas encomendas cada produto liberou.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               file status is fsStkJrnl
       .

        select purchord assign to "tblPurchOrder"
               organization is indexed
               access mode is dynamic
               record key is poPK
      *> chave alternada por produto: o que ja esta encomendado de
      *> um produto, somado pelo replsugg
               alternate record key is poProductCode
                   with duplicates
               file status is fsPurchOrd
       .

        select excrpt assign to "tblRecvExcept"
               organization is line sequential
               file status is fsExcRpt
       .

       DATA DIVISION.
       FILE SECTION.
       fd product.
       fd stkjrnl.
       copy "tblstkjrnl.cpy".

       fd purchord.
       copy "tblpurchord.cpy".

       fd excrpt.
       01 excrpt-line          pic x(100).

       WORKING-STORAGE SECTION.
       77 fsTblProduct         pic x(2).
          88 valid-Product        value is "00" thru "09".
       77 fsRecvRej            pic x(2).
       77 fsRecvRpt            pic x(2).
       77 fsStkJrnl            pic x(2).
       77 fsPurchOrd           pic x(2).
          88 valid-PurchOrd       value is "00" thru "09".
       77 fsExcRpt             pic x(2).
       77 ws-po-open           pic x(1) value "N".
          88 po-file-open          value "Y".
       77 ws-eof-po            pic x(1) value "N".
          88 eof-po                value "Y".
       77 ws-po-number         pic 9(08).
       77 ws-po-line           pic 9(03).
       77 ws-po-seen           pic x(1).
          88 po-seen               value "Y".
       77 ws-po-product-seen   pic x(1).
          88 po-product-seen       value "Y".
       77 ws-po-received       pic 9(07).
       77 ws-po-diff           pic 9(07).
       77 ws-exc-type          pic x(06).
       77 ws-exceptions        pic 9(07) comp value zero.
       77 ws-ord-col           pic ZZZZ9.
       77 ws-prev-col          pic ZZZZ9.
       77 ws-diff-col          pic ZZZZZZ9.
       77 ws-seq-col           pic 999.
       77 ws-run-date          pic 9(08).
       77 ws-eof-tran          pic x(1) value "N".
          88 eof-tran              value "Y".
       77 ws-qty-col           pic ZZZZ9.
       77 ws-before-col        pic ZZZZ9.
       77 ws-after-col         pic ZZZZ9.
       77 ws-bo-filled         pic 9(05).
       77 ws-bo-filled-total   pic 9(07) comp value zero.
       77 ws-bo-col            pic ZZZZ9.

      *> produtos que receberam mercadoria neste lote, na ordem da
      *> primeira entrada - a fila de encomendas de cada um e
      *> atendida depois que todas as entradas foram aplicadas
       77 recv-max             pic 9(04) value 500.
       01 recv-table.
          03 recv-entry occurs 500 times.
             05 recv-code      pic x(15).
       77 recv-count           pic 9(04) comp value zero.
       77 recv-full-warned     pic x(1) value "N".
       77 ws-recv-i            pic 9(04) comp.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-PROCESS-RECEIPTS
           perform 2600-FILL-BACKORDERS thru 2600-EXIT
           perform 3000-WRITE-SUMMARY
           perform 9000-TERMINATE.

              go to 9000-TERMINATE
           end-if

           open i-o purchord
           if valid-PurchOrd
              move "Y" to ws-po-open
           else
              display "stkrecv: tblPurchOrder indisponivel - "
                      "entradas sem pedido de compra rejeitadas"
           end-if

           open output recvrej
           open output recvrpt
           open output excrpt

           move spaces to excrpt-line
           string "DIVERGENCIAS DE RECEBIMENTO - " delimited by size
                  ws-run-date delimited by size
               into excrpt-line
           end-string
           write excrpt-line
           move "TIPO   PED.COMPRA ITEM CODIGO          PEDIDO"
               to excrpt-line
           move "JA.REC. ENTRADA DIFERENCA" to excrpt-line(48:25)
           write excrpt-line

           move spaces to recvrpt-line
           string "REGISTRO DE RECEBIMENTO - " delimited by size
              go to 2100-EXIT
           end-if

      *> entrega sem pedido de compra em aberto para o produto nao
      *> entra - compras confere com o fornecedor antes
           perform 2150-MATCH-PURCHASE-ORDER thru 2150-EXIT
           if ws-reject-reason <> spaces
              perform 2200-WRITE-REJECT
              go to 2100-EXIT
           end-if

      *> leitura com bloqueio, igual a baixa do stkalloc: a janela
      *> entre ler o saldo e regravar o saldo somado e exclusiva
      *> deste recebimento - um pedido confirmado na mesma hora nao

           perform 2300-WRITE-RECEIPT-JOURNAL
           perform 2400-WRITE-REGISTER-LINE
           perform 2500-NOTE-RECEIVED-PRODUCT
           perform 2700-UPDATE-PO-LINE thru 2700-EXIT

           add 1 to ws-tran-applied
           add rcvQuantity to ws-units-received.
       2100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2150-MATCH-PURCHASE-ORDER - acha o item aberto ou parcial
      *> do produto no pedido de compra de rcvSupplierRef (numero
      *> nas 8 primeiras posicoes). o motivo da recusa fica em
      *> ws-reject-reason; em branco, ws-po-number/ws-po-line
      *> apontam o item conferido
      *> ---------------------------------------------------------
       2150-MATCH-PURCHASE-ORDER.
           move spaces to ws-reject-reason
           if not po-file-open or rcvSupplierRef(1:8) not numeric
              move "NO-PO" to ws-reject-reason
              go to 2150-EXIT
           end-if

           move rcvSupplierRef(1:8) to ws-po-number
           move zero to ws-po-line
           move "N" to ws-po-seen
           move "N" to ws-po-product-seen

           move ws-po-number to poNumber
           move zero to poLineSeq
           start purchord key not < poPK
           if valid-PurchOrd
              move "N" to ws-eof-po
              perform until eof-po
                  read purchord next
                       at end
                          move "Y" to ws-eof-po
                       not at end
                          if poNumber <> ws-po-number
                             move "Y" to ws-eof-po
                          else
                             move "Y" to ws-po-seen
                             if poProductCode = rcvCode
                                move "Y" to ws-po-product-seen
                                if po-Outstanding
                                   move poLineSeq to ws-po-line
                                   move "Y" to ws-eof-po
                                end-if
                             end-if
                          end-if
                  end-read
              end-perform
           end-if

           evaluate true
              when ws-po-line > zero
                 continue
              when not po-seen
                 move "NO-PO" to ws-reject-reason
              when not po-product-seen
                 move "NOT-ON-PO" to ws-reject-reason
              when other
                 move "PO-CLOSED" to ws-reject-reason
           end-evaluate.
       2150-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2200-WRITE-REJECT - devolve a transacao inteira para o
      *> arquivo de rejeitados com o motivo na frente, para compras
           move rcvDate        to recvrpt-line(57:8)
           write recvrpt-line.

      *> ---------------------------------------------------------
      *> 2500-NOTE-RECEIVED-PRODUCT - guarda o codigo do produto
      *> recebido (uma vez so por lote) para atender a fila de
      *> encomendas no final
      *> ---------------------------------------------------------
       2500-NOTE-RECEIVED-PRODUCT.
           perform varying ws-recv-i from 1 by 1
               until ws-recv-i > recv-count
               or recv-code(ws-recv-i) = productCode
               continue
           end-perform

           if ws-recv-i > recv-count
              if recv-count < recv-max
                 add 1 to recv-count
                 move productCode to recv-code(recv-count)
              else
                 if recv-full-warned = "N"
                    display "stkrecv: tabela de produtos recebidos"
                            " cheia - encomendas dos demais ficam"
                            " para o proximo lote"
                    move "Y" to recv-full-warned
                 end-if
              end-if
           end-if.

      *> ---------------------------------------------------------
      *> 2600-FILL-BACKORDERS - com as entradas todas gravadas, o
      *> catalogo e fechado (soltando o ultimo registro preso pelo
      *> recebimento) e o bofill atende a fila de cada produto
      *> recebido - ele aloca pelo stkalloc, que abre o catalogo por
      *> conta propria com os bloqueios dele
      *> ---------------------------------------------------------
       2600-FILL-BACKORDERS.
           close product

           if recv-count = zero
              go to 2600-EXIT
           end-if

           move spaces to recvrpt-line
           write recvrpt-line
           move "ENCOMENDAS ATENDIDAS POR PRODUTO RECEBIDO"
               to recvrpt-line
           write recvrpt-line

           perform 2610-FILL-ONE-PRODUCT
               varying ws-recv-i from 1 by 1
               until ws-recv-i > recv-count.
       2600-EXIT.
           exit.

       2610-FILL-ONE-PRODUCT.
           call "bofill" using recv-code(ws-recv-i), ws-bo-filled

           if ws-bo-filled > zero
              add ws-bo-filled to ws-bo-filled-total
              move spaces to recvrpt-line
              move ws-bo-filled to ws-bo-col
              move recv-code(ws-recv-i) to recvrpt-line(1:15)
              move ws-bo-col            to recvrpt-line(17:5)
              move "pedido(s) confirmado(s)" to recvrpt-line(23:23)
              write recvrpt-line
           end-if.

      *> ---------------------------------------------------------
      *> 2700-UPDATE-PO-LINE - soma a entrada no recebido do item
      *> do pedido de compra: alcancou o pedido, fecha; ficou
      *> abaixo, parcial. entrega diferente do que faltava receber
      *> vai para o relatorio de divergencias
      *> ---------------------------------------------------------
       2700-UPDATE-PO-LINE.
           move ws-po-number to poNumber
           move ws-po-line   to poLineSeq
           read purchord key is poPK
                invalid key
                   go to 2700-EXIT
           end-read

           compute ws-po-received = poQtyReceived + rcvQuantity
           move spaces to ws-exc-type
           evaluate true
              when ws-po-received < poQtyOrdered
                 move "SHORT" to ws-exc-type
                 compute ws-po-diff = poQtyOrdered - ws-po-received
                 move "P" to poStatus
              when ws-po-received > poQtyOrdered
                 move "OVER" to ws-exc-type
                 compute ws-po-diff = ws-po-received - poQtyOrdered
                 move "C" to poStatus
                 move ws-run-date to poCloseDate
              when other
                 move "C" to poStatus
                 move ws-run-date to poCloseDate
           end-evaluate

           if ws-exc-type <> spaces
              perform 2710-WRITE-EXCEPTION-LINE
           end-if

      *> o recebido guarda o excesso ate o limite do campo - a
      *> divergencia completa ja esta no relatorio
           if ws-po-received > 99999
              move 99999 to poQtyReceived
           else
              move ws-po-received to poQtyReceived
           end-if
           rewrite tblPurchOrdRec
               invalid key
                  display "stkrecv: erro regravando pedido de compra "
                          ws-po-number " item " ws-po-line
           end-rewrite.
       2700-EXIT.
           exit.

       2710-WRITE-EXCEPTION-LINE.
           move spaces to excrpt-line
           move ws-exc-type   to excrpt-line(1:6)
           move ws-po-number  to excrpt-line(8:8)
           move ws-po-line    to ws-seq-col
           move ws-seq-col    to excrpt-line(19:3)
           move rcvCode       to excrpt-line(24:15)
           move poQtyOrdered  to ws-ord-col
           move ws-ord-col    to excrpt-line(41:5)
           move poQtyReceived to ws-prev-col
           move ws-prev-col   to excrpt-line(50:5)
           move rcvQuantity   to ws-qty-col
           move ws-qty-col    to excrpt-line(58:5)
           move ws-po-diff    to ws-diff-col
           move ws-diff-col   to excrpt-line(66:7)
           write excrpt-line
           add 1 to ws-exceptions.

      *> ---------------------------------------------------------
      *> 3000-WRITE-SUMMARY - resumo no console para conferencia do
      *> lote logo apos rodar, igual ao prodmnt
           display "stkrecv: transacoes lidas.....: " ws-tran-total
           display "stkrecv: recebimentos aplicados " ws-tran-applied
           display "stkrecv: transacoes rejeitadas: " ws-tran-rejected
           display "stkrecv: unidades recebidas...: " ws-units-received
           display "stkrecv: encomendas atendidas.: "
                   ws-bo-filled-total
           display "stkrecv: divergencias.........: " ws-exceptions.

       9000-TERMINATE.
           close product
           close recvtran
           close recvrej
           close recvrpt
           close excrpt
           if po-file-open
              close purchord
           end-if
           stop run.
