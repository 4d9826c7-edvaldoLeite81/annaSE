       PROGRAM-ID. invissue.

      *> emite a nota de um pedido expedido em tblInvoice: um
      *> cabecalho com o total e um registro por item do pedido com
      *> quantidade, preco unitario e total do item. chamado pelo
      *> ordfill no SHIP, uma vez por pedido, depois de o pedido
      *> inteiro estar em "shipped". o numero da nota vem de uma
      *> sequencia propria (tblInvoiceCtl, uma linha so), mantida do
      *> mesmo jeito que o ordlog mantem a de pedidos em
      *> tblOrderCtl. o preco e o orderUnitPrice gravado na
      *> confirmacao; item antigo sem preco gravado cai no
      *> productPrice atual, a mesma regra do revrpt - assim o total
      *> das notas bate com a receita que o revrpt mostra. devolve:
      *>   "ok" - nota emitida, numero em lk-inv-number;
      *>   "ex" - o pedido ja tinha nota (lote rodado de novo): nada
      *>          e emitido, o numero da nota existente volta;
      *>   "nf" - pedido sem itens em tblOrder;
      *>   "er" - arquivo de notas fora do ar: nenhum numero e
      *>          consumido, a nota sai na proxima tentativa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select invoice assign to "tblInvoice"
               organization is indexed
               access mode is dynamic
               record key is invPK
      *> chave alternada pelo pedido de origem: da nota ao pedido e
      *> do pedido a nota (invreg)
               alternate record key is invOrderNumber
                   with duplicates
               file status is fsInvoice
       .

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

        select invctl assign to "tblInvoiceCtl"
               organization is line sequential
               file status is fsInvCtl
       .

       DATA DIVISION.
       FILE SECTION.
       fd invoice.
       copy "tblinvoice.cpy".

       fd tblorder.
       copy "tblorder.cpy".

       fd product.
       copy "tblprod.cpy".

       fd invctl.
       01 invctl-line            pic 9(08).

       WORKING-STORAGE SECTION.
       77 fsInvoice              pic x(2).
          88 valid-Invoice          value is "00" thru "09".
       77 fsTblOrder             pic x(2).
          88 valid-Order            value is "00" thru "09".
       77 fsTblProduct           pic x(2).
          88 valid-Product          value is "00" thru "09".
       77 fsInvCtl               pic x(2).
       77 ws-eof-order           pic x(1).
          88 eof-order              value "Y".
       77 ws-catalog-open        pic x(1).
          88 catalog-open           value "Y".
       77 ws-next-number         pic 9(08).
       77 ws-header-written      pic x(1).
          88 header-written         value "Y".
       77 ws-inv-date            pic 9(08).
       77 ws-inv-time            pic 9(06).

      *> itens do pedido, lidos antes de numerar a nota - o
      *> cabecalho leva o total, entao os itens precisam estar somados
      *> antes de qualquer gravacao
       77 item-max               pic 9(03) value 99.
       01 item-table.
          03 item-entry occurs 99 times.
             05 item-seq         pic 9(03).
             05 item-code        pic x(15).
             05 item-qty         pic 9(07).
             05 item-price       pic 9(06)v99.
             05 item-amount      pic 9(11)v99.
       77 item-count             pic 9(03) comp.
       77 ws-item-i              pic 9(03) comp.
       77 ws-total-qty           pic 9(07).
       77 ws-total-amount        pic 9(11)v99.

       LINKAGE SECTION.
       77 lk-inv-order           pic 9(08).
       77 lk-inv-number          pic 9(08).
       77 lk-inv-status          pic x(02).

       PROCEDURE DIVISION USING lk-inv-order, lk-inv-number,
               lk-inv-status.
       INICIO.
           move zero to lk-inv-number
           move "er" to lk-inv-status

           set environment "file.index" to "jisam"
           open i-o invoice
           if not valid-Invoice
              open output invoice
              close invoice
              open i-o invoice
           end-if
           if not valid-Invoice
              goback
           end-if

      *> o mesmo pedido nunca recebe duas notas
           move lk-inv-order to invOrderNumber
           read invoice key is invOrderNumber
                invalid key
                   continue
                not invalid key
                   move invNumber to lk-inv-number
                   move "ex" to lk-inv-status
                   close invoice
                   goback
           end-read

           perform LOAD-ORDER-ITEMS thru LOAD-ORDER-ITEMS-EXIT
           if item-count = zero
              move "nf" to lk-inv-status
              close invoice
              goback
           end-if

           accept ws-inv-date from date yyyymmdd
           accept ws-inv-time from time

           perform ASSIGN-INVOICE-NUMBER

      *> se o arquivo de controle foi recriado/zerado por fora, a
      *> sequencia pode cair em cima de uma nota ja gravada - igual
      *> ao ordlog, pula para frente ate achar um numero livre e
      *> realinha o controle no final. a colisao so pode acontecer
      *> no cabecalho, que e gravado primeiro: os itens de um numero
      *> so existem se o cabecalho dele existir
           move "N" to ws-header-written
           perform until header-written
               perform WRITE-INVOICE-HEADER
               if fsInvoice = "22"
                  add 1 to ws-next-number
               else
                  move "Y" to ws-header-written
               end-if
           end-perform
           if not valid-Invoice
              close invoice
              goback
           end-if

           perform WRITE-INVOICE-ITEM
               varying ws-item-i from 1 by 1
               until ws-item-i > item-count
           close invoice

           perform WRITE-CONTROL-NUMBER

           move ws-next-number to lk-inv-number
           move "ok" to lk-inv-status
           goback.

      *> ---------------------------------------------------------
      *> LOAD-ORDER-ITEMS - itens do pedido em tblOrder, com o total
      *> de cada um e o total da nota
      *> ---------------------------------------------------------
       LOAD-ORDER-ITEMS.
           move zero to item-count
           move zero to ws-total-qty
           move zero to ws-total-amount

           open input tblorder
           if not valid-Order
              go to LOAD-ORDER-ITEMS-EXIT
           end-if

           move "N" to ws-catalog-open
           open input product
           if valid-Product
              move "Y" to ws-catalog-open
           end-if

           move lk-inv-order to orderNumber
           move zero to orderLineSeq
           start tblorder key not < orderPK
           if valid-Order
              move "N" to ws-eof-order
              perform until eof-order
                  read tblorder next
                       at end
                          move "Y" to ws-eof-order
                       not at end
                          if orderNumber <> lk-inv-order
                             move "Y" to ws-eof-order
                          else
                             perform ADD-ONE-ITEM
                          end-if
                  end-read
              end-perform
           end-if

           close tblorder
           if catalog-open
              close product
           end-if.
       LOAD-ORDER-ITEMS-EXIT.
           exit.

       ADD-ONE-ITEM.
           if item-count not < item-max
              display "invissue: pedido " lk-inv-order " com mais de "
                  item-max " itens - nota sem o excedente"
           else
              add 1 to item-count
              move orderLineSeq     to item-seq(item-count)
              move orderProductCode to item-code(item-count)
              move orderQuantity    to item-qty(item-count)
              move orderUnitPrice   to item-price(item-count)
              if orderUnitPrice = zero and catalog-open
                 move orderProductCode to productCode
                 read product key is productPK
                      invalid key
                         continue
                      not invalid key
                         move productPrice to item-price(item-count)
                 end-read
              end-if
              compute item-amount(item-count)
                  = item-qty(item-count) * item-price(item-count)
              add item-qty(item-count) to ws-total-qty
              add item-amount(item-count) to ws-total-amount
           end-if.

      *> ---------------------------------------------------------
      *> ASSIGN-INVOICE-NUMBER - le o ultimo numero usado no arquivo
      *> de controle (tblInvoiceCtl, uma linha so) e soma um. se o
      *> arquivo ainda nao existir, a sequencia comeca da primeira
      *> nota. o controle so e regravado depois de a nota estar
      *> gravada - nota que nao chegou a ser gravada nao consome
      *> numero, e a sequencia de notas nao fica com buraco
      *> ---------------------------------------------------------
       ASSIGN-INVOICE-NUMBER.
           move zero to ws-next-number

           open input invctl
           if fsInvCtl = "00" or fsInvCtl = "05"
              read invctl
                   at end
                      move zero to ws-next-number
                   not at end
                      move invctl-line to ws-next-number
              end-read
              close invctl
           end-if

           add 1 to ws-next-number.

       WRITE-INVOICE-HEADER.
           move spaces to tblInvoiceRec
           move ws-next-number  to invNumber
           move zero            to invLineSeq
           move lk-inv-order    to invOrderNumber
           move ws-inv-date     to invDate
           move ws-inv-time     to invTime
           move ws-total-qty    to invQuantity
           move zero            to invUnitPrice
           move ws-total-amount to invAmount
           move item-count      to invLineCount
           write tblInvoiceRec
               invalid key
                  continue
           end-write.

       WRITE-INVOICE-ITEM.
           move spaces to tblInvoiceRec
           move ws-next-number            to invNumber
           move item-seq(ws-item-i)       to invLineSeq
           move lk-inv-order              to invOrderNumber
           move ws-inv-date               to invDate
           move ws-inv-time               to invTime
           move item-code(ws-item-i)      to invProductCode
           move item-qty(ws-item-i)       to invQuantity
           move item-price(ws-item-i)     to invUnitPrice
           move item-amount(ws-item-i)    to invAmount
           move zero                      to invLineCount
           write tblInvoiceRec
               invalid key
                  display "invissue: item " invLineSeq " da nota "
                      invNumber " nao gravou (status " fsInvoice ")"
           end-write.

       WRITE-CONTROL-NUMBER.
           open output invctl
           move ws-next-number to invctl-line
           write invctl-line
           close invctl.
