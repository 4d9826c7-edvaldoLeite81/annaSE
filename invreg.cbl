       PROGRAM-ID. invreg.

      *> registro diario de notas para a contabilidade: lista as
      *> notas emitidas no periodo (tblInvoice, gravado pelo
      *> invissue no SHIP do ordfill) com pedido, itens, unidades e
      *> total, e faz tres conferencias:
      *>   - sequencia: os numeros de nota do arquivo inteiro nao
      *>     podem ter buraco, e o ultimo numero tem de ser o do
      *>     arquivo de controle (tblInvoiceCtl);
      *>   - nota inteira: o cabecalho tem de bater com os itens
      *>     gravados (quantidade de itens e soma dos totais);
      *>   - receita: todo pedido expedido no periodo (transicao
      *>     para "shipped" em tblOrderHist com data no periodo) tem
      *>     de ter nota, e o total da nota tem de ser a receita do
      *>     pedido pela regra do revrpt (orderUnitPrice gravado, ou
      *>     productPrice atual no item antigo sem preco). a nota e
      *>     emitida no dia da expedicao, entao o total faturado do
      *>     periodo e o total expedido do periodo tem de ser iguais.
      *>
      *> o periodo vem de tblReportParm (FROM=/TO=, formato
      *> tag=valor), o mesmo arquivo do revrpt; sem o arquivo ou sem
      *> as tags, o periodo e o dia de hoje. qualquer quebra sai no
      *> relatorio (tblInvoiceReg) e o lote termina com retorno 4.
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

        select ordhist assign to "tblOrderHist"
               organization is line sequential
               file status is fsOrdHist
       .

        select invctl assign to "tblInvoiceCtl"
               organization is line sequential
               file status is fsInvCtl
       .

        select rptparm assign to "tblReportParm"
               organization is line sequential
               file status is fsRptParm
       .

        select invrpt assign to "tblInvoiceReg"
               organization is line sequential
               file status is fsInvRpt
       .

       DATA DIVISION.
       FILE SECTION.
       fd invoice.
       copy "tblinvoice.cpy".

       fd tblorder.
       copy "tblorder.cpy".

       fd product.
       copy "tblprod.cpy".

       fd ordhist.
       copy "tblordhist.cpy".

       fd invctl.
       01 invctl-line          pic 9(08).

       fd rptparm.
       01 rptparm-line         pic x(80).

       fd invrpt.
       01 invrpt-line          pic x(100).

       WORKING-STORAGE SECTION.
       77 fsInvoice            pic x(2).
          88 valid-Invoice        value is "00" thru "09".
       77 fsTblOrder           pic x(2).
          88 valid-Order          value is "00" thru "09".
       77 fsTblProduct         pic x(2).
          88 valid-Product        value is "00" thru "09".
       77 fsOrdHist            pic x(2).
       77 fsInvCtl             pic x(2).
       77 fsRptParm            pic x(2).
       77 fsInvRpt             pic x(2).
       77 ws-eof-file          pic x(1) value "N".
          88 eof-file              value "Y".
       77 ws-eof-order         pic x(1) value "N".
          88 eof-order             value "Y".
       77 ws-parm-tag          pic x(10).
       77 ws-parm-value        pic x(70).
       77 ws-from-date         pic 9(08).
       77 ws-to-date           pic 9(08).
       77 ws-catalog-open      pic x(1) value "N".
          88 catalog-open          value "Y".
       77 ws-unit-price        pic 9(06)v99.

      *> pedidos expedidos no periodo, com a receita pela regra do
      *> revrpt e o que a varredura das notas achou para cada um
       77 ship-max             pic 9(04) value 5000.
       01 ship-table.
          03 ship-entry occurs 5000 times.
             05 ship-order     pic 9(08).
             05 ship-revenue   pic 9(11)v99.
      *> "Y" = pedido achado em tblOrder
             05 ship-found     pic x(01).
      *> numero da nota do pedido (zero = pedido sem nota)
             05 ship-invoice   pic 9(08).
       77 ship-count           pic 9(04) comp value zero.
       77 ship-full-warned     pic x(1) value "N".
       77 ws-ship-i            pic 9(04) comp.

      *> nota corrente da varredura (cabecalho lido e itens somados)
       77 ws-cur-number        pic 9(08) value zero.
       77 ws-cur-lines         pic 9(03).
       77 ws-cur-amount        pic 9(11)v99.
       77 ws-sum-lines         pic 9(03).
       77 ws-sum-amount        pic 9(11)v99.
       77 ws-prev-number       pic 9(08) value zero.
       77 ws-gap-from          pic 9(08).
       77 ws-gap-to            pic 9(08).
       77 ws-ctl-number        pic 9(08) value zero.

       77 ws-inv-count         pic 9(07) comp value zero.
       77 ws-inv-total         pic 9(13)v99 value zero.
       77 ws-other-total       pic 9(13)v99 value zero.
       77 ws-ship-total        pic 9(13)v99 value zero.
       77 ws-gap-count         pic 9(07) comp value zero.
       77 ws-bad-inv-count     pic 9(07) comp value zero.
       77 ws-no-inv-count      pic 9(07) comp value zero.
       77 ws-diff-count        pic 9(07) comp value zero.
       77 ws-lost-count        pic 9(07) comp value zero.
       77 ws-break-count       pic 9(07) comp value zero.

       77 ws-num-col           pic 99999999.
       77 ws-lines-col         pic ZZ9.
       77 ws-units-col         pic ZZZZZZ9.
       77 ws-amount-col        pic ZZZZZZZZZZZZ9.99.
       77 ws-count-col         pic ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE thru 1000-EXIT
           perform 2000-LOAD-SHIPPED-ORDERS thru 2000-EXIT
           perform 2500-PRICE-SHIPPED-ORDERS thru 2500-EXIT
           perform 3000-SCAN-INVOICES thru 3000-EXIT
           perform 3500-CHECK-CONTROL-NUMBER
           perform 4000-CHECK-SHIPPED-ORDERS
           perform 5000-WRITE-TOTALS
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - periodo do registro (padrao: hoje) e
      *> cabecalho do relatorio
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           accept ws-from-date from date yyyymmdd
           move ws-from-date to ws-to-date

           open input rptparm
           if fsRptParm = "00" or fsRptParm = "05"
              move "N" to ws-eof-file
              perform until eof-file
                  read rptparm
                       at end
                          move "Y" to ws-eof-file
                       not at end
                          perform 1100-PARSE-PARM-LINE
                  end-read
              end-perform
              close rptparm
           end-if

           open output invrpt
           move spaces to invrpt-line
           string "REGISTRO DE NOTAS - " delimited by size
                  ws-from-date delimited by size
                  " A " delimited by size
                  ws-to-date delimited by size
               into invrpt-line
           end-string
           write invrpt-line
           move spaces to invrpt-line
           write invrpt-line
           move spaces to invrpt-line
           move "NOTA"     to invrpt-line(1:4)
           move "DATA"     to invrpt-line(11:4)
           move "PEDIDO"   to invrpt-line(21:6)
           move "ITENS"    to invrpt-line(30:5)
           move "UNIDADES" to invrpt-line(36:8)
           move "TOTAL"    to invrpt-line(57:5)
           move "OBS"      to invrpt-line(64:3)
           write invrpt-line.
       1000-EXIT.
           exit.

       1100-PARSE-PARM-LINE.
           move spaces to ws-parm-tag
           move spaces to ws-parm-value
           unstring rptparm-line delimited by "="
               into ws-parm-tag ws-parm-value
           end-unstring
           if ws-parm-tag(1:4) = "FROM"
                             and ws-parm-value(1:8) numeric
              move ws-parm-value(1:8) to ws-from-date
           end-if
           if ws-parm-tag(1:2) = "TO"
                             and ws-parm-value(1:8) numeric
              move ws-parm-value(1:8) to ws-to-date
           end-if.

      *> ---------------------------------------------------------
      *> 2000-LOAD-SHIPPED-ORDERS - pedidos que passaram para
      *> "shipped" dentro do periodo, pela linha do tempo
      *> ---------------------------------------------------------
       2000-LOAD-SHIPPED-ORDERS.
           open input ordhist
           if fsOrdHist <> "00" and fsOrdHist <> "05"
              display "invreg: tblOrderHist nao encontrado - "
                  "conferencia de receita sem pedidos expedidos"
              go to 2000-EXIT
           end-if

           move "N" to ws-eof-file
           perform until eof-file
               read ordhist
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       if histNewStatus = "shipped"
                          and histDate not < ws-from-date
                          and histDate not > ws-to-date
                          perform 2100-ADD-SHIPPED-ORDER
                       end-if
               end-read
           end-perform
           close ordhist.
       2000-EXIT.
           exit.

       2100-ADD-SHIPPED-ORDER.
           perform varying ws-ship-i from 1 by 1
               until ws-ship-i > ship-count
               or ship-order(ws-ship-i) = histOrderNumber
               continue
           end-perform
           if ws-ship-i > ship-count
              if ship-count < ship-max
                 add 1 to ship-count
                 move histOrderNumber to ship-order(ship-count)
                 move zero to ship-revenue(ship-count)
                 move "N" to ship-found(ship-count)
                 move zero to ship-invoice(ship-count)
              else
                 if ship-full-warned = "N"
                    display "invreg: tabela de pedidos expedidos "
                        "cheia (" ship-max ") - conferencia parcial"
                    move "Y" to ship-full-warned
                 end-if
              end-if
           end-if.

      *> ---------------------------------------------------------
      *> 2500-PRICE-SHIPPED-ORDERS - receita de cada pedido
      *> expedido pela regra do revrpt
      *> ---------------------------------------------------------
       2500-PRICE-SHIPPED-ORDERS.
           if ship-count = zero
              go to 2500-EXIT
           end-if

           set environment "file.index" to "jisam"
           open input tblorder
           if not valid-Order
              display "invreg: tblOrder indisponivel"
              go to 2500-EXIT
           end-if
           move "N" to ws-catalog-open
           open input product
           if valid-Product
              move "Y" to ws-catalog-open
           end-if

           perform 2510-PRICE-ONE-ORDER
               varying ws-ship-i from 1 by 1
               until ws-ship-i > ship-count

           close tblorder
           if catalog-open
              close product
           end-if.
       2500-EXIT.
           exit.

       2510-PRICE-ONE-ORDER.
           move ship-order(ws-ship-i) to orderNumber
           move zero to orderLineSeq
           start tblorder key not < orderPK
           if valid-Order
              move "N" to ws-eof-order
              perform until eof-order
                  read tblorder next
                       at end
                          move "Y" to ws-eof-order
                       not at end
                          if orderNumber <> ship-order(ws-ship-i)
                             move "Y" to ws-eof-order
                          else
                             perform 2520-ADD-ORDER-ITEM
                          end-if
                  end-read
              end-perform
           end-if.

       2520-ADD-ORDER-ITEM.
           move "Y" to ship-found(ws-ship-i)
           move orderUnitPrice to ws-unit-price
           if ws-unit-price = zero and catalog-open
              move orderProductCode to productCode
              read product key is productPK
                   invalid key
                      continue
                   not invalid key
                      move productPrice to ws-unit-price
              end-read
           end-if
           compute ship-revenue(ws-ship-i) = ship-revenue(ws-ship-i)
               + orderQuantity * ws-unit-price.

      *> ---------------------------------------------------------
      *> 3000-SCAN-INVOICES - o arquivo de notas inteiro, em ordem
      *> de numero: cada cabecalho fecha a nota anterior (conferida
      *> contra os itens) e e conferido contra o numero anterior;
      *> so as notas do periodo saem no registro
      *> ---------------------------------------------------------
       3000-SCAN-INVOICES.
           set environment "file.index" to "jisam"
           open input invoice
           if not valid-Invoice
              display "invreg: tblInvoice indisponivel"
              move "(nenhuma nota emitida)" to invrpt-line
              write invrpt-line
              go to 3000-EXIT
           end-if

           move zero to invNumber
           move zero to invLineSeq
           start invoice key not < invPK
           if not valid-Invoice
              close invoice
              move "(nenhuma nota emitida)" to invrpt-line
              write invrpt-line
              go to 3000-EXIT
           end-if

           move "N" to ws-eof-file
           perform until eof-file
               read invoice next
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       if invLineSeq = zero
                          perform 3100-CLOSE-CURRENT-INVOICE
                          perform 3200-OPEN-NEW-INVOICE thru 3200-EXIT
                       else
                          perform 3300-ADD-INVOICE-ITEM
                       end-if
               end-read
           end-perform
           perform 3100-CLOSE-CURRENT-INVOICE
           close invoice

           if ws-inv-count = zero
              move "(nenhuma nota no periodo)" to invrpt-line
              write invrpt-line
           end-if.
       3000-EXIT.
           exit.

      *> nota cujo cabecalho nao bate com os itens gravados - nota
      *> gravada pela metade ou mexida por fora
       3100-CLOSE-CURRENT-INVOICE.
           if ws-cur-number <> zero
              if ws-sum-lines <> ws-cur-lines
                 or ws-sum-amount <> ws-cur-amount
                 add 1 to ws-bad-inv-count
                 move spaces to invrpt-line
                 move ws-cur-number to ws-num-col
                 string "   NOTA " delimited by size
                        ws-num-col delimited by size
                        " INCONSISTENTE: cabecalho nao bate com os "
                            delimited by size
                        "itens gravados" delimited by size
                     into invrpt-line
                 end-string
                 write invrpt-line
              end-if
           end-if.

       3200-OPEN-NEW-INVOICE.
      *> buraco na sequencia: numeros entre a nota anterior e esta
      *> que nao existem no arquivo
           if invNumber > ws-prev-number + 1
              add 1 to ws-gap-count
              compute ws-gap-from = ws-prev-number + 1
              compute ws-gap-to = invNumber - 1
              perform 3400-WRITE-GAP-LINE
           end-if
           move invNumber to ws-prev-number

           move invNumber      to ws-cur-number
           move invLineCount   to ws-cur-lines
           move invAmount      to ws-cur-amount
           move zero to ws-sum-lines
           move zero to ws-sum-amount

      *> a nota marca o pedido expedido no periodo como faturado
      *> qualquer que seja a data dela - a nota reemitida depois pelo
      *> ACTION=INVOICE do ordfill, ou a do SHIP que passou da
      *> meia-noite, sai com data fora do periodo
           perform varying ws-ship-i from 1 by 1
               until ws-ship-i > ship-count
               or ship-order(ws-ship-i) = invOrderNumber
               continue
           end-perform
           if ws-ship-i not > ship-count
              move invNumber to ship-invoice(ws-ship-i)
           end-if

           if invDate < ws-from-date or invDate > ws-to-date
              go to 3200-EXIT
           end-if

           add 1 to ws-inv-count
           add invAmount to ws-inv-total

           move spaces to invrpt-line
           move invNumber to ws-num-col
           move ws-num-col to invrpt-line(1:8)
           move invDate to invrpt-line(11:8)
           move invOrderNumber to ws-num-col
           move ws-num-col to invrpt-line(21:8)
           move invLineCount to ws-lines-col
           move ws-lines-col to invrpt-line(32:3)
           move invQuantity to ws-units-col
           move ws-units-col to invrpt-line(37:7)
           move invAmount to ws-amount-col
           move ws-amount-col to invrpt-line(46:16)

      *> a nota tem de ser de um pedido expedido no periodo; se nao
      *> for (nota emitida depois pelo ACTION=INVOICE do ordfill),
      *> o total dela fica de fora da comparacao com a receita
           if ws-ship-i > ship-count
              add invAmount to ws-other-total
              move "EXPEDIDO EM OUTRO PERIODO" to invrpt-line(64:25)
           else
              if ship-found(ws-ship-i) = "Y"
                 and ship-revenue(ws-ship-i) <> invAmount
                 add 1 to ws-diff-count
                 move "DIFERE DA RECEITA" to invrpt-line(64:17)
              end-if
           end-if
           write invrpt-line.
       3200-EXIT.
           exit.

       3300-ADD-INVOICE-ITEM.
      *> item sem cabecalho da mesma nota antes dele
           if invNumber <> ws-cur-number
              add 1 to ws-bad-inv-count
              move spaces to invrpt-line
              move invNumber to ws-num-col
              string "   NOTA " delimited by size
                     ws-num-col delimited by size
                     " INCONSISTENTE: item sem cabecalho"
                         delimited by size
                  into invrpt-line
              end-string
              write invrpt-line
           else
              add 1 to ws-sum-lines
              add invAmount to ws-sum-amount
           end-if.

       3400-WRITE-GAP-LINE.
           move spaces to invrpt-line
           move ws-gap-from to ws-num-col
           string "   FALTA NA SEQUENCIA: nota " delimited by size
                  ws-num-col delimited by size
               into invrpt-line
           end-string
           if ws-gap-to <> ws-gap-from
              move ws-gap-to to ws-num-col
              move " a " to invrpt-line(37:3)
              move ws-num-col to invrpt-line(40:8)
           end-if
           write invrpt-line.

      *> ---------------------------------------------------------
      *> 3500-CHECK-CONTROL-NUMBER - o ultimo numero do controle tem
      *> de ser a ultima nota gravada: controle na frente e nota
      *> numerada que nao foi gravada (buraco no fim da sequencia);
      *> controle atras e a proxima nota vai colidir (o invissue
      *> pula, mas o controle foi mexido por fora)
      *> ---------------------------------------------------------
       3500-CHECK-CONTROL-NUMBER.
           open input invctl
           if fsInvCtl = "00" or fsInvCtl = "05"
              read invctl
                   at end
                      continue
                   not at end
                      move invctl-line to ws-ctl-number
              end-read
              close invctl
           end-if

           if ws-ctl-number > ws-prev-number
              add 1 to ws-gap-count
              compute ws-gap-from = ws-prev-number + 1
              move ws-ctl-number to ws-gap-to
              perform 3400-WRITE-GAP-LINE
           end-if
           if ws-ctl-number < ws-prev-number
              add 1 to ws-gap-count
              move spaces to invrpt-line
              move ws-ctl-number to ws-num-col
              string "   CONTROLE ATRASADO: tblInvoiceCtl em "
                         delimited by size
                     ws-num-col delimited by size
                  into invrpt-line
              end-string
              move ws-prev-number to ws-num-col
              move ", ultima nota " to invrpt-line(49:14)
              move ws-num-col to invrpt-line(63:8)
              write invrpt-line
           end-if.

      *> ---------------------------------------------------------
      *> 4000-CHECK-SHIPPED-ORDERS - pedido expedido no periodo sem
      *> nota (emitir com ACTION=INVOICE do ordfill), ou que nao
      *> esta mais em tblOrder (arquivado pelo logarch) e nao da
      *> para conferir a receita
      *> ---------------------------------------------------------
       4000-CHECK-SHIPPED-ORDERS.
           perform 4100-CHECK-ONE-SHIPPED-ORDER
               varying ws-ship-i from 1 by 1
               until ws-ship-i > ship-count.

       4100-CHECK-ONE-SHIPPED-ORDER.
           if ship-found(ws-ship-i) = "Y"
              add ship-revenue(ws-ship-i) to ws-ship-total
           else
              add 1 to ws-lost-count
              move spaces to invrpt-line
              move ship-order(ws-ship-i) to ws-num-col
              string "   PEDIDO " delimited by size
                     ws-num-col delimited by size
                     " EXPEDIDO E FORA DO tblOrder - receita nao "
                         delimited by size
                     "conferida" delimited by size
                  into invrpt-line
              end-string
              write invrpt-line
           end-if

           if ship-invoice(ws-ship-i) = zero
              add 1 to ws-no-inv-count
              move spaces to invrpt-line
              move ship-order(ws-ship-i) to ws-num-col
              string "   PEDIDO " delimited by size
                     ws-num-col delimited by size
                     " EXPEDIDO SEM NOTA" delimited by size
                  into invrpt-line
              end-string
              write invrpt-line
           end-if.

      *> ---------------------------------------------------------
      *> 5000-WRITE-TOTALS - totais e veredito. total faturado das
      *> notas de pedidos expedidos no periodo x receita dos
      *> pedidos expedidos no periodo pela regra do revrpt
      *> ---------------------------------------------------------
       5000-WRITE-TOTALS.
           compute ws-break-count = ws-gap-count + ws-bad-inv-count
               + ws-no-inv-count + ws-diff-count + ws-lost-count

           move spaces to invrpt-line
           write invrpt-line

           move ws-inv-count to ws-count-col
           move spaces to invrpt-line
           string "NOTAS NO PERIODO.............: " delimited by size
                  ws-count-col delimited by size
               into invrpt-line
           end-string
           write invrpt-line

           move ws-inv-total to ws-amount-col
           move spaces to invrpt-line
           string "TOTAL FATURADO...............: " delimited by size
                  ws-amount-col delimited by size
               into invrpt-line
           end-string
           write invrpt-line

           move ws-other-total to ws-amount-col
           move spaces to invrpt-line
           string "  DE EXPEDICAO DE OUTRO PER..: " delimited by size
                  ws-amount-col delimited by size
               into invrpt-line
           end-string
           write invrpt-line

           compute ws-inv-total = ws-inv-total - ws-other-total
           move ws-inv-total to ws-amount-col
           move spaces to invrpt-line
           string "  DE EXPEDICAO DO PERIODO....: " delimited by size
                  ws-amount-col delimited by size
               into invrpt-line
           end-string
           write invrpt-line

           move ws-ship-total to ws-amount-col
           move spaces to invrpt-line
           string "RECEITA EXPEDIDA (REVRPT)....: " delimited by size
                  ws-amount-col delimited by size
               into invrpt-line
           end-string
           write invrpt-line

           move ship-count to ws-count-col
           move spaces to invrpt-line
           string "PEDIDOS EXPEDIDOS NO PERIODO.: " delimited by size
                  ws-count-col delimited by size
               into invrpt-line
           end-string
           write invrpt-line

           move ws-gap-count to ws-count-col
           move spaces to invrpt-line
           string "FALTAS NA SEQUENCIA..........: " delimited by size
                  ws-count-col delimited by size
               into invrpt-line
           end-string
           write invrpt-line

           move ws-bad-inv-count to ws-count-col
           move spaces to invrpt-line
           string "NOTAS INCONSISTENTES.........: " delimited by size
                  ws-count-col delimited by size
               into invrpt-line
           end-string
           write invrpt-line

           move ws-no-inv-count to ws-count-col
           move spaces to invrpt-line
           string "PEDIDOS EXPEDIDOS SEM NOTA...: " delimited by size
                  ws-count-col delimited by size
               into invrpt-line
           end-string
           write invrpt-line

           move ws-diff-count to ws-count-col
           move spaces to invrpt-line
           string "NOTAS QUE DIFEREM DA RECEITA.: " delimited by size
                  ws-count-col delimited by size
               into invrpt-line
           end-string
           write invrpt-line

           move spaces to invrpt-line
           write invrpt-line
           if ws-break-count = zero
              and ws-inv-total = ws-ship-total
              move "REGISTRO CONFERE COM A RECEITA E A SEQUENCIA"
                  to invrpt-line
           else
              move "REGISTRO COM QUEBRAS - ver linhas acima"
                  to invrpt-line
              move 4 to return-code
           end-if
           write invrpt-line

           display "invreg: notas no periodo.....: " ws-inv-count
           display "invreg: quebras..............: " ws-break-count.

       9000-TERMINATE.
           close invrpt
           stop run.
