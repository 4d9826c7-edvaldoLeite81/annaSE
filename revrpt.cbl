       PROGRAM-ID. revrpt.

      *> relatorio de receita do periodo a partir dos pedidos que
      *> venderam de verdade em tblOrder ("confirmed", "picked",
      *> "shipped" ou devolvido depois da expedicao - "returned"/
      *> "partreturn"; recusado e cancelado nao venderam nada): soma
      *> unidades e receita por produto e por categoria, com o preco
      *> medio praticado. a receita sai do orderUnitPrice gravado na
      *> confirmacao (a mesma resposta do prcresol que o cliente
      *> tag=valor do chaveiro), igual aos demais relatorios; sem o
      *> arquivo, considera o historico inteiro. a categoria de cada
      *> produto e lida do catalogo na hora do relatorio.
      *>
      *> a receita por produto/categoria e o total geral sao a
      *> receita bruta. as devolucoes de cliente com data no periodo
      *> (tblReturn, gravado pelo ordreturn) saem numa secao propria
      *> com as unidades e o valor reembolsado, abatidos do total
      *> geral na receita liquida do periodo.
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

               file status is fsTblProduct
       .

        select returns assign to "tblReturn"
               organization is indexed
               access mode is dynamic
               record key is retPK
               file status is fsReturn
       .

        select rptparm assign to "tblReportParm"
               organization is line sequential
               file status is fsRptParm
       fd product.
       copy "tblprod.cpy".

       fd returns.
       copy "tblreturn.cpy".

       fd rptparm.
       01 rptparm-line         pic x(80).

          88 valid-Order          value is "00" thru "09".
       77 fsTblProduct         pic x(2).
          88 valid-Product        value is "00" thru "09".
       77 fsReturn             pic x(2).
          88 valid-Return         value is "00" thru "09".
       77 fsRptParm            pic x(2).
       77 fsRevRpt             pic x(2).
       77 ws-eof-order         pic x(1) value "N".
       77 ws-total-revenue     pic 9(13)v99 value zero.
       77 ws-tot-rev-col       pic ZZZZZZZZZZZZ9.99.

      *> devolucoes do periodo (por data da devolucao) e a receita
      *> liquida = total geral - reembolsos
       77 ws-eof-return        pic x(1) value "N".
          88 eof-return            value "Y".
       77 ws-ret-units         pic 9(09) comp value zero.
       77 ws-ret-restocked     pic 9(09) comp value zero.
       77 ws-ret-refund        pic 9(13)v99 value zero.
       77 ws-net-units         pic s9(09) comp value zero.
       77 ws-net-revenue       pic s9(13)v99 value zero.
       77 ws-net-units-col     pic -ZZZZZZ9.
       77 ws-net-rev-col       pic -ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-READ-REPORT-PARM thru 1000-EXIT
           perform 2000-SCAN-SOLD-ORDERS thru 2000-EXIT
           perform 2500-SCAN-RETURNS thru 2500-EXIT
           perform 3000-RANK-TOTALS
           perform 4000-WRITE-REPORT
           perform 9000-TERMINATE.
                    not at end
                       if (orderStatus = "confirmed"
                           or orderStatus = "picked"
                           or orderStatus = "shipped"
                           or orderStatus = "returned"
                           or orderStatus = "partreturn")
                          and orderDate not < ws-from-date
                          and orderDate not > ws-to-date
                          perform 2100-ADD-ONE-ITEM
       2300-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2500-SCAN-RETURNS - soma as devolucoes de cliente com data
      *> no periodo; sem o arquivo (nenhuma devolucao registrada
      *> ate hoje) a secao sai zerada
      *> ---------------------------------------------------------
       2500-SCAN-RETURNS.
           open input returns
           if not valid-Return
              go to 2500-EXIT
           end-if

           move zero to retOrderNumber
           move zero to retLineSeq
           move zero to retSeq
           start returns key not < retPK
           if not valid-Return
              close returns
              go to 2500-EXIT
           end-if

           move "N" to ws-eof-return
           perform until eof-return
               read returns next
                    at end
                       move "Y" to ws-eof-return
                    not at end
                       if retDate not < ws-from-date
                          and retDate not > ws-to-date
                          add retQuantity to ws-ret-units
                          add retRefund to ws-ret-refund
                          if retResaleable = "Y"
                             add retQuantity to ws-ret-restocked
                          end-if
                       end-if
               end-read
           end-perform
           close returns.
       2500-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 3000-RANK-TOTALS - produtos e categorias da maior para a
      *> menor receita (bubble sort simples, igual ao lostsale)
           end-string
           write revrpt-line

           perform 4300-WRITE-RETURNS-SECTION

           close revrpt.

       4100-WRITE-PRODUCT-LINE.
           move ws-avg-col to revrpt-line(58:9)
           write revrpt-line.

      *> ---------------------------------------------------------
      *> 4300-WRITE-RETURNS-SECTION - devolucoes do periodo e a
      *> receita liquida (total geral menos reembolsos)
      *> ---------------------------------------------------------
       4300-WRITE-RETURNS-SECTION.
           move spaces to revrpt-line
           write revrpt-line
           move "DEVOLUCOES DE CLIENTE NO PERIODO" to revrpt-line
           write revrpt-line

           move ws-ret-units to ws-units-col
           move ws-ret-refund to ws-tot-rev-col
           move spaces to revrpt-line
           string "DEVOLVIDO..: unidades " delimited by size
                  ws-units-col delimited by size
                  "  reembolso " delimited by size
                  ws-tot-rev-col delimited by size
               into revrpt-line
           end-string
           write revrpt-line

           move ws-ret-restocked to ws-units-col
           move spaces to revrpt-line
           string "REESTOCADO.: unidades " delimited by size
                  ws-units-col delimited by size
               into revrpt-line
           end-string
           write revrpt-line

           compute ws-net-units = ws-total-units - ws-ret-units
           compute ws-net-revenue = ws-total-revenue - ws-ret-refund
           move ws-net-units to ws-net-units-col
           move ws-net-revenue to ws-net-rev-col
           move spaces to revrpt-line
           string "LIQUIDO....: unidades " delimited by size
                  ws-net-units-col delimited by size
                  " receita " delimited by size
                  ws-net-rev-col delimited by size
               into revrpt-line
           end-string
           write revrpt-line.

       9000-TERMINATE.
           stop run.
