      *> o periodo da demanda vem de tblReportParm (FROM=aaaammdd e
      *> TO=aaaammdd, formato tag=valor do chaveiro); sem o arquivo,
      *> considera o historico inteiro de tblOrder.
      *>
      *> o que ja esta encomendado ao fornecedor (itens de pedido de
      *> compra ainda abertos ou parciais em tblPurchOrder, pedido
      *> menos recebido) sai da quantidade sugerida, para nao pedir
      *> de novo o que ja vem a caminho. cada sugestao leva o
      *> fornecedor preferido do produto (tblSupplierProd) e tambem
      *> sai em formato de maquina (tblReplSuggDat), que compras
      *> aprova linha a linha para o poissue emitir os pedidos de
      *> compra.
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

               file status is fsSuggRpt
       .

        select suggdat assign to "tblReplSuggDat"
               organization is line sequential
               file status is fsSuggDat
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

        select supprod assign to "tblSupplierProd"
               organization is indexed
               access mode is dynamic
               record key is spPK
      *> chave alternada por produto: os fornecedores de um produto,
      *> para achar o preferido (replsugg) e trocar a preferencia
               alternate record key is spProductCode
                   with duplicates
               file status is fsSupProd
       .

       DATA DIVISION.
       FILE SECTION.
       fd product.
       fd suggrpt.
       01 suggrpt-line         pic x(100).

       fd suggdat.
       copy "tblreplsugg.cpy".

       fd purchord.
       copy "tblpurchord.cpy".

       fd supprod.
       copy "tblsupprod.cpy".

       WORKING-STORAGE SECTION.
       77 fsTblProduct         pic x(2).
          88 valid-Product        value is "00" thru "09".
          88 valid-Order          value is "00" thru "09".
       77 fsRptParm            pic x(2).
       77 fsSuggRpt            pic x(2).
       77 fsSuggDat            pic x(2).
       77 fsPurchOrd           pic x(2).
          88 valid-PurchOrd       value is "00" thru "09".
       77 fsSupProd            pic x(2).
          88 valid-SupProd        value is "00" thru "09".
       77 ws-po-open           pic x(1) value "N".
          88 po-file-open          value "Y".
       77 ws-sp-open           pic x(1) value "N".
          88 sp-file-open          value "Y".
       77 ws-eof-po            pic x(1) value "N".
          88 eof-po                value "Y".
       77 ws-eof-sp            pic x(1) value "N".
          88 eof-sp                value "Y".
       77 ws-on-order          pic 9(07).
       77 ws-supplier          pic x(10).
       77 ws-eof-order         pic x(1) value "N".
          88 eof-order             value "Y".
       77 ws-eof-prod          pic x(1) value "N".
       77 ws-qty-col           pic ZZZZ9.
       77 ws-rpt-col           pic ZZZZ9.
       77 ws-dem-col           pic ZZZZZZ9.
       77 ws-ord-col           pic ZZZZZZ9.
       77 ws-sugg-col          pic ZZZZZZ9.
       77 ws-name-col          pic x(30).

      *> 2000-BUILD-DEMAND-TABLE - soma por produto as quantidades
      *> dos pedidos do periodo que chegaram a reservar estoque
      *> ("confirmed", "picked" ou "shipped" - recusado nao e
      *> demanda atendida, entra no relatorio de vendas perdidas).
      *> pedido expedido e depois devolvido ("returned"/
      *> "partreturn") continua contando, a saida aconteceu.
      *> encomenda ("backorder") tambem conta: e demanda que ja tem
      *> cliente esperando a mercadoria chegar
      *> ---------------------------------------------------------
       2000-BUILD-DEMAND-TABLE.
           set environment "file.index" to "jisam"
                    not at end
                       if (orderStatus = "confirmed"
                           or orderStatus = "picked"
                           or orderStatus = "shipped"
                           or orderStatus = "returned"
                           or orderStatus = "partreturn"
                           or orderStatus = "backorder")
                          and orderDate not < ws-from-date
                          and orderDate not > ws-to-date
                          perform 2100-ADD-ORDER-DEMAND
           end-if

           perform 3100-OPEN-SUGGESTION-FILE
           perform 3150-OPEN-PURCHASING-FILES

           move "N" to ws-eof-prod
           perform until eof-prod
               end-read
           end-perform
           close product
           if po-file-open
              close purchord
           end-if
           if sp-file-open
              close supprod
           end-if

           if ws-sugg-count = zero
              move "(nenhum produto no ponto de reposicao)"
              write suggrpt-line
           end-if
           close suggrpt
           close suggdat

           display "replsugg: sugestoes geradas...: " ws-sugg-count.
       3000-EXIT.

           move "CODIGO          NOME                           "
               to suggrpt-line
           move "ESTOQ PT.RP DEMANDA EM.PED. SUGERIDO FORNECEDOR"
               to suggrpt-line(49:47)
           write suggrpt-line

           open output suggdat.

      *> sem o arquivo de pedidos de compra (nenhum emitido ainda)
      *> nada esta encomendado; sem o cadastro de fornecedores a
      *> sugestao sai sem fornecedor e compras preenche
       3150-OPEN-PURCHASING-FILES.
           open input purchord
           if valid-PurchOrd
              move "Y" to ws-po-open
           end-if
           open input supprod
           if valid-SupProd
              move "Y" to ws-sp-open
           end-if.

       3200-JUDGE-ONE-PRODUCT.
           if product-Discontinued
           end-if

           perform 3300-FIND-PRODUCT-DEMAND
           perform 3350-FIND-ON-ORDER thru 3350-EXIT

      *> quantidade sugerida: repor ate duas vezes o ponto de
      *> reposicao e ainda cobrir a demanda do periodo - o dobro do
      *> ponto da folga para o estoque nao voltar ao aviso de "low"
      *> assim que os pedidos pendentes sairem. o que ja vem a
      *> caminho nos pedidos de compra abertos sai da conta
           compute ws-suggested = (2 * productReorderPt)
                                + ws-found-qty - ws-qty-on-hand
                                - ws-on-order
           if ws-suggested > zero
              perform 3360-FIND-PREFERRED-SUPPLIER thru 3360-EXIT
              perform 3400-WRITE-SUGGESTION
           end-if.
       3200-EXIT.
               end-if
           end-perform.

      *> ---------------------------------------------------------
      *> 3350-FIND-ON-ORDER - soma o saldo a receber (pedido menos
      *> recebido) dos itens de pedido de compra ainda abertos ou
      *> parciais do produto, pela chave alternada por produto
      *> ---------------------------------------------------------
       3350-FIND-ON-ORDER.
           move zero to ws-on-order
           if not po-file-open
              go to 3350-EXIT
           end-if

           move productCode to poProductCode
           start purchord key not < poProductCode
           if not valid-PurchOrd
              go to 3350-EXIT
           end-if

           move "N" to ws-eof-po
           perform until eof-po
               read purchord next
                    at end
                       move "Y" to ws-eof-po
                    not at end
                       if poProductCode <> productCode
                          move "Y" to ws-eof-po
                       else
                          if po-Outstanding
                             and poQtyOrdered > poQtyReceived
                             compute ws-on-order = ws-on-order
                                 + poQtyOrdered - poQtyReceived
                          end-if
                       end-if
               end-read
           end-perform.
       3350-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 3360-FIND-PREFERRED-SUPPLIER - o fornecedor marcado como
      *> preferido do produto; sem marca, o primeiro que fornece
      *> ---------------------------------------------------------
       3360-FIND-PREFERRED-SUPPLIER.
           move spaces to ws-supplier
           if not sp-file-open
              go to 3360-EXIT
           end-if

           move productCode to spProductCode
           start supprod key not < spProductCode
           if not valid-SupProd
              go to 3360-EXIT
           end-if

           move "N" to ws-eof-sp
           perform until eof-sp
               read supprod next
                    at end
                       move "Y" to ws-eof-sp
                    not at end
                       if spProductCode <> productCode
                          move "Y" to ws-eof-sp
                       else
                          if ws-supplier = spaces
                             move spSupplierCode to ws-supplier
                          end-if
                          if sp-Preferred
                             move spSupplierCode to ws-supplier
                             move "Y" to ws-eof-sp
                          end-if
                       end-if
               end-read
           end-perform.
       3360-EXIT.
           exit.

       3400-WRITE-SUGGESTION.
           move spaces to suggrpt-line
           move productName to ws-name-col
           move ws-name-col to suggrpt-line(17:30)
           move ws-qty-col  to suggrpt-line(49:5)
           move ws-rpt-col  to suggrpt-line(55:5)
           move ws-on-order to ws-ord-col

           move ws-dem-col  to suggrpt-line(61:7)
           move ws-ord-col  to suggrpt-line(69:7)
           move ws-sugg-col to suggrpt-line(77:7)
           move ws-supplier to suggrpt-line(86:10)
           write suggrpt-line

      *> a mesma sugestao para a aprovacao de compras, ainda nao
      *> aprovada
           move spaces       to tblReplSuggRec
           move productCode  to rsProductCode
           move ws-suggested to rsQuantity
           move ws-supplier  to rsSupplierCode
           move "N"          to rsApprove
           write tblReplSuggRec

           add 1 to ws-sugg-count.

       9000-TERMINATE.
