       PROGRAM-ID. poissue.

      *> emissao dos pedidos de compra: le a sugestao de compra em
      *> formato de maquina (tblReplSuggDat, gravada pelo replsugg e
      *> aprovada por compras linha a linha) e emite um pedido de
      *> compra numerado por fornecedor com todas as linhas
      *> aprovadas dele, em tblPurchOrder. o numero vem da sequencia
      *> em tblPurchOrdCtl, no mesmo esquema do tblOrderCtl do
      *> ordlog, e a data prevista de entrega de cada item e a data
      *> de emissao mais o prazo do fornecedor (tblSupplier). sem
      *> isso compras redigitava a sugestao em e-mails e o stkrecv
      *> nao tinha contra o que conferir a mercadoria que chegava.
      *>
      *> linha aprovada com fornecedor desconhecido ou inativo, que
      *> nao fornece o produto, ou com produto inexistente ou
      *> descontinuado nao entra: vai para tblPOIssueRej com o
      *> motivo. o registro de emissao (tblPORegister) lista cada
      *> pedido com os itens - e o que segue para o fornecedor. no
      *> final o arquivo de sugestao e regravado com as linhas
      *> emitidas marcadas com "E", para uma segunda execucao nao
      *> emitir de novo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select suggdat assign to "tblReplSuggDat"
               organization is line sequential
               file status is fsSuggDat
       .

        select supplier assign to "tblSupplier"
               organization is indexed
               access mode is dynamic
               record key is supplierCode
               file status is fsSupplier
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

        select poctl assign to "tblPurchOrdCtl"
               organization is line sequential
               file status is fsPoCtl
       .

        select porej assign to "tblPOIssueRej"
               organization is line sequential
               file status is fsPoRej
       .

        select porpt assign to "tblPORegister"
               organization is line sequential
               file status is fsPoRpt
       .

       DATA DIVISION.
       FILE SECTION.
       fd suggdat.
       copy "tblreplsugg.cpy".

       fd supplier.
       copy "tblsupplier.cpy".

       fd supprod.
       copy "tblsupprod.cpy".

       fd product.
       copy "tblprod.cpy".

       fd purchord.
       copy "tblpurchord.cpy".

       fd poctl.
       01 poctl-line           pic 9(08).

       fd porej.
       01 porej-line           pic x(80).

       fd porpt.
       01 porpt-line           pic x(100).

       WORKING-STORAGE SECTION.
       77 fsSuggDat            pic x(2).
       77 fsSupplier           pic x(2).
          88 valid-Supplier       value is "00" thru "09".
       77 fsSupProd            pic x(2).
          88 valid-SupProd        value is "00" thru "09".
       77 fsTblProduct         pic x(2).
          88 valid-Product        value is "00" thru "09".
       77 fsPurchOrd           pic x(2).
          88 valid-PurchOrd       value is "00" thru "09".
       77 fsPoCtl              pic x(2).
       77 fsPoRej              pic x(2).
       77 fsPoRpt              pic x(2).
       77 ws-run-date          pic 9(08).
       77 ws-due-date          pic 9(08).
       77 ws-eof-sugg          pic x(1) value "N".
          88 eof-sugg              value "Y".
       77 ws-reject-reason     pic x(12).
       77 ws-next-number       pic 9(08).
       77 ws-number-free       pic x(1).
          88 number-free           value "Y".
       77 ws-line-seq          pic 9(03).
       77 ws-cur-supplier      pic x(10).
       77 ws-lines-read        pic 9(07) comp value zero.
       77 ws-lines-approved    pic 9(07) comp value zero.
       77 ws-lines-rejected    pic 9(07) comp value zero.
       77 ws-lines-issued      pic 9(07) comp value zero.
       77 ws-po-issued         pic 9(07) comp value zero.
       77 ws-qty-col           pic ZZZZ9.
       77 ws-seq-col           pic 999.
       77 ws-lead-col          pic ZZ9.

      *> o arquivo de sugestao inteiro em memoria: as linhas
      *> aprovadas sao agrupadas por fornecedor e o arquivo e
      *> regravado no final com a marca de emitida. passou do
      *> limite, nada e emitido - melhor parar do que regravar o
      *> arquivo pela metade
       77 sugg-max             pic 9(04) value 2000.
       01 sugg-table.
          03 sugg-entry occurs 2000 times.
             05 sugg-code       pic x(15).
             05 sugg-qty        pic 9(05).
             05 sugg-supplier   pic x(10).
             05 sugg-approve    pic x(01).
      *> "Y" = linha aprovada e valida, esperando o pedido de compra
             05 sugg-ready      pic x(01).
       77 sugg-count           pic 9(04) comp value zero.
       77 sugg-overflow        pic x(1) value "N".
          88 sugg-overflowed       value "Y".
       77 ws-sugg-i            pic 9(04) comp.
       77 ws-line-i            pic 9(04) comp.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-LOAD-SUGGESTIONS thru 2000-EXIT
           perform 3000-ISSUE-ORDERS thru 3000-EXIT
           perform 4000-REWRITE-SUGGESTIONS thru 4000-EXIT
           perform 5000-WRITE-SUMMARY
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - abre os cadastros para conferir as
      *> linhas, o arquivo de pedidos de compra (criando na primeira
      *> vez) e as saidas
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           accept ws-run-date from date yyyymmdd

           set environment "file.index" to "jisam"
           open input supplier
           if not valid-Supplier
              display "poissue: tblSupplier indisponivel"
              go to 9000-TERMINATE
           end-if

           open input supprod
           if not valid-SupProd
              display "poissue: tblSupplierProd indisponivel"
              close supplier
              go to 9000-TERMINATE
           end-if

           open input product
           if not valid-Product
              display "poissue: tblProduct indisponivel"
              close supplier
              close supprod
              go to 9000-TERMINATE
           end-if

           open i-o purchord
           if not valid-PurchOrd
              open output purchord
              close purchord
              open i-o purchord
           end-if

           open output porej
           open output porpt

           move spaces to porpt-line
           string "REGISTRO DE PEDIDOS DE COMPRA - " delimited by size
                  ws-run-date delimited by size
               into porpt-line
           end-string
           write porpt-line.

      *> ---------------------------------------------------------
      *> 2000-LOAD-SUGGESTIONS - carrega o arquivo de sugestao e
      *> confere cada linha aprovada contra os cadastros
      *> ---------------------------------------------------------
       2000-LOAD-SUGGESTIONS.
           open input suggdat
           if fsSuggDat <> "00" and fsSuggDat <> "05"
              display "poissue: tblReplSuggDat nao encontrado"
              go to 2000-EXIT
           end-if

           move "N" to ws-eof-sugg
           perform until eof-sugg
               read suggdat
                    at end
                       move "Y" to ws-eof-sugg
                    not at end
                       add 1 to ws-lines-read
                       perform 2100-LOAD-ONE-LINE thru 2100-EXIT
               end-read
           end-perform
           close suggdat.
       2000-EXIT.
           exit.

       2100-LOAD-ONE-LINE.
           if sugg-count not < sugg-max
              if not sugg-overflowed
                 display "poissue: arquivo de sugestao passa de "
                         sugg-max " linhas - nenhum pedido emitido"
                 move "Y" to sugg-overflow
              end-if
              go to 2100-EXIT
           end-if

           add 1 to sugg-count
           move rsProductCode  to sugg-code(sugg-count)
           move rsQuantity     to sugg-qty(sugg-count)
           move rsSupplierCode to sugg-supplier(sugg-count)
           move rsApprove      to sugg-approve(sugg-count)
           move "N"            to sugg-ready(sugg-count)

           if not rs-Approved
              go to 2100-EXIT
           end-if
           add 1 to ws-lines-approved

           inspect sugg-code(sugg-count) converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect sugg-supplier(sugg-count) converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           if rsQuantity not numeric or rsQuantity = zero
              move "ZERO-QTY" to ws-reject-reason
              perform 2200-WRITE-REJECT
              go to 2100-EXIT
           end-if

           move sugg-supplier(sugg-count) to supplierCode
           read supplier key is supplierCode
                invalid key
                   move "NO-SUPPLIER" to ws-reject-reason
                   perform 2200-WRITE-REJECT
                   go to 2100-EXIT
           end-read
           if supplier-Inactive
              move "INACTIVE" to ws-reject-reason
              perform 2200-WRITE-REJECT
              go to 2100-EXIT
           end-if

           move sugg-code(sugg-count) to productCode
           read product key is productPK
                invalid key
                   move "NOT-FOUND" to ws-reject-reason
                   perform 2200-WRITE-REJECT
                   go to 2100-EXIT
           end-read
           if product-Discontinued
              move "DISCONTINUED" to ws-reject-reason
              perform 2200-WRITE-REJECT
              go to 2100-EXIT
           end-if

           move sugg-supplier(sugg-count) to spSupplierCode
           move sugg-code(sugg-count)     to spProductCode
           read supprod key is spPK
                invalid key
                   move "NOT-CARRIED" to ws-reject-reason
                   perform 2200-WRITE-REJECT
                   go to 2100-EXIT
           end-read

           move "Y" to sugg-ready(sugg-count).
       2100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2200-WRITE-REJECT - a linha aprovada volta para o arquivo
      *> de rejeitados com o motivo na frente, igual ao stkrecv
      *> ---------------------------------------------------------
       2200-WRITE-REJECT.
           move spaces to porej-line
           string ws-reject-reason delimited by size
                  " " delimited by size
                  tblReplSuggRec delimited by size
               into porej-line
           end-string
           write porej-line
           add 1 to ws-lines-rejected.

      *> ---------------------------------------------------------
      *> 3000-ISSUE-ORDERS - um pedido de compra por fornecedor, na
      *> ordem em que o fornecedor aparece no arquivo; cada linha
      *> pronta entra no pedido do seu fornecedor
      *> ---------------------------------------------------------
       3000-ISSUE-ORDERS.
           if sugg-overflowed
              go to 3000-EXIT
           end-if

           perform 3100-ISSUE-ONE-SUPPLIER thru 3100-EXIT
               varying ws-sugg-i from 1 by 1
               until ws-sugg-i > sugg-count

           if ws-po-issued = zero
              move "(nenhuma linha aprovada para emitir)"
                  to porpt-line
              write porpt-line
           end-if.
       3000-EXIT.
           exit.

       3100-ISSUE-ONE-SUPPLIER.
      *> so a primeira linha pronta de cada fornecedor abre pedido -
      *> as seguintes ja entraram nele e estao marcadas "E"
           if sugg-ready(ws-sugg-i) <> "Y"
              go to 3100-EXIT
           end-if

           move sugg-supplier(ws-sugg-i) to ws-cur-supplier
           move ws-cur-supplier to supplierCode
           read supplier key is supplierCode
                invalid key
                   go to 3100-EXIT
           end-read

           perform 3200-ASSIGN-PO-NUMBER

      *> data prevista = emissao + prazo de entrega do fornecedor,
      *> em dias corridos
           compute ws-due-date = function date-of-integer(
                   function integer-of-date(ws-run-date)
                   + supplierLeadDays)

           perform 3300-WRITE-PO-HEADER
           move zero to ws-line-seq
           perform 3400-WRITE-PO-LINE
               varying ws-line-i from ws-sugg-i by 1
               until ws-line-i > sugg-count

           add 1 to ws-po-issued.
       3100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 3200-ASSIGN-PO-NUMBER - proximo numero de tblPurchOrdCtl,
      *> como o ordlog faz com tblOrderCtl. se o controle foi
      *> recriado por fora e o numero ja existe no arquivo, pula
      *> para frente ate um numero livre - um pedido de compra nunca
      *> se mistura com outro
      *> ---------------------------------------------------------
       3200-ASSIGN-PO-NUMBER.
           move zero to ws-next-number
           open input poctl
           if fsPoCtl = "00" or fsPoCtl = "05"
              read poctl
                   at end
                      move zero to ws-next-number
                   not at end
                      move poctl-line to ws-next-number
              end-read
              close poctl
           end-if

           move "N" to ws-number-free
           perform until number-free
               add 1 to ws-next-number
               move ws-next-number to poNumber
               move 1              to poLineSeq
               read purchord key is poPK
                    invalid key
                       move "Y" to ws-number-free
               end-read
           end-perform

           open output poctl
           move ws-next-number to poctl-line
           write poctl-line
           close poctl.

       3300-WRITE-PO-HEADER.
           move spaces to porpt-line
           write porpt-line
           move supplierLeadDays to ws-lead-col
           move spaces to porpt-line
           string "PEDIDO DE COMPRA " delimited by size
                  ws-next-number delimited by size
                  "  FORNECEDOR " delimited by size
                  supplierCode delimited by size
                  " " delimited by size
                  supplierName delimited by size
               into porpt-line
           end-string
           write porpt-line
           move spaces to porpt-line
           string "   CONTATO: " delimited by size
                  supplierContact delimited by size
               into porpt-line
           end-string
           write porpt-line
           move spaces to porpt-line
           string "   EMISSAO " delimited by size
                  ws-run-date delimited by size
                  "  PRAZO " delimited by size
                  ws-lead-col delimited by size
                  " DIAS  ENTREGA PREVISTA " delimited by size
                  ws-due-date delimited by size
               into porpt-line
           end-string
           write porpt-line
           move "   ITEM CODIGO          REF.FORNECEDOR       "
               to porpt-line
           move "NOME" to porpt-line(47:4)
           move "QTD." to porpt-line(79:4)
           write porpt-line.

      *> ---------------------------------------------------------
      *> 3400-WRITE-PO-LINE - grava no pedido corrente cada linha
      *> pronta do mesmo fornecedor e marca a linha como emitida
      *> ---------------------------------------------------------
       3400-WRITE-PO-LINE.
           if sugg-ready(ws-line-i) = "Y"
              and sugg-supplier(ws-line-i) = ws-cur-supplier
              add 1 to ws-line-seq
              move spaces                 to tblPurchOrdRec
              move ws-next-number         to poNumber
              move ws-line-seq            to poLineSeq
              move ws-cur-supplier        to poSupplierCode
              move sugg-code(ws-line-i)   to poProductCode
              move ws-run-date            to poIssueDate
              move ws-due-date            to poDueDate
              move sugg-qty(ws-line-i)    to poQtyOrdered
              move zero                   to poQtyReceived
              move "O"                    to poStatus
              move zero                   to poCloseDate
      *> linha que nao gravou nao vai para o pedido impresso: fica
      *> aprovada ("Y") no arquivo de sugestao para a proxima
      *> execucao emitir, e so sai da vez nesta execucao
              write tblPurchOrdRec
                  invalid key
                     display "poissue: erro gravando pedido "
                             ws-next-number " item " ws-line-seq
                             " - linha fica para a proxima execucao"
                     move "N" to sugg-ready(ws-line-i)
                     move 4 to return-code
                  not invalid key
                     move "N" to sugg-ready(ws-line-i)
                     move "E" to sugg-approve(ws-line-i)
                     add 1 to ws-lines-issued
                     perform 3500-WRITE-REGISTER-LINE
              end-write
           end-if.

       3500-WRITE-REGISTER-LINE.
           move spaces to spSupplierItem
           move ws-cur-supplier      to spSupplierCode
           move sugg-code(ws-line-i) to spProductCode
           read supprod key is spPK
                invalid key
                   move spaces to spSupplierItem
           end-read

           move spaces to productName
           move sugg-code(ws-line-i) to productCode
           read product key is productPK
                invalid key
                   move spaces to productName
           end-read

           move spaces to porpt-line
           move ws-line-seq          to ws-seq-col
           move sugg-qty(ws-line-i)  to ws-qty-col
           move ws-seq-col           to porpt-line(4:3)
           move sugg-code(ws-line-i) to porpt-line(9:15)
           move spSupplierItem       to porpt-line(25:20)
           move productName          to porpt-line(47:30)
           move ws-qty-col           to porpt-line(78:5)
           write porpt-line.

      *> ---------------------------------------------------------
      *> 4000-REWRITE-SUGGESTIONS - regrava o arquivo de sugestao
      *> com as linhas emitidas marcadas "E"; as demais (nao
      *> aprovadas ou rejeitadas) voltam como estavam
      *> ---------------------------------------------------------
       4000-REWRITE-SUGGESTIONS.
           if sugg-overflowed or ws-lines-issued = zero
              go to 4000-EXIT
           end-if

           open output suggdat
           perform 4100-REWRITE-ONE-LINE
               varying ws-sugg-i from 1 by 1
               until ws-sugg-i > sugg-count
           close suggdat.
       4000-EXIT.
           exit.

       4100-REWRITE-ONE-LINE.
           move spaces                   to tblReplSuggRec
           move sugg-code(ws-sugg-i)     to rsProductCode
           move sugg-qty(ws-sugg-i)      to rsQuantity
           move sugg-supplier(ws-sugg-i) to rsSupplierCode
           move sugg-approve(ws-sugg-i)  to rsApprove
           write tblReplSuggRec.

      *> ---------------------------------------------------------
      *> 5000-WRITE-SUMMARY - resumo no console para conferencia
      *> ---------------------------------------------------------
       5000-WRITE-SUMMARY.
           display "poissue: linhas lidas.........: " ws-lines-read
           display "poissue: linhas aprovadas.....: " ws-lines-approved
           display "poissue: linhas rejeitadas....: " ws-lines-rejected
           display "poissue: linhas emitidas......: " ws-lines-issued
           display "poissue: pedidos de compra....: " ws-po-issued.

       9000-TERMINATE.
           close supplier
           close supprod
           close product
           close purchord
           close porej
           close porpt
           stop run.
