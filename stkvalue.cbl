       PROGRAM-ID. stkvalue.

      *> valorizacao do estoque e giro lento, para o fechamento do
      *> mes: o financeiro perguntava todo mes quanto vale o estoque
      *> e a conta era feita na mao a partir de uma listagem do
      *> tblProduct. este lote valoriza o productQuantity de cada
      *> produto ativo pelo preco vigente na data do relatorio,
      *> resolvido pelo prcresol do mesmo jeito que a consulta do
      *> cliente resolve, com subtotal por categoria (o catalogo e
      *> lido pela chave alternada productCategory) e total geral.
      *>
      *> a ultima saida de cada produto (movimento "A" de alocacao
      *> de pedido em tblStockJrnl - as linhas antigas sem tipo
      *> tambem sao alocacao) da os dias desde a ultima venda: acima
      *> de SLOWDAYS o produto sai marcado como giro lento, acima de
      *> DEADDAYS (ou sem venda nenhuma no diario) como estoque
      *> parado. produto descontinuado que ainda tem unidades na
      *> prateleira sai numa secao separada, valorizado, para a
      *> liquidacao.
      *>
      *> parametros em tblReportParm (formato tag=valor do
      *> chaveiro): TO=aaaammdd e a data do relatorio (sem a tag, a
      *> data do dia), SLOWDAYS=n (padrao 60) e DEADDAYS=n (padrao
      *> 180). o FROM dos outros relatorios nao se aplica aqui.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

        select stkjrnl assign to "tblStockJrnl"
               organization is line sequential
               file status is fsStkJrnl
       .

        select rptparm assign to "tblReportParm"
               organization is line sequential
               file status is fsRptParm
       .

        select valrpt assign to "tblStockValue"
               organization is line sequential
               file status is fsValRpt
       .

       DATA DIVISION.
       FILE SECTION.
       fd product.
       copy "tblprod.cpy".

       fd stkjrnl.
       copy "tblstkjrnl.cpy".

       fd rptparm.
       01 rptparm-line         pic x(80).

       fd valrpt.
       01 valrpt-line          pic x(100).

       WORKING-STORAGE SECTION.
       77 fsTblProduct         pic x(2).
          88 valid-Product        value is "00" thru "09".
       77 fsStkJrnl            pic x(2).
       77 fsRptParm            pic x(2).
       77 fsValRpt             pic x(2).
       77 ws-eof-prod          pic x(1) value "N".
          88 eof-prod              value "Y".
       77 ws-eof-jrnl          pic x(1) value "N".
          88 eof-jrnl              value "Y".
       77 ws-eof-parm          pic x(1) value "N".
          88 eof-parm              value "Y".
       77 ws-parm-tag          pic x(10).
       77 ws-parm-value        pic x(70).
       77 ws-parm-num-text     pic x(05).
       77 ws-parm-len          pic 9(02) comp.
       77 ws-report-date       pic 9(08).
       77 ws-slow-days         pic 9(05) value 60.
       77 ws-dead-days         pic 9(05) value 180.

      *> ultima saida por produto, apurada do diario ate a data do
      *> relatorio - mesmo desenho das tabelas por produto do
      *> prodmiss/replsugg
       77 sale-max             pic 9(04) value 2000.
       01 sale-table.
          03 sale-entry occurs 2000 times.
             05 sale-code      pic x(15).
             05 sale-last-date pic 9(08).
       77 sale-count           pic 9(04) comp value zero.
       77 sale-full-warned     pic x(1) value "N".
       77 ws-sale-i            pic 9(04) comp.

       77 ws-qty-on-hand       pic 9(05).
       77 ws-unit-price        pic 9(06)v99.
       77 ws-line-value        pic 9(11)v99.
       77 ws-last-sale         pic 9(08).
       77 ws-days-idle         pic 9(05).
       77 ws-flag              pic x(06).
       77 ws-cur-category      pic x(100).
       77 ws-first-product     pic x(1).
          88 first-product         value "Y".

       77 ws-cat-units         pic 9(09) comp value zero.
       77 ws-cat-value         pic 9(13)v99 value zero.
       77 ws-tot-units         pic 9(09) comp value zero.
       77 ws-tot-value         pic 9(13)v99 value zero.
       77 ws-tot-products      pic 9(07) comp value zero.
       77 ws-tot-no-stock      pic 9(07) comp value zero.
       77 ws-tot-slow          pic 9(07) comp value zero.
       77 ws-tot-dead          pic 9(07) comp value zero.
       77 ws-slow-value        pic 9(13)v99 value zero.
       77 ws-dead-value        pic 9(13)v99 value zero.
       77 ws-disc-count        pic 9(07) comp value zero.
       77 ws-disc-units        pic 9(09) comp value zero.
       77 ws-disc-value        pic 9(13)v99 value zero.

       77 ws-qty-col           pic ZZZZ9.
       77 ws-price-col         pic ZZZZZ9.99.
       77 ws-value-col         pic ZZZZZZZZZZ9.99.
       77 ws-days-col          pic ZZZZ9.
       77 ws-units-col         pic ZZZZZZZZ9.
       77 ws-count-col         pic ZZZZZZ9.
       77 ws-tot-value-col     pic ZZZZZZZZZZZZ9.99.
       77 ws-name-col          pic x(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-READ-REPORT-PARM thru 1000-EXIT
           perform 2000-BUILD-LAST-SALE-TABLE thru 2000-EXIT
           perform 3000-VALUE-ACTIVE-STOCK thru 3000-EXIT
           perform 4000-LIST-DISCONTINUED thru 4000-EXIT
           perform 5000-WRITE-TOTALS
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-READ-REPORT-PARM - data do relatorio e os limites de
      *> giro, no formato tag=valor; sem arquivo ou sem as tags,
      *> fica a data do dia e os limites padrao
      *> ---------------------------------------------------------
       1000-READ-REPORT-PARM.
           accept ws-report-date from date yyyymmdd

           open input rptparm
           if fsRptParm <> "00" and fsRptParm <> "05"
              go to 1000-EXIT
           end-if

           move "N" to ws-eof-parm
           perform until eof-parm
               read rptparm
                    at end
                       move "Y" to ws-eof-parm
                    not at end
                       perform 1100-PARSE-PARM-LINE thru 1100-EXIT
               end-read
           end-perform
           close rptparm.
       1000-EXIT.
           exit.

       1100-PARSE-PARM-LINE.
           move spaces to ws-parm-tag
           move spaces to ws-parm-value
           unstring rptparm-line delimited by "="
               into ws-parm-tag ws-parm-value
           end-unstring
           if ws-parm-tag(1:2) = "TO"
                             and ws-parm-value(1:8) numeric
              move ws-parm-value(1:8) to ws-report-date
           end-if

      *> os limites de dias vem com qualquer quantidade de digitos
      *> (ate 5) - so os digitos antes do primeiro espaco contam
           move spaces to ws-parm-num-text
           move zero to ws-parm-len
           unstring ws-parm-value delimited by space
               into ws-parm-num-text count in ws-parm-len
           end-unstring
           if ws-parm-len = zero or ws-parm-len > 5
              go to 1100-EXIT
           end-if
           if ws-parm-num-text(1:ws-parm-len) not numeric
              go to 1100-EXIT
           end-if
           if ws-parm-tag = "SLOWDAYS"
              move ws-parm-num-text(1:ws-parm-len) to ws-slow-days
           end-if
           if ws-parm-tag = "DEADDAYS"
              move ws-parm-num-text(1:ws-parm-len) to ws-dead-days
           end-if.
       1100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2000-BUILD-LAST-SALE-TABLE - le o diario inteiro e guarda,
      *> por produto, a data da ultima alocacao de pedido ate a data
      *> do relatorio
      *> ---------------------------------------------------------
       2000-BUILD-LAST-SALE-TABLE.
           open input stkjrnl
           if fsStkJrnl <> "00" and fsStkJrnl <> "05"
              display "stkvalue: tblStockJrnl nao encontrado - "
                      "todo produto sai sem venda"
              go to 2000-EXIT
           end-if

           move "N" to ws-eof-jrnl
           perform until eof-jrnl
               read stkjrnl
                    at end
                       move "Y" to ws-eof-jrnl
                    not at end
                       if (jrn-Allocation or jrnMoveType = space)
                          and jrnDate not > ws-report-date
                          perform 2100-NOTE-ONE-SALE thru 2100-EXIT
                       end-if
               end-read
           end-perform
           close stkjrnl.
       2000-EXIT.
           exit.

       2100-NOTE-ONE-SALE.
           perform varying ws-sale-i from 1 by 1
               until ws-sale-i > sale-count
               or sale-code(ws-sale-i) = jrnProductCode
               continue
           end-perform

           if ws-sale-i > sale-count
              if sale-count < sale-max
                 add 1 to sale-count
                 move jrnProductCode to sale-code(sale-count)
                 move zero to sale-last-date(sale-count)
              else
      *> tabela cheia - avisa no console em vez de ignorar em
      *> silencio: os produtos que nao couberem saem sem venda
                 if sale-full-warned = "N"
                    display "stkvalue: tabela de vendas cheia ("
                        sale-max ") - giro parcial no relatorio"
                    move "Y" to sale-full-warned
                 end-if
                 go to 2100-EXIT
              end-if
           end-if

           if jrnDate > sale-last-date(ws-sale-i)
              move jrnDate to sale-last-date(ws-sale-i)
           end-if.
       2100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 3000-VALUE-ACTIVE-STOCK - percorre o catalogo pela chave
      *> de categoria; cada produto ativo com saldo e valorizado e
      *> classificado pelo giro, com subtotal na quebra de categoria
      *> ---------------------------------------------------------
       3000-VALUE-ACTIVE-STOCK.
           open output valrpt
           move spaces to valrpt-line
           string "VALORIZACAO DO ESTOQUE - DATA " delimited by size
                  ws-report-date delimited by size
               into valrpt-line
           end-string
           write valrpt-line
           move ws-slow-days to ws-days-col
           move spaces to valrpt-line
           string "GIRO LENTO: mais de " delimited by size
                  ws-days-col delimited by size
                  " dias sem venda" delimited by size
               into valrpt-line
           end-string
           write valrpt-line
           move ws-dead-days to ws-days-col
           move spaces to valrpt-line
           string "PARADO....: mais de " delimited by size
                  ws-days-col delimited by size
                  " dias sem venda, ou nunca vendido"
                      delimited by size
               into valrpt-line
           end-string
           write valrpt-line

           set environment "file.index" to "jisam"
           open input product
           if not valid-Product
              display "stkvalue: tblProduct indisponivel"
              go to 3000-EXIT
           end-if

           move low-values to productCategory
           start product key not < productCategory
           if not valid-Product
              close product
              go to 3000-EXIT
           end-if

           move "Y" to ws-first-product
           move "N" to ws-eof-prod
           perform until eof-prod
               read product next
                    at end
                       move "Y" to ws-eof-prod
                    not at end
                       perform 3100-VALUE-ONE-PRODUCT thru 3100-EXIT
               end-read
           end-perform
           close product

           if not first-product
              perform 3400-WRITE-CATEGORY-TOTAL
           end-if.
       3000-EXIT.
           exit.

       3100-VALUE-ONE-PRODUCT.
           if product-Discontinued
              go to 3100-EXIT
           end-if

      *> productQuantity e gravado com a picture editada (ZZZZZ) -
      *> passa pelo campo numerico de trabalho para a conta
           move productQuantity to ws-qty-on-hand
           if ws-qty-on-hand = zero
              add 1 to ws-tot-no-stock
              go to 3100-EXIT
           end-if

           if first-product or productCategory <> ws-cur-category
              if not first-product
                 perform 3400-WRITE-CATEGORY-TOTAL
              end-if
              perform 3300-WRITE-CATEGORY-HEADER
              move "N" to ws-first-product
           end-if

           perform 3200-PRICE-AND-AGE

           add 1 to ws-tot-products
           add ws-qty-on-hand to ws-cat-units
           add ws-line-value to ws-cat-value
           evaluate ws-flag
              when "PARADO"
                 add 1 to ws-tot-dead
                 add ws-line-value to ws-dead-value
              when "LENTO"
                 add 1 to ws-tot-slow
                 add ws-line-value to ws-slow-value
           end-evaluate

           perform 3500-WRITE-DETAIL-LINE.
       3100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 3200-PRICE-AND-AGE - preco vigente na data do relatorio
      *> (prcresol, com o productPrice de fallback), valor do saldo
      *> e dias desde a ultima venda com a marca de giro
      *> ---------------------------------------------------------
       3200-PRICE-AND-AGE.
           call "prcresol" using productCode, ws-report-date,
                productPrice, ws-unit-price
           compute ws-line-value = ws-qty-on-hand * ws-unit-price

           move zero to ws-last-sale
           perform varying ws-sale-i from 1 by 1
               until ws-sale-i > sale-count
               or sale-code(ws-sale-i) = productCode
               continue
           end-perform
           if ws-sale-i not > sale-count
              move sale-last-date(ws-sale-i) to ws-last-sale
           end-if

           move zero to ws-days-idle
           if ws-last-sale > zero and ws-last-sale < ws-report-date
              compute ws-days-idle =
                  function integer-of-date(ws-report-date)
                  - function integer-of-date(ws-last-sale)
           end-if

           move spaces to ws-flag
           evaluate true
              when ws-last-sale = zero
                 move "PARADO" to ws-flag
              when ws-days-idle > ws-dead-days
                 move "PARADO" to ws-flag
              when ws-days-idle > ws-slow-days
                 move "LENTO" to ws-flag
           end-evaluate.

       3300-WRITE-CATEGORY-HEADER.
           move productCategory to ws-cur-category
           move zero to ws-cat-units
           move zero to ws-cat-value

           move spaces to valrpt-line
           write valrpt-line
           move spaces to valrpt-line
           string "CATEGORIA: " delimited by size
                  productCategory delimited by size
               into valrpt-line
           end-string
           write valrpt-line
           perform 3600-WRITE-COLUMN-HEADER.

       3400-WRITE-CATEGORY-TOTAL.
           move ws-cat-units to ws-units-col
           move ws-cat-value to ws-tot-value-col
           move spaces to valrpt-line
           string "   subtotal da categoria: unidades "
                      delimited by size
                  ws-units-col delimited by size
                  "  valor " delimited by size
                  ws-tot-value-col delimited by size
               into valrpt-line
           end-string
           write valrpt-line

           add ws-cat-units to ws-tot-units
           add ws-cat-value to ws-tot-value.

       3500-WRITE-DETAIL-LINE.
           move spaces to valrpt-line
           move productName    to ws-name-col
           move ws-qty-on-hand to ws-qty-col
           move ws-unit-price  to ws-price-col
           move ws-line-value  to ws-value-col

           move productCode    to valrpt-line(1:15)
           move ws-name-col    to valrpt-line(17:30)
           move ws-qty-col     to valrpt-line(48:5)
           move ws-price-col   to valrpt-line(54:9)
           move ws-value-col   to valrpt-line(64:14)
           if ws-last-sale > zero
              move ws-last-sale to valrpt-line(79:8)
              move ws-days-idle to ws-days-col
              move ws-days-col  to valrpt-line(88:5)
           end-if
           move ws-flag        to valrpt-line(94:6)
           write valrpt-line.

       3600-WRITE-COLUMN-HEADER.
           move spaces to valrpt-line
           move "CODIGO"        to valrpt-line(1:6)
           move "NOME"          to valrpt-line(17:4)
           move "ESTOQ"         to valrpt-line(48:5)
           move "PRECO.VIG"     to valrpt-line(54:9)
           move "VALOR.ESTOQUE" to valrpt-line(65:13)
           move "ULT.VEND"      to valrpt-line(79:8)
           move "DIAS"          to valrpt-line(89:4)
           move "GIRO"          to valrpt-line(94:4)
           write valrpt-line.

      *> ---------------------------------------------------------
      *> 4000-LIST-DISCONTINUED - produto descontinuado com saldo na
      *> prateleira, valorizado do mesmo jeito, fora do total do
      *> estoque ativo - e a lista da liquidacao
      *> ---------------------------------------------------------
       4000-LIST-DISCONTINUED.
           move spaces to valrpt-line
           write valrpt-line
           move "DESCONTINUADOS COM SALDO (LIQUIDAR)" to valrpt-line
           write valrpt-line
           perform 3600-WRITE-COLUMN-HEADER

           open input product
           if not valid-Product
              go to 4000-EXIT
           end-if

           move low-values to productCode
           start product key not < productPK
           if not valid-Product
              close product
              go to 4000-EXIT
           end-if

           move "N" to ws-eof-prod
           perform until eof-prod
               read product next
                    at end
                       move "Y" to ws-eof-prod
                    not at end
                       if product-Discontinued
                          perform 4100-LIST-ONE-DISCONTINUED
                       end-if
               end-read
           end-perform
           close product

           if ws-disc-count = zero
              move "(nenhum produto descontinuado com saldo)"
                  to valrpt-line
              write valrpt-line
           end-if.
       4000-EXIT.
           exit.

       4100-LIST-ONE-DISCONTINUED.
           move productQuantity to ws-qty-on-hand
           if ws-qty-on-hand > zero
              perform 3200-PRICE-AND-AGE
              move spaces to ws-flag
              add 1 to ws-disc-count
              add ws-qty-on-hand to ws-disc-units
              add ws-line-value to ws-disc-value
              perform 3500-WRITE-DETAIL-LINE
           end-if.

      *> ---------------------------------------------------------
      *> 5000-WRITE-TOTALS - total geral do estoque ativo, quanto
      *> dele esta em giro lento ou parado, e o total dos
      *> descontinuados
      *> ---------------------------------------------------------
       5000-WRITE-TOTALS.
           move spaces to valrpt-line
           write valrpt-line
           move "TOTAIS" to valrpt-line
           write valrpt-line

           move ws-tot-units to ws-units-col
           move ws-tot-value to ws-tot-value-col
           move spaces to valrpt-line
           string "   estoque ativo......: unidades " delimited by size
                  ws-units-col delimited by size
                  "  valor " delimited by size
                  ws-tot-value-col delimited by size
               into valrpt-line
           end-string
           write valrpt-line

           move ws-tot-slow to ws-count-col
           move ws-slow-value to ws-tot-value-col
           move spaces to valrpt-line
           string "   giro lento.........: produtos " delimited by size
                  ws-count-col delimited by size
                  "    valor " delimited by size
                  ws-tot-value-col delimited by size
               into valrpt-line
           end-string
           write valrpt-line

           move ws-tot-dead to ws-count-col
           move ws-dead-value to ws-tot-value-col
           move spaces to valrpt-line
           string "   parado.............: produtos " delimited by size
                  ws-count-col delimited by size
                  "    valor " delimited by size
                  ws-tot-value-col delimited by size
               into valrpt-line
           end-string
           write valrpt-line

           move ws-disc-units to ws-units-col
           move ws-disc-value to ws-tot-value-col
           move spaces to valrpt-line
           string "   descontinuados.....: unidades " delimited by size
                  ws-units-col delimited by size
                  "  valor " delimited by size
                  ws-tot-value-col delimited by size
               into valrpt-line
           end-string
           write valrpt-line

           display "stkvalue: produtos valorizados: " ws-tot-products
           display "stkvalue: ativos sem saldo....: " ws-tot-no-stock
           display "stkvalue: giro lento..........: " ws-tot-slow
           display "stkvalue: parados.............: " ws-tot-dead
           display "stkvalue: descontinuados......: " ws-disc-count
           display "stkvalue: valor do estoque....: " ws-tot-value.

       9000-TERMINATE.
           close valrpt
           stop run.
