      *>     proximo pedido vai colidir);
      *>   - precos de tblPriceHist cujo priceCode sumiu do catalogo
      *>     e pedidos cujo orderProductCode nao resolve mais;
      *>   - tblKeyStore carrega pelo keycfg com status "00";
      *>   - o saldo depois do ultimo movimento de cada produto em
      *>     tblStockJrnl contra o productQuantity vivo (deriva =
      *>     saldo mexido por fora do diario; e o que o stkrebld
      *>     nao conseguiria reconstruir);
      *>   - o veredito da ultima conferencia cruzada noturna
      *>     (ordbal, tblBalanceStat): pedidos, diario e linha do
      *>     tempo em equilibrio, e a conferencia nao esta atrasada.
      *> tudo num relatorio unico passa/falha (tblHealthChk) e
      *> codigo de retorno diferente de zero em falha - o arquivo
      *> quebrado aparece as 07:00, nao numa enxurrada de "na" no
               organization is indexed
               access mode is dynamic
               record key is orderPK
      *> chave alternada pelo telefone do cliente: os pedidos de
      *> uma pessoa sem varrer o arquivo (ordcust/samplezapmyord)
               alternate record key is orderCustomer
                   with duplicates
               file status is fsTblOrder
       .

               file status is fsPriceHist
       .

        select stkjrnl assign to "tblStockJrnl"
               organization is line sequential
               file status is fsStkJrnl
       .

        select balstat assign to "tblBalanceStat"
               organization is line sequential
               file status is fsBalStat
       .

        select ordctl assign to "tblOrderCtl"
               organization is line sequential
               file status is fsOrdCtl
       fd pricehist.
       copy "tblprice.cpy".

       fd stkjrnl.
       copy "tblstkjrnl.cpy".

       fd balstat.
       01 balstat-line         pic x(80).

       fd ordctl.
       01 ordctl-line          pic 9(08).

       77 fsPriceHist          pic x(2).
          88 valid-PriceHist      value is "00" thru "09".
       77 fsOrdCtl             pic x(2).
       77 fsStkJrnl            pic x(2).
       77 fsBalStat            pic x(2).
       77 fsHealthRpt          pic x(2).
       77 ws-eof-file          pic x(1) value "N".
          88 eof-file              value "Y".
       77 ws-ekey              pic x(64).
       77 ws-key-status        pic x(02).

      *> ultimo saldo depois por produto no diario - mesmo desenho
      *> das tabelas por produto do stkvalue/replsugg
       77 last-max             pic 9(04) value 2000.
       01 last-table.
          03 last-entry occurs 2000 times.
             05 last-code      pic x(15).
             05 last-after     pic 9(05).
       77 last-count           pic 9(04) comp value zero.
       77 last-full-warned     pic x(1) value "N".
       77 ws-last-i            pic 9(04) comp.
       77 ws-live-qty          pic 9(05).
       77 ws-drift-count       pic 9(07) comp value zero.
       77 ws-drift-listed      pic 9(03) comp value zero.
       77 ws-drift-list-max    pic 9(03) value 20.
       77 ws-qty-edited        pic ZZZZ9.

      *> veredito do ordbal lido de tblBalanceStat
       77 ws-parm-tag          pic x(10).
       77 ws-parm-value        pic x(70).
       77 ws-bal-date          pic 9(08) value zero.
       77 ws-bal-verdict       pic x(10) value spaces.
       77 ws-bal-breaks        pic x(10) value spaces.
       77 ws-bal-age           pic s9(07) value zero.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 4000-CHECK-ORDER-CONTROL thru 4000-EXIT
           perform 5000-CHECK-CUSTOMER thru 5000-EXIT
           perform 6000-CHECK-PRICEHIST thru 6000-EXIT
           perform 6500-CHECK-STOCK-DRIFT thru 6500-EXIT
           perform 6700-CHECK-BALANCE thru 6700-EXIT
           perform 7000-CHECK-KEYSTORE
           perform 8000-WRITE-VERDICT
           perform 9000-TERMINATE.
       6100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 6500-CHECK-STOCK-DRIFT - o saldo depois do ultimo
      *> movimento de cada produto no diario tem que ser o saldo
      *> vivo do catalogo; diferente, alguem mexeu no saldo por fora
      *> do diario (um "U" do prodmnt, edicao direta) e uma
      *> reconstrucao pelo stkrebld nao chegaria no saldo certo.
      *> produto sem movimento no diario nao tem o que conferir. os
      *> primeiros produtos com deriva saem listados
      *> ---------------------------------------------------------
       6500-CHECK-STOCK-DRIFT.
           if not catalog-open
              go to 6500-EXIT
           end-if

           open input stkjrnl
           if fsStkJrnl <> "00" and fsStkJrnl <> "05"
              move "OK   tblStockJrnl ausente, nada a conferir"
                  to healthrpt-line
              write healthrpt-line
              go to 6500-EXIT
           end-if

           move "N" to ws-eof-file
           perform until eof-file
               read stkjrnl
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       perform 6510-NOTE-LAST-AFTER thru 6510-EXIT
               end-read
           end-perform
           close stkjrnl

           perform 6520-COMPARE-ONE-PRODUCT thru 6520-EXIT
               varying ws-last-i from 1 by 1
               until ws-last-i > last-count

           move last-count to ws-count-edited
           if ws-drift-count = zero
              move spaces to healthrpt-line
              string "OK   saldos batem com o diario, produtos: "
                     delimited by size
                     ws-count-edited delimited by size
                  into healthrpt-line
              end-string
              write healthrpt-line
           else
              move ws-drift-count to ws-count-edited
              move spaces to healthrpt-line
              string "FAIL saldo vivo diferente do diario, produtos: "
                     delimited by size
                     ws-count-edited delimited by size
                  into healthrpt-line
              end-string
              write healthrpt-line
              add 1 to ws-fail-count
           end-if.
       6500-EXIT.
           exit.

      *> o diario e gravado em ordem de tempo - a ultima linha do
      *> produto e o ultimo saldo gravado
       6510-NOTE-LAST-AFTER.
           perform varying ws-last-i from 1 by 1
               until ws-last-i > last-count
               or last-code(ws-last-i) = jrnProductCode
               continue
           end-perform

           if ws-last-i > last-count
              if last-count < last-max
                 add 1 to last-count
                 move jrnProductCode to last-code(last-count)
              else
                 if last-full-warned = "N"
                    display "healthchk: tabela do diario cheia ("
                        last-max ") - conferencia parcial"
                    move "Y" to last-full-warned
                 end-if
                 go to 6510-EXIT
              end-if
           end-if
           move jrnQtyAfter to last-after(ws-last-i).
       6510-EXIT.
           exit.

       6520-COMPARE-ONE-PRODUCT.
           move last-code(ws-last-i) to productCode
           read product key is productPK
                invalid key
                   go to 6520-EXIT
           end-read
           move productQuantity to ws-live-qty
           if ws-live-qty = last-after(ws-last-i)
              go to 6520-EXIT
           end-if

           add 1 to ws-drift-count
           if ws-drift-listed < ws-drift-list-max
              add 1 to ws-drift-listed
              move spaces to healthrpt-line
              move "     deriva " to healthrpt-line(1:12)
              move productCode to healthrpt-line(13:15)
              move " diario " to healthrpt-line(28:8)
              move last-after(ws-last-i) to ws-qty-edited
              move ws-qty-edited to healthrpt-line(36:5)
              move " vivo " to healthrpt-line(41:6)
              move ws-live-qty to ws-qty-edited
              move ws-qty-edited to healthrpt-line(47:5)
              write healthrpt-line
           end-if.
       6520-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 6700-CHECK-BALANCE - veredito da conferencia cruzada da
      *> noite (ordbal). fora de equilibrio e falha; conferencia de
      *> mais de um dia atras tambem, porque o lote da noite deixou
      *> de rodar. sem o arquivo a conferencia ainda nao foi
      *> implantada e nao ha o que cobrar
      *> ---------------------------------------------------------
       6700-CHECK-BALANCE.
           open input balstat
           if fsBalStat <> "00" and fsBalStat <> "05"
              move "OK   tblBalanceStat ausente, ordbal ainda nao rodou"
                  to healthrpt-line
              write healthrpt-line
              go to 6700-EXIT
           end-if

           move "N" to ws-eof-file
           perform until eof-file
               read balstat
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       perform 6710-PARSE-BALANCE-LINE
               end-read
           end-perform
           close balstat

           if ws-bal-date = zero
              move "FAIL tblBalanceStat sem DATE= valida"
                  to healthrpt-line
              write healthrpt-line
              add 1 to ws-fail-count
              go to 6700-EXIT
           end-if
           compute ws-bal-age = function integer-of-date(ws-run-date)
               - function integer-of-date(ws-bal-date)

           if ws-bal-age > 1
              move spaces to healthrpt-line
              string "FAIL conferencia cruzada atrasada, ultima em "
                     delimited by size
                     ws-bal-date delimited by size
                  into healthrpt-line
              end-string
              write healthrpt-line
              add 1 to ws-fail-count
              go to 6700-EXIT
           end-if

           if ws-bal-verdict = "BALANCED"
              move spaces to healthrpt-line
              string "OK   pedidos x diario x linha do tempo em "
                     delimited by size
                     "equilibrio (" delimited by size
                     ws-bal-date delimited by size
                     ")" delimited by size
                  into healthrpt-line
              end-string
              write healthrpt-line
           else
              move spaces to healthrpt-line
              string "FAIL pedidos x diario x linha do tempo fora de "
                     delimited by size
                     "equilibrio, quebras: " delimited by size
                     ws-bal-breaks delimited by space
                     " - ver tblBalanceRpt" delimited by size
                  into healthrpt-line
              end-string
              write healthrpt-line
              add 1 to ws-fail-count
           end-if.
       6700-EXIT.
           exit.

       6710-PARSE-BALANCE-LINE.
           move spaces to ws-parm-tag
           move spaces to ws-parm-value
           unstring balstat-line delimited by "="
               into ws-parm-tag ws-parm-value
           end-unstring
           if ws-parm-tag = "DATE" and ws-parm-value(1:8) numeric
              move ws-parm-value(1:8) to ws-bal-date
           end-if
           if ws-parm-tag = "VERDICT"
              move ws-parm-value to ws-bal-verdict
           end-if
           if ws-parm-tag = "BREAKS"
              move ws-parm-value to ws-bal-breaks
           end-if.

      *> ---------------------------------------------------------
      *> 7000-CHECK-KEYSTORE - o chaveiro carrega pelo mesmo keycfg
      *> que os fluxos do whatsapp usam; "00" e o unico status em
