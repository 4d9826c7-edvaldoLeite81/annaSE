       PROGRAM-ID. poopen.

      *> relatorio dos pedidos de compra em aberto: le tblPurchOrder
      *> e lista cada item ainda aberto ou parcial - pedido de
      *> compra, fornecedor, produto, emissao, entrega prevista (a
      *> emissao mais o prazo de entrega do fornecedor, gravada pelo
      *> poissue), quantidade pedida, recebida e a receber - com os
      *> dias de atraso do item que ja passou da data prevista. no
      *> final, por fornecedor, quantos itens estao abertos, quantos
      *> atrasados, o maior atraso e o prazo prometido no cadastro
      *> (tblSupplier) - e por ai que compras ve quem cobrar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

        select supplier assign to "tblSupplier"
               organization is indexed
               access mode is dynamic
               record key is supplierCode
               file status is fsSupplier
       .

        select openrpt assign to "tblOpenPORpt"
               organization is line sequential
               file status is fsOpenRpt
       .

       DATA DIVISION.
       FILE SECTION.
       fd purchord.
       copy "tblpurchord.cpy".

       fd supplier.
       copy "tblsupplier.cpy".

       fd openrpt.
       01 openrpt-line         pic x(100).

       WORKING-STORAGE SECTION.
       77 fsPurchOrd           pic x(2).
          88 valid-PurchOrd       value is "00" thru "09".
       77 fsSupplier           pic x(2).
          88 valid-Supplier       value is "00" thru "09".
       77 fsOpenRpt            pic x(2).
       77 ws-run-date          pic 9(08).
       77 ws-eof-po            pic x(1) value "N".
          88 eof-po                value "Y".
       77 ws-sup-open          pic x(1) value "N".
          88 sup-file-open         value "Y".
       77 ws-days-late         pic 9(05).
       77 ws-outstanding       pic 9(05).
       77 ws-lines-open        pic 9(07) comp value zero.
       77 ws-lines-late        pic 9(07) comp value zero.
       77 ws-units-open        pic 9(07) comp value zero.

      *> itens abertos e atrasados por fornecedor, com o maior
      *> atraso - mesmo desenho da tabela por produto do boaging
       77 sup-max              pic 9(04) value 500.
       01 sup-table.
          03 sup-entry occurs 500 times.
             05 sup-code       pic x(10).
             05 sup-open-lines pic 9(07).
             05 sup-late-lines pic 9(07).
             05 sup-worst      pic 9(05).
       77 sup-count            pic 9(04) comp value zero.
       77 sup-full-warned      pic x(1) value "N".
       77 ws-tbl-i             pic 9(04) comp.

       77 ws-qty-col           pic ZZZZ9.
       77 ws-days-col          pic ZZZZ9.
       77 ws-count-col         pic ZZZZZZ9.
       77 ws-lead-col          pic ZZ9.
       77 ws-seq-col           pic 999.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-SCAN-PURCHASE-ORDERS thru 2000-EXIT
           perform 3000-WRITE-TOTALS
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - abre o relatorio e o cadastro de
      *> fornecedores (so para o prazo prometido e o nome)
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           accept ws-run-date from date yyyymmdd

           open output openrpt
           move spaces to openrpt-line
           string "PEDIDOS DE COMPRA EM ABERTO - " delimited by size
                  ws-run-date delimited by size
               into openrpt-line
           end-string
           write openrpt-line
           move spaces to openrpt-line
           write openrpt-line
           move "PED.COMP ITEM FORNECEDOR CODIGO          EMISSAO"
               to openrpt-line
           move "PREVISTA PEDIDO RECEB. FALTA ATRASO"
               to openrpt-line(51:35)
           write openrpt-line

           set environment "file.index" to "jisam"
           open input supplier
           if valid-Supplier
              move "Y" to ws-sup-open
           end-if.

      *> ---------------------------------------------------------
      *> 2000-SCAN-PURCHASE-ORDERS - percorre os pedidos de compra
      *> pela chave principal e lista cada item ainda a receber
      *> ---------------------------------------------------------
       2000-SCAN-PURCHASE-ORDERS.
           open input purchord
           if not valid-PurchOrd
              display "poopen: tblPurchOrder indisponivel"
              go to 2000-EXIT
           end-if

           move zero to poNumber
           move zero to poLineSeq
           start purchord key not < poPK
           if not valid-PurchOrd
              close purchord
              go to 2000-EXIT
           end-if

           move "N" to ws-eof-po
           perform until eof-po
               read purchord next
                    at end
                       move "Y" to ws-eof-po
                    not at end
                       if po-Outstanding
                          perform 2100-AGE-ONE-LINE
                       end-if
               end-read
           end-perform
           close purchord.
       2000-EXIT.
           exit.

       2100-AGE-ONE-LINE.
           move zero to ws-days-late
           if poDueDate numeric and poDueDate > zero
                               and poDueDate < ws-run-date
              compute ws-days-late =
                  function integer-of-date(ws-run-date)
                  - function integer-of-date(poDueDate)
           end-if

           move zero to ws-outstanding
           if poQtyOrdered > poQtyReceived
              compute ws-outstanding = poQtyOrdered - poQtyReceived
           end-if

           add 1 to ws-lines-open
           add ws-outstanding to ws-units-open
           if ws-days-late > zero
              add 1 to ws-lines-late
           end-if

           perform 2200-WRITE-DETAIL-LINE
           perform 2300-ADD-SUPPLIER-LINE thru 2300-EXIT.

       2200-WRITE-DETAIL-LINE.
           move spaces to openrpt-line
           move poNumber       to openrpt-line(1:8)
           move poLineSeq      to ws-seq-col
           move ws-seq-col     to openrpt-line(10:3)
           move poSupplierCode to openrpt-line(15:10)
           move poProductCode  to openrpt-line(26:15)
           move poIssueDate    to openrpt-line(42:8)
           move poDueDate      to openrpt-line(51:8)
           move poQtyOrdered   to ws-qty-col
           move ws-qty-col     to openrpt-line(61:5)
           move poQtyReceived  to ws-qty-col
           move ws-qty-col     to openrpt-line(68:5)
           move ws-outstanding to ws-qty-col
           move ws-qty-col     to openrpt-line(74:5)
           if ws-days-late > zero
              move ws-days-late to ws-days-col
              move ws-days-col  to openrpt-line(81:5)
           end-if
           write openrpt-line.

       2300-ADD-SUPPLIER-LINE.
           perform varying ws-tbl-i from 1 by 1
               until ws-tbl-i > sup-count
               or sup-code(ws-tbl-i) = poSupplierCode
               continue
           end-perform

           if ws-tbl-i > sup-count
              if sup-count < sup-max
                 add 1 to sup-count
                 move poSupplierCode to sup-code(sup-count)
                 move zero to sup-open-lines(sup-count)
                 move zero to sup-late-lines(sup-count)
                 move zero to sup-worst(sup-count)
              else
                 if sup-full-warned = "N"
                    display "poopen: tabela de fornecedores cheia ("
                        sup-max ") - totais parciais no relatorio"
                    move "Y" to sup-full-warned
                 end-if
                 go to 2300-EXIT
              end-if
           end-if

           add 1 to sup-open-lines(ws-tbl-i)
           if ws-days-late > zero
              add 1 to sup-late-lines(ws-tbl-i)
           end-if
           if ws-days-late > sup-worst(ws-tbl-i)
              move ws-days-late to sup-worst(ws-tbl-i)
           end-if.
       2300-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 3000-WRITE-TOTALS - itens abertos e atrasados por
      *> fornecedor, contra o prazo de entrega do cadastro
      *> ---------------------------------------------------------
       3000-WRITE-TOTALS.
           if ws-lines-open = zero
              move "(nenhum pedido de compra em aberto)"
                  to openrpt-line
              write openrpt-line
           end-if

           move spaces to openrpt-line
           write openrpt-line
           move "EM ABERTO POR FORNECEDOR" to openrpt-line
           write openrpt-line
           move "FORNECEDOR NOME" to openrpt-line
           move "PRAZO ABERTOS ATRASAD. MAIOR ATRASO"
               to openrpt-line(44:35)
           write openrpt-line
           perform 3100-WRITE-SUPPLIER-LINE
               varying ws-tbl-i from 1 by 1
               until ws-tbl-i > sup-count

           move spaces to openrpt-line
           write openrpt-line
           move ws-lines-open to ws-count-col
           move spaces to openrpt-line
           string "   itens em aberto....: " ws-count-col
               delimited by size into openrpt-line
           write openrpt-line
           move ws-lines-late to ws-count-col
           move spaces to openrpt-line
           string "   itens atrasados....: " ws-count-col
               delimited by size into openrpt-line
           write openrpt-line
           move ws-units-open to ws-count-col
           move spaces to openrpt-line
           string "   unidades a receber.: " ws-count-col
               delimited by size into openrpt-line
           write openrpt-line

           display "poopen: itens em aberto......: " ws-lines-open
           display "poopen: itens atrasados......: " ws-lines-late
           display "poopen: unidades a receber...: " ws-units-open.

       3100-WRITE-SUPPLIER-LINE.
           move spaces to supplierName
           move zero   to supplierLeadDays
           if sup-file-open
              move sup-code(ws-tbl-i) to supplierCode
              read supplier key is supplierCode
                   invalid key
                      move spaces to supplierName
                      move zero   to supplierLeadDays
              end-read
           end-if

           move spaces to openrpt-line
           move sup-code(ws-tbl-i)       to openrpt-line(1:10)
           move supplierName             to openrpt-line(12:30)
           move supplierLeadDays         to ws-lead-col
           move ws-lead-col              to openrpt-line(46:3)
           move sup-open-lines(ws-tbl-i) to ws-count-col
           move ws-count-col             to openrpt-line(50:7)
           move sup-late-lines(ws-tbl-i) to ws-count-col
           move ws-count-col             to openrpt-line(58:7)
           move sup-worst(ws-tbl-i)      to ws-days-col
           move ws-days-col              to openrpt-line(68:5)
           move "dias"                   to openrpt-line(74:4)
           write openrpt-line.

       9000-TERMINATE.
           if sup-file-open
              close supplier
           end-if
           close openrpt
           stop run.
