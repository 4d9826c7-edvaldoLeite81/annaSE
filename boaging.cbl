       PROGRAM-ID. boaging.

      *> relatorio de espera das encomendas: le a fila de espera
      *> (tblBackorder) e lista, do pedido mais antigo para o mais
      *> novo, cada item ainda esperando mercadoria - numero do
      *> pedido, produto, quantidade, cliente, data de entrada na
      *> fila e ha quantos dias o cliente esta esperando. o item que
      *> o estoque nao cobriu na hora do pedido sai marcado com "*"
      *> (os demais itens do carrinho esperam junto, porque o pedido
      *> e alocado inteiro). no final, a espera por faixa de dias
      *> (pedidos) e o total esperado por produto, com a espera mais
      *> longa de cada um - e por ai que compras ve o que apressar
      *> no fornecedor. por fim, os pedidos "backorder" em tblOrder
      *> que nao tem nenhum item na fila (o bolog nao conseguiu
      *> grava-la): o bofill nunca vai atender esses pedidos, entao
      *> eles saem numa secao "sem fila" propria, com a contagem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

        select agerpt assign to "tblBackorderAging"
               organization is line sequential
               file status is fsAgeRpt
       .

       DATA DIVISION.
       FILE SECTION.
       fd backord.
       copy "tblbackord.cpy".

       fd tblorder.
       copy "tblorder.cpy".

       fd agerpt.
       01 agerpt-line          pic x(100).

       WORKING-STORAGE SECTION.
       77 fsBackord            pic x(2).
          88 valid-Backord        value is "00" thru "09".
       77 fsTblOrder           pic x(2).
          88 valid-Order          value is "00" thru "09".
       77 fsAgeRpt             pic x(2).
       77 ws-run-date          pic 9(08).
       77 ws-eof-backord       pic x(1) value "N".
          88 eof-backord           value "Y".
       77 ws-orders-open       pic x(1) value "N".
          88 orders-open           value "Y".
       77 ws-days-waiting      pic 9(05).
       77 ws-last-order        pic 9(08) value zero.
       77 ws-customer          pic x(20).
       77 ws-lines-waiting     pic 9(07) comp value zero.
       77 ws-units-waiting     pic 9(07) comp value zero.
       77 ws-orders-waiting    pic 9(07) comp value zero.
       77 ws-eof-order         pic x(1) value "N".
          88 eof-order             value "Y".
       77 ws-queue-found       pic x(1).
          88 queue-found           value "Y".
       77 ws-orders-unqueued   pic 9(07) comp value zero.

      *> pedidos por faixa de espera, contados no primeiro item de
      *> cada pedido: ate 7 dias, 8 a 15, 16 a 30, mais de 30
       01 band-table.
          03 band-entry occurs 4 times.
             05 band-orders    pic 9(07).
       77 ws-band-i            pic 9(01) comp.

      *> total esperado por produto, com a espera mais longa
       77 wait-max             pic 9(04) value 500.
       01 wait-table.
          03 wait-entry occurs 500 times.
             05 wait-code      pic x(15).
             05 wait-units     pic 9(07).
             05 wait-orders    pic 9(07).
             05 wait-oldest    pic 9(05).
       77 wait-count           pic 9(04) comp value zero.
       77 wait-full-warned     pic x(1) value "N".
       77 ws-tbl-i             pic 9(04) comp.

       77 ws-qty-col           pic ZZZZ9.
       77 ws-days-col          pic ZZZZ9.
       77 ws-count-col         pic ZZZZZZ9.
       77 ws-seq-col           pic 999.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-SCAN-QUEUE thru 2000-EXIT
           perform 3000-WRITE-TOTALS
           perform 4000-SCAN-UNQUEUED-ORDERS thru 4000-EXIT
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - abre a fila, o cadastro de pedidos (so
      *> para buscar o cliente de cada encomenda) e o relatorio
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           initialize band-table

           open output agerpt
           move spaces to agerpt-line
           string "ESPERA DAS ENCOMENDAS - " delimited by size
                  ws-run-date delimited by size
               into agerpt-line
           end-string
           write agerpt-line
           move spaces to agerpt-line
           write agerpt-line
           move "PEDIDO   ITEM CODIGO          QTD. CLIENTE"
               to agerpt-line
           move "ENTRADA   DIAS" to agerpt-line(66:14)
           write agerpt-line

           set environment "file.index" to "jisam"
           open input tblorder
           if valid-Order
              move "Y" to ws-orders-open
           else
              display "boaging: tblOrder indisponivel - relatorio"
                      " sai sem o cliente"
           end-if.

      *> ---------------------------------------------------------
      *> 2000-SCAN-QUEUE - percorre a fila pela chave principal
      *> (numero do pedido = ordem de chegada) e lista cada item
      *> ainda em espera
      *> ---------------------------------------------------------
       2000-SCAN-QUEUE.
           open input backord
           if not valid-Backord
              display "boaging: tblBackorder indisponivel"
              go to 2000-EXIT
           end-if

           move zero to boOrderNumber
           move zero to boLineSeq
           start backord key not < boPK
           if not valid-Backord
              close backord
              go to 2000-EXIT
           end-if

           move "N" to ws-eof-backord
           perform until eof-backord
               read backord next
                    at end
                       move "Y" to ws-eof-backord
                    not at end
                       if bo-Waiting
                          perform 2100-AGE-ONE-LINE
                       end-if
               end-read
           end-perform
           close backord.
       2000-EXIT.
           exit.

       2100-AGE-ONE-LINE.
           move zero to ws-days-waiting
           if boDate numeric and boDate > zero
                             and boDate < ws-run-date
              compute ws-days-waiting =
                  function integer-of-date(ws-run-date)
                  - function integer-of-date(boDate)
           end-if

           add 1 to ws-lines-waiting
           add boQuantity to ws-units-waiting

           if boOrderNumber <> ws-last-order
              move boOrderNumber to ws-last-order
              add 1 to ws-orders-waiting
              evaluate true
                 when ws-days-waiting not > 7
                    move 1 to ws-band-i
                 when ws-days-waiting not > 15
                    move 2 to ws-band-i
                 when ws-days-waiting not > 30
                    move 3 to ws-band-i
                 when other
                    move 4 to ws-band-i
              end-evaluate
              add 1 to band-orders(ws-band-i)
           end-if

           perform 2200-FETCH-CUSTOMER
           perform 2300-WRITE-DETAIL-LINE
           perform 2400-ADD-PRODUCT-WAIT thru 2400-EXIT.

      *> o cliente fica no pedido (a fila nao repete o telefone)
       2200-FETCH-CUSTOMER.
           move spaces to ws-customer
           if orders-open
              move boOrderNumber to orderNumber
              move boLineSeq     to orderLineSeq
              read tblorder key is orderPK
                   invalid key
                      continue
                   not invalid key
                      move orderCustomer to ws-customer
              end-read
           end-if.

       2300-WRITE-DETAIL-LINE.
           move spaces to agerpt-line
           move boOrderNumber   to agerpt-line(1:8)
           move boLineSeq       to ws-seq-col
           move ws-seq-col      to agerpt-line(10:3)
           if boShortLine = "Y"
              move "*"          to agerpt-line(13:1)
           end-if
           move boProductCode   to agerpt-line(15:15)
           move boQuantity      to ws-qty-col
           move ws-qty-col      to agerpt-line(31:5)
           move ws-customer     to agerpt-line(37:20)
           move boDate          to agerpt-line(66:8)
           move ws-days-waiting to ws-days-col
           move ws-days-col     to agerpt-line(75:5)
           write agerpt-line.

       2400-ADD-PRODUCT-WAIT.
           perform varying ws-tbl-i from 1 by 1
               until ws-tbl-i > wait-count
               or wait-code(ws-tbl-i) = boProductCode
               continue
           end-perform

           if ws-tbl-i > wait-count
              if wait-count < wait-max
                 add 1 to wait-count
                 move boProductCode to wait-code(wait-count)
                 move zero to wait-units(wait-count)
                 move zero to wait-orders(wait-count)
                 move zero to wait-oldest(wait-count)
              else
                 if wait-full-warned = "N"
                    display "boaging: tabela de produtos cheia ("
                        wait-max ") - totais parciais no relatorio"
                    move "Y" to wait-full-warned
                 end-if
                 go to 2400-EXIT
              end-if
           end-if

           add boQuantity to wait-units(ws-tbl-i)
           add 1 to wait-orders(ws-tbl-i)
           if ws-days-waiting > wait-oldest(ws-tbl-i)
              move ws-days-waiting to wait-oldest(ws-tbl-i)
           end-if.
       2400-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 3000-WRITE-TOTALS - pedidos por faixa de espera e total
      *> esperado por produto
      *> ---------------------------------------------------------
       3000-WRITE-TOTALS.
           if ws-lines-waiting = zero
              move "(nenhuma encomenda esperando mercadoria)"
                  to agerpt-line
              write agerpt-line
           end-if

           move spaces to agerpt-line
           write agerpt-line
           move "PEDIDOS POR TEMPO DE ESPERA" to agerpt-line
           write agerpt-line
           move band-orders(1) to ws-count-col
           move spaces to agerpt-line
           string "   ate 7 dias.........: " ws-count-col
               delimited by size into agerpt-line
           write agerpt-line
           move band-orders(2) to ws-count-col
           move spaces to agerpt-line
           string "   8 a 15 dias........: " ws-count-col
               delimited by size into agerpt-line
           write agerpt-line
           move band-orders(3) to ws-count-col
           move spaces to agerpt-line
           string "   16 a 30 dias.......: " ws-count-col
               delimited by size into agerpt-line
           write agerpt-line
           move band-orders(4) to ws-count-col
           move spaces to agerpt-line
           string "   mais de 30 dias....: " ws-count-col
               delimited by size into agerpt-line
           write agerpt-line
           move ws-orders-waiting to ws-count-col
           move spaces to agerpt-line
           string "   total de pedidos...: " ws-count-col
               delimited by size into agerpt-line
           write agerpt-line

           move spaces to agerpt-line
           write agerpt-line
           move "ESPERADO POR PRODUTO" to agerpt-line
           write agerpt-line
           move "CODIGO          UNIDADES   ITENS MAIOR ESPERA"
               to agerpt-line
           write agerpt-line
           perform 3100-WRITE-PRODUCT-LINE
               varying ws-tbl-i from 1 by 1
               until ws-tbl-i > wait-count

           display "boaging: pedidos em espera....: " ws-orders-waiting
           display "boaging: itens em espera......: " ws-lines-waiting
           display "boaging: unidades em espera...: " ws-units-waiting.

       3100-WRITE-PRODUCT-LINE.
           move spaces to agerpt-line
           move wait-code(ws-tbl-i)   to agerpt-line(1:15)
           move wait-units(ws-tbl-i)  to ws-count-col
           move ws-count-col          to agerpt-line(17:7)
           move wait-orders(ws-tbl-i) to ws-count-col
           move ws-count-col          to agerpt-line(25:7)
           move wait-oldest(ws-tbl-i) to ws-days-col
           move ws-days-col           to agerpt-line(33:5)
           move "dias"                to agerpt-line(39:4)
           write agerpt-line.

      *> ---------------------------------------------------------
      *> 4000-SCAN-UNQUEUED-ORDERS - pedidos em "backorder" (item
      *> 001) sem nenhum item em tblBackorder: ficaram fora da fila
      *> e so saem dali na mao (cancelamento ou novo pedido)
      *> ---------------------------------------------------------
       4000-SCAN-UNQUEUED-ORDERS.
           move spaces to agerpt-line
           write agerpt-line
           move "PEDIDOS EM ENCOMENDA SEM FILA" to agerpt-line
           write agerpt-line

           if not orders-open
              move "(tblOrder indisponivel - secao nao conferida)"
                  to agerpt-line
              write agerpt-line
              go to 4000-EXIT
           end-if
           open input backord
           if not valid-Backord
              move "(tblBackorder indisponivel - secao nao conferida)"
                  to agerpt-line
              write agerpt-line
              go to 4000-EXIT
           end-if

           move zero to orderNumber
           move zero to orderLineSeq
           start tblorder key not < orderPK
           if valid-Order
              move "N" to ws-eof-order
              perform until eof-order
                  read tblorder next
                       at end
                          move "Y" to ws-eof-order
                       not at end
                          if orderLineSeq = 1
                             and orderStatus = "backorder"
                             perform 4100-CHECK-ONE-ORDER
                          end-if
                  end-read
              end-perform
           end-if
           close backord

           if ws-orders-unqueued = zero
              move "(nenhum pedido sem fila)" to agerpt-line
              write agerpt-line
           end-if
           move ws-orders-unqueued to ws-count-col
           move spaces to agerpt-line
           string "   total sem fila.....: " ws-count-col
               delimited by size into agerpt-line
           write agerpt-line

           display "boaging: pedidos sem fila.....: "
               ws-orders-unqueued.
       4000-EXIT.
           exit.

       4100-CHECK-ONE-ORDER.
           move "N" to ws-queue-found
           move orderNumber to boOrderNumber
           move zero to boLineSeq
           start backord key not < boPK
           if valid-Backord
              read backord next
                   at end
                      continue
                   not at end
                      if boOrderNumber = orderNumber
                         move "Y" to ws-queue-found
                      end-if
              end-read
           end-if

           if not queue-found
              add 1 to ws-orders-unqueued
              move spaces to agerpt-line
              move orderNumber     to agerpt-line(1:8)
              move orderCustomer   to agerpt-line(37:20)
              move orderDate       to agerpt-line(66:8)
              write agerpt-line
           end-if.

       9000-TERMINATE.
           if orders-open
              close tblorder
           end-if
           close agerpt
           stop run.
