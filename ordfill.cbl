      *>          separacao (tblPickList) agrupada por produto, para
      *>          o separador fazer uma viagem so por item, e avanca
      *>          cada pedido para "picked";
      *>   SHIP - varre os pedidos "picked", avanca para "shipped"
      *>          e emite a nota de cada pedido expedido (invissue,
      *>          tblInvoice);
      *>   INVOICE - emite a nota de um pedido ja expedido que ficou
      *>          sem nota (arquivo de notas fora do ar no SHIP),
      *>          informado em ORDER=nnnnnnnn - o invreg lista esses
      *>          pedidos.
      *> com isso o pedido deixa de morrer em "confirmed" e o chao do
      *> deposito deixa de trabalhar com lista redigitada na mao.
       ENVIRONMENT DIVISION.
               organization is indexed
               access mode is dynamic
               record key is orderPK
      *> chave alternada pelo telefone do cliente: os pedidos de
      *> uma pessoa sem varrer o arquivo (ordcust/samplezapmyord)
               alternate record key is orderCustomer
                   with duplicates
               file status is fsTblOrder
       .

       77 ws-hist-new          pic x(10).
       77 ws-hist-program      pic x(10) value "ordfill".

      *> pedidos expedidos nesta execucao - a nota de cada um e
      *> emitida depois da varredura, com tblOrder ja fechado. o
      *> pedido que nao coube na tabela nao e expedido: fica
      *> "picked" para a proxima execucao, para nunca sair pedido
      *> expedido sem nota
       77 ship-max             pic 9(04) value 2000.
       01 ship-table.
          03 ship-order occurs 2000 times
                        pic 9(08).
       77 ship-count           pic 9(04) comp value zero.
       77 ship-full-warned     pic x(1) value "N".
       77 ws-ship-i            pic 9(04) comp.
       77 ws-held-order        pic 9(08) value zero.
       77 ws-inv-order         pic 9(08).
       77 ws-inv-number        pic 9(08).
       77 ws-inv-status        pic x(02).
       77 ws-inv-issued        pic 9(07) comp value zero.
       77 ws-inv-existing      pic 9(07) comp value zero.
       77 ws-inv-failed        pic 9(07) comp value zero.
       77 ws-parm-order        pic 9(08) value zero.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE thru 1000-EXIT
                 perform 2000-PICK-SWEEP
              when "SHIP"
                 perform 3000-SHIP-SWEEP thru 3000-EXIT
                 perform 3500-ISSUE-INVOICES
              when "INVOICE"
                 perform 4000-INVOICE-ONE-ORDER thru 4000-EXIT
              when other
                 display "ordfill: acao invalida em tblFillParm "
                     "(esperado ACTION=PICK, SHIP ou INVOICE)"
           end-evaluate
           perform 9000-TERMINATE.

           end-unstring
           if ws-parm-tag(1:6) = "ACTION"
              move ws-parm-value to ws-run-action
           end-if
           if ws-parm-tag(1:5) = "ORDER"
                             and ws-parm-value(1:8) numeric
              move ws-parm-value(1:8) to ws-parm-order
           end-if.

      *> ---------------------------------------------------------
                       move "Y" to ws-eof-order
                    not at end
                       if orderStatus = "picked"
                          perform 3100-SHIP-ONE-ORDER thru 3100-EXIT
                       end-if
               end-read
           end-perform
           exit.

      *> o pedido avanca para "shipped" e a transicao entra na linha
      *> do tempo, uma vez por pedido (item 001), igual ao PICK. o
      *> pedido entra na tabela das notas no item 001; sem lugar na
      *> tabela, o pedido inteiro (todos os itens) fica para a
      *> proxima execucao
       3100-SHIP-ONE-ORDER.
           if orderLineSeq = 1
              if ship-count not < ship-max
                 move orderNumber to ws-held-order
                 if ship-full-warned = "N"
                    display "ordfill: mais de " ship-max
                        " pedidos para expedir - o excedente fica "
                        "para a proxima execucao"
                    move "Y" to ship-full-warned
                 end-if
                 go to 3100-EXIT
              end-if
              add 1 to ship-count
              move orderNumber to ship-order(ship-count)
           else
              if orderNumber = ws-held-order
                 go to 3100-EXIT
              end-if
           end-if

           move "shipped" to orderStatus
           rewrite tblOrderRec

           end-if

           add orderQuantity to ws-units-taken.
       3100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 3500-ISSUE-INVOICES - uma nota por pedido expedido nesta
      *> execucao. nota que nao sai (arquivo de notas fora do ar)
      *> deixa o pedido expedido sem nota: o numero do pedido vai
      *> para o console e a nota e emitida depois com ACTION=INVOICE
      *> ---------------------------------------------------------
       3500-ISSUE-INVOICES.
           perform 3510-ISSUE-ONE-INVOICE
               varying ws-ship-i from 1 by 1
               until ws-ship-i > ship-count

           display "ordfill: notas emitidas.......: " ws-inv-issued
           if ws-inv-existing > zero
              display "ordfill: pedidos ja com nota..: "
                  ws-inv-existing
           end-if
           if ws-inv-failed > zero
              display "ordfill: pedidos sem nota.....: " ws-inv-failed
              move 4 to return-code
           end-if.

       3510-ISSUE-ONE-INVOICE.
           move ship-order(ws-ship-i) to ws-inv-order
           call "invissue" using ws-inv-order, ws-inv-number,
                ws-inv-status
           evaluate ws-inv-status
              when "ok"
                 add 1 to ws-inv-issued
              when "ex"
                 add 1 to ws-inv-existing
              when other
                 add 1 to ws-inv-failed
                 display "ordfill: pedido " ws-inv-order
                     " expedido sem nota (" ws-inv-status
                     ") - emitir com ACTION=INVOICE ORDER="
                     ws-inv-order
           end-evaluate.

      *> ---------------------------------------------------------
      *> 4000-INVOICE-ONE-ORDER - nota de um pedido que ja saiu
      *> (expedido, ou devolvido depois de expedido) e ficou sem
      *> nota. o invissue nao emite segunda nota para o mesmo
      *> pedido, entao rodar de novo nao duplica nada
      *> ---------------------------------------------------------
       4000-INVOICE-ONE-ORDER.
           if ws-parm-order = zero
              display "ordfill: ACTION=INVOICE sem ORDER= em "
                  "tblFillParm"
              go to 4000-EXIT
           end-if

           set environment "file.index" to "jisam"
           open input tblorder
           if not valid-Order
              display "ordfill: tblOrder indisponivel"
              go to 4000-EXIT
           end-if
           move ws-parm-order to orderNumber
           move 1 to orderLineSeq
           read tblorder key is orderPK
                invalid key
                   move spaces to orderStatus
           end-read
           close tblorder

           if orderStatus <> "shipped" and orderStatus <> "returned"
                                       and orderStatus <> "partreturn"
              display "ordfill: pedido " ws-parm-order
                  " nao foi expedido - nota nao emitida"
              go to 4000-EXIT
           end-if

           move ws-parm-order to ws-inv-order
           call "invissue" using ws-inv-order, ws-inv-number,
                ws-inv-status
           evaluate ws-inv-status
              when "ok"
                 display "ordfill: nota " ws-inv-number
                     " emitida para o pedido " ws-inv-order
              when "ex"
                 display "ordfill: pedido " ws-inv-order
                     " ja tem a nota " ws-inv-number
              when other
                 display "ordfill: nota do pedido " ws-inv-order
                     " nao emitida (" ws-inv-status ")"
                 move 8 to return-code
           end-evaluate.
       4000-EXIT.
           exit.

       9000-TERMINATE.
           stop run.
