       PROGRAM-ID. ordbal.

      *> conferencia cruzada noturna: cada programa grava o seu
      *> rastro (tblOrder, tblStockJrnl, tblOrderHist), e este lote
      *> prova que os tres contam a mesma historia:
      *>   - todo pedido que passou a "confirmed" (ordlog na criacao,
      *>     bofill ao atender a encomenda) tem, para cada item, um
      *>     movimento "A" no diario do mesmo produto e quantidade;
      *>   - todo pedido cancelado depois de confirmado (ordcancel)
      *>     tem, para cada item, a devolucao "C" correspondente;
      *>   - todo movimento "A"/"C" do diario pertence a um desses
      *>     eventos;
      *>   - o orderStatus de cada pedido em tblOrder e a ultima
      *>     situacao do pedido na linha do tempo (tblOrderHist).
      *> o diario nao guarda o numero do pedido: o movimento e ligado
      *> ao evento da linha do tempo pelo produto, pelo tipo e pela
      *> hora - o stkalloc/ordcancel grava o diario segundos antes do
      *> ordhist gravar a transicao. vale o movimento livre mais
      *> proximo dentro da tolerancia (TOLSECS); achando movimento
      *> do produto na hora mas com outra quantidade, a quebra e de
      *> quantidade.
      *>
      *> parametros em tblBalanceParm (formato tag=valor): FROM= e
      *> TO= (aaaammdd, padrao ontem e hoje, para o lote poder rodar
      *> antes ou depois da meia-noite) e TOLSECS= (padrao 300). os
      *> eventos e movimentos sao carregados com um dia de folga de
      *> cada lado do periodo, para o par de um evento perto da
      *> meia-noite nao virar quebra; so as quebras com data no
      *> periodo sao listadas. a conferencia da situacao x linha do
      *> tempo e de todos os pedidos vivos em tblOrder.
      *>
      *> relatorio em tblBalanceRpt (cada quebra, contagem por
      *> categoria e veredito) e o veredito em tblBalanceStat
      *> (formato tag=valor, regravado a cada execucao), que o
      *> healthchk da manha le. fora de equilibrio: retorno 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

        select ordhist assign to "tblOrderHist"
               organization is line sequential
               file status is fsOrdHist
       .

        select stkjrnl assign to "tblStockJrnl"
               organization is line sequential
               file status is fsStkJrnl
       .

        select balparm assign to "tblBalanceParm"
               organization is line sequential
               file status is fsBalParm
       .

        select balrpt assign to "tblBalanceRpt"
               organization is line sequential
               file status is fsBalRpt
       .

        select balstat assign to "tblBalanceStat"
               organization is line sequential
               file status is fsBalStat
       .

       DATA DIVISION.
       FILE SECTION.
       fd tblorder.
       copy "tblorder.cpy".

       fd ordhist.
       copy "tblordhist.cpy".

       fd stkjrnl.
       copy "tblstkjrnl.cpy".

       fd balparm.
       01 balparm-line         pic x(80).

       fd balrpt.
       01 balrpt-line          pic x(100).

       fd balstat.
       01 balstat-line         pic x(80).

       WORKING-STORAGE SECTION.
       77 fsTblOrder           pic x(2).
          88 valid-Order          value is "00" thru "09".
       77 fsOrdHist            pic x(2).
       77 fsStkJrnl            pic x(2).
       77 fsBalParm            pic x(2).
       77 fsBalRpt             pic x(2).
       77 fsBalStat            pic x(2).
       77 ws-eof-file          pic x(1) value "N".
          88 eof-file              value "Y".
       77 ws-parm-tag          pic x(10).
       77 ws-parm-value        pic x(70).
       77 ws-tol-text          pic x(05).
       77 ws-tol-len           pic 9(02) comp.
       77 ws-run-date          pic 9(08).
       77 ws-from-date         pic 9(08).
       77 ws-to-date           pic 9(08).
       77 ws-tol-secs          pic 9(05) value 300.

      *> janela de carga em segundos corridos (dia juliano x 86400
      *> mais a hora): o periodo com um dia de folga de cada lado
       77 ws-win-from          pic 9(12).
       77 ws-win-to            pic 9(12).
       77 ws-stamp             pic 9(12).
       01 ws-time-parts.
          03 ws-time-hh        pic 9(02).
          03 ws-time-mm        pic 9(02).
          03 ws-time-ss        pic 9(02).
       01 ws-time-whole        redefines ws-time-parts
                               pic 9(06).
       77 ws-stamp-date        pic 9(08).

      *> pedidos vivos em tblOrder (lidos em ordem de numero, o que
      *> permite a busca binaria) com a situacao atual, a ultima
      *> situacao da linha do tempo e onde comecam os itens
       77 ord-max              pic 9(05) value 10000.
       77 ord-count            pic 9(05) comp value zero.
       01 ord-table.
          03 ord-entry occurs 1 to 10000 times
                       depending on ord-count
                       ascending key is ord-number
                       indexed by ord-idx.
             05 ord-number     pic 9(08).
             05 ord-status     pic x(10).
             05 ord-last-hist  pic x(10).
             05 ord-first-line pic 9(05).
             05 ord-line-count pic 9(03).
       77 ord-full-warned      pic x(1) value "N".

       77 line-max             pic 9(05) value 30000.
       01 line-table.
          03 line-entry occurs 30000 times.
             05 line-product   pic x(15).
             05 line-qty       pic 9(05).
       77 line-count           pic 9(05) comp value zero.

      *> movimentos esperados: um por item de cada evento da linha do
      *> tempo que mexe em estoque ("A" na confirmacao, "C" no
      *> cancelamento de pedido confirmado)
       77 exp-max              pic 9(04) value 5000.
       01 exp-table.
          03 exp-entry occurs 5000 times.
             05 exp-order      pic 9(08).
             05 exp-type       pic x(01).
             05 exp-product    pic x(15).
             05 exp-qty        pic 9(05).
             05 exp-stamp      pic 9(12).
             05 exp-date       pic 9(08).
             05 exp-time       pic 9(06).
             05 exp-in-period  pic x(01).
       77 exp-count            pic 9(04) comp value zero.
       77 exp-full-warned      pic x(1) value "N".

      *> movimentos "A"/"C" do diario dentro da janela; jrnt-used
      *> marca o movimento ja ligado a um evento
       77 jrnt-max             pic 9(04) value 5000.
       01 jrnt-table.
          03 jrnt-entry occurs 5000 times.
             05 jrnt-type      pic x(01).
             05 jrnt-product   pic x(15).
             05 jrnt-qty       pic 9(05).
             05 jrnt-stamp     pic 9(12).
             05 jrnt-date      pic 9(08).
             05 jrnt-time      pic 9(06).
             05 jrnt-in-period pic x(01).
             05 jrnt-used      pic x(01).
       77 jrnt-count           pic 9(04) comp value zero.
       77 jrnt-full-warned     pic x(1) value "N".

       77 ws-ord-i             pic 9(05) comp.
       77 ws-line-i            pic 9(05) comp.
       77 ws-exp-i             pic 9(04) comp.
       77 ws-jrnt-i            pic 9(04) comp.
       77 ws-best-i            pic 9(04) comp.
       77 ws-best-diff         pic 9(12).
       77 ws-diff              pic 9(12).
       77 ws-event-type        pic x(01).
       77 ws-same-qty          pic x(01).
          88 same-qty-only         value "Y".
       77 ws-cur-order         pic 9(08) value zero.

      *> categorias de quebra - nome no relatorio e contagem
       01 brk-names.
          03 filler            pic x(26)
                               value "ALOCACAO SEM PEDIDO".
          03 filler            pic x(26)
                               value "PEDIDO SEM ALOCACAO".
          03 filler            pic x(26)
                               value "DEVOLUCAO SEM CANCELAMENTO".
          03 filler            pic x(26)
                               value "CANCELAMENTO SEM DEVOLUCAO".
          03 filler            pic x(26)
                               value "QUANTIDADE DIFERENTE".
          03 filler            pic x(26)
                               value "SITUACAO X LINHA DO TEMPO".
          03 filler            pic x(26)
                               value "PEDIDO SEM LINHA DO TEMPO".
          03 filler            pic x(26)
                               value "LINHA DO TEMPO SEM PEDIDO".
       01 brk-name-table redefines brk-names.
          03 brk-name          pic x(26) occurs 8 times.
       01 brk-count-table.
          03 brk-count         pic 9(07) comp occurs 8 times.
       77 brk-max              pic 9(02) value 8.
       77 ws-brk-i             pic 9(02) comp.
       77 ws-brk-cat           pic 9(02) comp.
       77 ws-brk-order         pic 9(08).
       77 ws-brk-product       pic x(15).
       77 ws-brk-detail        pic x(45).
       77 ws-break-total       pic 9(07) comp value zero.

       77 ws-num-col           pic 99999999.
       77 ws-qty-col           pic ZZZZ9.
       77 ws-qty-col2          pic ZZZZ9.
       77 ws-count-col         pic ZZZZZZ9.
       77 ws-breaks-out        pic 9(07).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-LOAD-ORDERS thru 2000-EXIT
           perform 3000-LOAD-ORDER-HISTORY thru 3000-EXIT
           perform 4000-LOAD-STOCK-JOURNAL thru 4000-EXIT
           perform 5000-MATCH-MOVEMENTS
           perform 6000-CHECK-ORDER-STATUS
           perform 8000-WRITE-TOTALS
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - periodo, tolerancia, janela de carga e
      *> cabecalho do relatorio
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           compute ws-from-date = function date-of-integer
               (function integer-of-date(ws-run-date) - 1)
           move ws-run-date to ws-to-date
           perform varying ws-brk-i from 1 by 1
               until ws-brk-i > brk-max
               move zero to brk-count(ws-brk-i)
           end-perform

           open input balparm
           if fsBalParm = "00" or fsBalParm = "05"
              move "N" to ws-eof-file
              perform until eof-file
                  read balparm
                       at end
                          move "Y" to ws-eof-file
                       not at end
                          perform 1100-PARSE-PARM-LINE thru 1100-EXIT
                  end-read
              end-perform
              close balparm
           end-if

           compute ws-win-from =
               (function integer-of-date(ws-from-date) - 1) * 86400
           compute ws-win-to =
               (function integer-of-date(ws-to-date) + 2) * 86400 - 1

           open output balrpt
           move spaces to balrpt-line
           string "CONFERENCIA PEDIDOS X DIARIO X LINHA DO TEMPO - "
                  delimited by size
                  ws-from-date delimited by size
                  " A " delimited by size
                  ws-to-date delimited by size
               into balrpt-line
           end-string
           write balrpt-line
           move spaces to balrpt-line
           write balrpt-line.

       1100-PARSE-PARM-LINE.
           move spaces to ws-parm-tag
           move spaces to ws-parm-value
           unstring balparm-line delimited by "="
               into ws-parm-tag ws-parm-value
           end-unstring
           if ws-parm-tag(1:4) = "FROM"
                             and ws-parm-value(1:8) numeric
              move ws-parm-value(1:8) to ws-from-date
           end-if
           if ws-parm-tag(1:2) = "TO"
                             and ws-parm-value(1:8) numeric
              move ws-parm-value(1:8) to ws-to-date
           end-if
           if ws-parm-tag = "TOLSECS"
              move spaces to ws-tol-text
              move zero to ws-tol-len
              unstring ws-parm-value delimited by space
                  into ws-tol-text count in ws-tol-len
              end-unstring
              if ws-tol-len = zero or ws-tol-len > 5
                 go to 1100-EXIT
              end-if
              if ws-tol-text(1:ws-tol-len) not numeric
                 go to 1100-EXIT
              end-if
              move ws-tol-text(1:ws-tol-len) to ws-tol-secs
           end-if.
       1100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2000-LOAD-ORDERS - pedidos vivos e os itens de cada um; a
      *> situacao do pedido e a do item 001 (todos os itens
      *> carregam a mesma)
      *> ---------------------------------------------------------
       2000-LOAD-ORDERS.
           set environment "file.index" to "jisam"
           open input tblorder
           if not valid-Order
              display "ordbal: tblOrder indisponivel"
              move "(tblOrder indisponivel - conferencia parcial)"
                  to balrpt-line
              write balrpt-line
              go to 2000-EXIT
           end-if

           move zero to orderNumber
           move zero to orderLineSeq
           start tblorder key not < orderPK
           if not valid-Order
              close tblorder
              go to 2000-EXIT
           end-if

           move "N" to ws-eof-file
           perform until eof-file
               read tblorder next
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       perform 2100-LOAD-ONE-ITEM thru 2100-EXIT
               end-read
           end-perform
           close tblorder.
       2000-EXIT.
           exit.

       2100-LOAD-ONE-ITEM.
           if orderNumber <> ws-cur-order
              if ord-count not < ord-max or line-count not < line-max
                 if ord-full-warned = "N"
                    display "ordbal: tabela de pedidos cheia ("
                        ord-max "/" line-max ") - conferencia parcial"
                    move "Y" to ord-full-warned
                 end-if
                 move "Y" to ws-eof-file
                 go to 2100-EXIT
              end-if
              move orderNumber to ws-cur-order
              add 1 to ord-count
              move orderNumber to ord-number(ord-count)
              move orderStatus to ord-status(ord-count)
              move spaces to ord-last-hist(ord-count)
              compute ord-first-line(ord-count) = line-count + 1
              move zero to ord-line-count(ord-count)
           end-if

           if line-count not < line-max
              go to 2100-EXIT
           end-if
           add 1 to line-count
           move orderProductCode to line-product(line-count)
           move orderQuantity to line-qty(line-count)
           add 1 to ord-line-count(ord-count).
       2100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 3000-LOAD-ORDER-HISTORY - a linha do tempo inteira: a
      *> ultima situacao de cada pedido vivo e, dentro da janela,
      *> os eventos que mexem em estoque
      *> ---------------------------------------------------------
       3000-LOAD-ORDER-HISTORY.
           open input ordhist
           if fsOrdHist <> "00" and fsOrdHist <> "05"
              display "ordbal: tblOrderHist nao encontrado"
              go to 3000-EXIT
           end-if

           move "N" to ws-eof-file
           perform until eof-file
               read ordhist
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       perform 3100-NOTE-ONE-TRANSITION thru 3100-EXIT
               end-read
           end-perform
           close ordhist.
       3000-EXIT.
           exit.

       3100-NOTE-ONE-TRANSITION.
           move space to ws-event-type
           if histNewStatus = "confirmed"
              move "A" to ws-event-type
           end-if
           if histOldStatus = "confirmed"
              and histNewStatus = "cancelled"
              move "C" to ws-event-type
           end-if

           set ord-idx to 1
           search all ord-entry
               at end
                  if ws-event-type <> space
                     and histDate not < ws-from-date
                     and histDate not > ws-to-date
                     move 8 to ws-brk-cat
                     move histOrderNumber to ws-brk-order
                     move spaces to ws-brk-product
                     move spaces to ws-brk-detail
                     string histOldStatus delimited by space
                            " -> " delimited by size
                            histNewStatus delimited by space
                            " em " delimited by size
                            histDate delimited by size
                         into ws-brk-detail
                     end-string
                     perform 7000-WRITE-BREAK
                  end-if
                  go to 3100-EXIT
               when ord-number(ord-idx) = histOrderNumber
                  move histNewStatus to ord-last-hist(ord-idx)
           end-search

           if ws-event-type = space
              go to 3100-EXIT
           end-if
           move histDate to ws-stamp-date
           move histTime to ws-time-whole
           perform 3900-COMPUTE-STAMP
           if ws-stamp < ws-win-from or ws-stamp > ws-win-to
              go to 3100-EXIT
           end-if

           set ws-ord-i to ord-idx
           perform 3200-EXPECT-ONE-ITEM
               varying ws-line-i from ord-first-line(ws-ord-i) by 1
               until ws-line-i >
                   ord-first-line(ws-ord-i) + ord-line-count(ws-ord-i)
                   - 1.
       3100-EXIT.
           exit.

       3200-EXPECT-ONE-ITEM.
           if exp-count not < exp-max
              if exp-full-warned = "N"
                 display "ordbal: tabela de eventos cheia (" exp-max
                     ") - conferencia parcial"
                 move "Y" to exp-full-warned
              end-if
           else
              add 1 to exp-count
              move ord-number(ws-ord-i)  to exp-order(exp-count)
              move ws-event-type         to exp-type(exp-count)
              move line-product(ws-line-i) to exp-product(exp-count)
              move line-qty(ws-line-i)   to exp-qty(exp-count)
              move ws-stamp              to exp-stamp(exp-count)
              move histDate              to exp-date(exp-count)
              move histTime              to exp-time(exp-count)
              move "N" to exp-in-period(exp-count)
              if histDate not < ws-from-date
                 and histDate not > ws-to-date
                 move "Y" to exp-in-period(exp-count)
              end-if
           end-if.

      *> segundos corridos de ws-stamp-date/ws-time-parts
       3900-COMPUTE-STAMP.
           compute ws-stamp =
               function integer-of-date(ws-stamp-date) * 86400
               + ws-time-hh * 3600 + ws-time-mm * 60 + ws-time-ss.

      *> ---------------------------------------------------------
      *> 4000-LOAD-STOCK-JOURNAL - movimentos "A" (ou em branco, as
      *> linhas antigas) e "C" do diario dentro da janela
      *> ---------------------------------------------------------
       4000-LOAD-STOCK-JOURNAL.
           open input stkjrnl
           if fsStkJrnl <> "00" and fsStkJrnl <> "05"
              display "ordbal: tblStockJrnl nao encontrado"
              go to 4000-EXIT
           end-if

           move "N" to ws-eof-file
           perform until eof-file
               read stkjrnl
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       perform 4100-LOAD-ONE-MOVEMENT thru 4100-EXIT
               end-read
           end-perform
           close stkjrnl.
       4000-EXIT.
           exit.

       4100-LOAD-ONE-MOVEMENT.
           move jrnMoveType to ws-event-type
           if ws-event-type = space
              move "A" to ws-event-type
           end-if
           if ws-event-type <> "A" and ws-event-type <> "C"
              go to 4100-EXIT
           end-if

           move jrnDate to ws-stamp-date
           move jrnTime to ws-time-whole
           perform 3900-COMPUTE-STAMP
           if ws-stamp < ws-win-from or ws-stamp > ws-win-to
              go to 4100-EXIT
           end-if

           if jrnt-count not < jrnt-max
              if jrnt-full-warned = "N"
                 display "ordbal: tabela do diario cheia (" jrnt-max
                     ") - conferencia parcial"
                 move "Y" to jrnt-full-warned
              end-if
              go to 4100-EXIT
           end-if
           add 1 to jrnt-count
           move ws-event-type   to jrnt-type(jrnt-count)
           move jrnProductCode  to jrnt-product(jrnt-count)
           move jrnQtyAllocated to jrnt-qty(jrnt-count)
           move ws-stamp        to jrnt-stamp(jrnt-count)
           move jrnDate         to jrnt-date(jrnt-count)
           move jrnTime         to jrnt-time(jrnt-count)
           move "N"             to jrnt-used(jrnt-count)
           move "N"             to jrnt-in-period(jrnt-count)
           if jrnDate not < ws-from-date and jrnDate not > ws-to-date
              move "Y" to jrnt-in-period(jrnt-count)
           end-if.
       4100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 5000-MATCH-MOVEMENTS - liga cada evento esperado ao
      *> movimento livre mais proximo do mesmo produto e tipo dentro
      *> da tolerancia: primeiro com a mesma quantidade; sem esse,
      *> qualquer quantidade (quebra de quantidade). o que sobra dos
      *> dois lados e quebra
      *> ---------------------------------------------------------
       5000-MATCH-MOVEMENTS.
           perform 5100-MATCH-ONE-EXPECTED thru 5100-EXIT
               varying ws-exp-i from 1 by 1
               until ws-exp-i > exp-count

           perform 5300-CHECK-ONE-MOVEMENT
               varying ws-jrnt-i from 1 by 1
               until ws-jrnt-i > jrnt-count.

       5100-MATCH-ONE-EXPECTED.
           move zero to ws-best-i
           move "Y" to ws-same-qty
           perform 5200-FIND-CLOSEST
               varying ws-jrnt-i from 1 by 1
               until ws-jrnt-i > jrnt-count
           if ws-best-i <> zero
              move "Y" to jrnt-used(ws-best-i)
              go to 5100-EXIT
           end-if

           move "N" to ws-same-qty
           perform 5200-FIND-CLOSEST
               varying ws-jrnt-i from 1 by 1
               until ws-jrnt-i > jrnt-count
           if ws-best-i <> zero
              move "Y" to jrnt-used(ws-best-i)
              if exp-in-period(ws-exp-i) = "Y"
                 or jrnt-in-period(ws-best-i) = "Y"
                 move 5 to ws-brk-cat
                 move exp-order(ws-exp-i) to ws-brk-order
                 move exp-product(ws-exp-i) to ws-brk-product
                 move exp-qty(ws-exp-i) to ws-qty-col
                 move jrnt-qty(ws-best-i) to ws-qty-col2
                 move spaces to ws-brk-detail
                 string exp-type(ws-exp-i) delimited by size
                        " pedido " delimited by size
                        ws-qty-col delimited by size
                        " diario " delimited by size
                        ws-qty-col2 delimited by size
                        " em " delimited by size
                        jrnt-date(ws-best-i) delimited by size
                        " " delimited by size
                        jrnt-time(ws-best-i) delimited by size
                     into ws-brk-detail
                 end-string
                 perform 7000-WRITE-BREAK
              end-if
              go to 5100-EXIT
           end-if

           if exp-in-period(ws-exp-i) = "N"
              go to 5100-EXIT
           end-if
           if exp-type(ws-exp-i) = "A"
              move 2 to ws-brk-cat
           else
              move 4 to ws-brk-cat
           end-if
           move exp-order(ws-exp-i) to ws-brk-order
           move exp-product(ws-exp-i) to ws-brk-product
           move exp-qty(ws-exp-i) to ws-qty-col
           move spaces to ws-brk-detail
           string "qtd " delimited by size
                  ws-qty-col delimited by size
                  " em " delimited by size
                  exp-date(ws-exp-i) delimited by size
                  " " delimited by size
                  exp-time(ws-exp-i) delimited by size
               into ws-brk-detail
           end-string
           perform 7000-WRITE-BREAK.
       5100-EXIT.
           exit.

      *> com same-qty-only so vale movimento da mesma quantidade
       5200-FIND-CLOSEST.
           if jrnt-used(ws-jrnt-i) = "N"
              and jrnt-type(ws-jrnt-i) = exp-type(ws-exp-i)
              and jrnt-product(ws-jrnt-i) = exp-product(ws-exp-i)
              and (not same-qty-only
                   or jrnt-qty(ws-jrnt-i) = exp-qty(ws-exp-i))
              if jrnt-stamp(ws-jrnt-i) > exp-stamp(ws-exp-i)
                 compute ws-diff =
                     jrnt-stamp(ws-jrnt-i) - exp-stamp(ws-exp-i)
              else
                 compute ws-diff =
                     exp-stamp(ws-exp-i) - jrnt-stamp(ws-jrnt-i)
              end-if
              if ws-diff not > ws-tol-secs
                 and (ws-best-i = zero or ws-diff < ws-best-diff)
                 move ws-jrnt-i to ws-best-i
                 move ws-diff to ws-best-diff
              end-if
           end-if.

       5300-CHECK-ONE-MOVEMENT.
           if jrnt-used(ws-jrnt-i) = "N"
              and jrnt-in-period(ws-jrnt-i) = "Y"
              if jrnt-type(ws-jrnt-i) = "A"
                 move 1 to ws-brk-cat
              else
                 move 3 to ws-brk-cat
              end-if
              move zero to ws-brk-order
              move jrnt-product(ws-jrnt-i) to ws-brk-product
              move jrnt-qty(ws-jrnt-i) to ws-qty-col
              move spaces to ws-brk-detail
              string "qtd " delimited by size
                     ws-qty-col delimited by size
                     " em " delimited by size
                     jrnt-date(ws-jrnt-i) delimited by size
                     " " delimited by size
                     jrnt-time(ws-jrnt-i) delimited by size
                  into ws-brk-detail
              end-string
              perform 7000-WRITE-BREAK
           end-if.

      *> ---------------------------------------------------------
      *> 6000-CHECK-ORDER-STATUS - situacao de cada pedido vivo x a
      *> ultima situacao da linha do tempo
      *> ---------------------------------------------------------
       6000-CHECK-ORDER-STATUS.
           perform 6100-CHECK-ONE-ORDER
               varying ws-ord-i from 1 by 1
               until ws-ord-i > ord-count.

       6100-CHECK-ONE-ORDER.
           if ord-last-hist(ws-ord-i) = spaces
              move 7 to ws-brk-cat
              move ord-number(ws-ord-i) to ws-brk-order
              move spaces to ws-brk-product
              move spaces to ws-brk-detail
              string "situacao " delimited by size
                     ord-status(ws-ord-i) delimited by space
                  into ws-brk-detail
              end-string
              perform 7000-WRITE-BREAK
           else
              if ord-last-hist(ws-ord-i) <> ord-status(ws-ord-i)
                 move 6 to ws-brk-cat
                 move ord-number(ws-ord-i) to ws-brk-order
                 move spaces to ws-brk-product
                 move spaces to ws-brk-detail
                 string "pedido " delimited by size
                        ord-status(ws-ord-i) delimited by space
                        " linha do tempo " delimited by size
                        ord-last-hist(ws-ord-i) delimited by space
                     into ws-brk-detail
                 end-string
                 perform 7000-WRITE-BREAK
              end-if
           end-if.

      *> ---------------------------------------------------------
      *> 7000-WRITE-BREAK - uma linha por quebra: categoria, pedido
      *> (quando ha), produto e o detalhe montado por quem chamou
      *> ---------------------------------------------------------
       7000-WRITE-BREAK.
           add 1 to brk-count(ws-brk-cat)
           add 1 to ws-break-total
           move spaces to balrpt-line
           move brk-name(ws-brk-cat) to balrpt-line(1:26)
           if ws-brk-order <> zero
              move ws-brk-order to ws-num-col
              move ws-num-col to balrpt-line(28:8)
           end-if
           move ws-brk-product to balrpt-line(37:15)
           move ws-brk-detail to balrpt-line(53:45)
           write balrpt-line.

      *> ---------------------------------------------------------
      *> 8000-WRITE-TOTALS - contagem por categoria, veredito no
      *> relatorio, no console e em tblBalanceStat para o healthchk
      *> ---------------------------------------------------------
       8000-WRITE-TOTALS.
           if ws-break-total = zero
              move "(nenhuma quebra)" to balrpt-line
              write balrpt-line
           end-if
           move spaces to balrpt-line
           write balrpt-line

           perform 8100-WRITE-CATEGORY-COUNT
               varying ws-brk-i from 1 by 1
               until ws-brk-i > brk-max

           move spaces to balrpt-line
           write balrpt-line
           if ws-break-total = zero
              move "VEREDITO: EM EQUILIBRIO" to balrpt-line
              display "ordbal: EM EQUILIBRIO"
           else
              move ws-break-total to ws-count-col
              move spaces to balrpt-line
              string "VEREDITO: FORA DE EQUILIBRIO - quebras: "
                     delimited by size
                     ws-count-col delimited by size
                  into balrpt-line
              end-string
              display "ordbal: FORA DE EQUILIBRIO - ver tblBalanceRpt"
              move 4 to return-code
           end-if
           write balrpt-line

           display "ordbal: pedidos conferidos...: " ord-count
           display "ordbal: movimentos esperados.: " exp-count
           display "ordbal: movimentos do diario.: " jrnt-count

           open output balstat
           move spaces to balstat-line
           string "DATE=" delimited by size
                  ws-run-date delimited by size
               into balstat-line
           end-string
           write balstat-line
           move spaces to balstat-line
           string "FROM=" delimited by size
                  ws-from-date delimited by size
               into balstat-line
           end-string
           write balstat-line
           move spaces to balstat-line
           string "TO=" delimited by size
                  ws-to-date delimited by size
               into balstat-line
           end-string
           write balstat-line
           move ws-break-total to ws-breaks-out
           move spaces to balstat-line
           string "BREAKS=" delimited by size
                  ws-breaks-out delimited by size
               into balstat-line
           end-string
           write balstat-line
           if ws-break-total = zero
              move "VERDICT=BALANCED" to balstat-line
           else
              move "VERDICT=UNBALANCED" to balstat-line
           end-if
           write balstat-line
           close balstat.

       8100-WRITE-CATEGORY-COUNT.
           move brk-count(ws-brk-i) to ws-count-col
           move spaces to balrpt-line
           move brk-name(ws-brk-i) to balrpt-line(1:26)
           move ".:" to balrpt-line(27:2)
           move ws-count-col to balrpt-line(30:7)
           write balrpt-line.

       9000-TERMINATE.
           close balrpt
           stop run.
