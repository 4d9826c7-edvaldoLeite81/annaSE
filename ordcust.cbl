       PROGRAM-ID. ordcust.

      *> monta uma pagina dos pedidos de um cliente ("meus
      *> pedidos"), do mais novo para o mais antigo, lendo tblOrder
      *> pela chave alternada orderCustomer - so os itens daquele
      *> telefone sao lidos, nunca o arquivo inteiro. chamado pelo
      *> samplezapmyord, no mesmo papel do catlkup para a pagina de
      *> categoria: o cliente que perdeu o numero do pedido ve os
      *> proprios pedidos com numero, data, situacao atual,
      *> quantidade de itens e valor total, e toca no que quiser
      *> para abrir a linha do tempo (samplezapstatus). a paginacao
      *> e por deslocamento, igual ao catlkup: lk-my-offset diz
      *> quantos pedidos ja foram entregues nas paginas anteriores
      *> e moMoreToken volta com o deslocamento da proxima pagina
      *> (zero = acabou).
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

       DATA DIVISION.
       FILE SECTION.
       fd tblorder.
       copy "tblorder.cpy".

       WORKING-STORAGE SECTION.
       77 fsTblOrder             pic x(2).
          88 valid-Order            value is "00" thru "09".
       77 ws-wanted-customer     pic x(20).
       77 ws-eof-customer        pic x(01) value "N".
          88 eof-customer            value "Y".
       77 ws-page-size           pic 9(02) value 5.

      *> pedidos do cliente, um por numero, acumulando itens e valor.
      *> cliente com mais pedidos do que cabe fica com os mais novos
      *> (maiores numeros) - os antigos continuam no samplezapstatus
      *> pelo numero
       77 mine-max               pic 9(04) value 200.
       01 mine-table.
          03 mine-entry occurs 200 times.
             05 mine-number     pic 9(08).
             05 mine-date       pic 9(08).
             05 mine-status     pic x(10).
             05 mine-items      pic 9(02).
             05 mine-total      pic 9(09)v99.
       77 mine-count             pic 9(04) comp value zero.
       01 mine-swap.
          03 swap-number        pic 9(08).
          03 swap-date          pic 9(08).
          03 swap-status        pic x(10).
          03 swap-items         pic 9(02).
          03 swap-total         pic 9(09)v99.
       77 ws-mine-i              pic 9(04) comp.
       77 ws-mine-j              pic 9(04) comp.
       77 ws-low-i               pic 9(04) comp.
       77 ws-page-i              pic 9(04) comp.
       77 ws-line-value          pic 9(09)v99.

      *> total com separador de milhar - "," decimal/"." milhar por
      *> default; para o locale "BR" os dois caracteres sao
      *> trocados, igual ao catlkup
       77 ws-locale              pic x(05).
       77 ws-total-edited        pic ZZZ,ZZZ,ZZZ.ZZ.
       77 ws-total-text          pic x(15).

       LINKAGE SECTION.
       77 lk-my-customer         pic x(20).
       77 lk-my-offset           pic 9(04).
       77 lk-my-locale           pic x(05).
       copy "myordresult.cpy".

       PROCEDURE DIVISION USING lk-my-customer, lk-my-offset,
               lk-my-locale, myOrdResult.
       INICIO.
           initialize myOrdResult
           move zero to mine-count

           move lk-my-locale to ws-locale
           if ws-locale = spaces
              move "BR" to ws-locale
           end-if
           inspect ws-locale converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *> sem telefone (app antigo) nao ha de quem listar - e os
      *> pedidos gravados antes do cadastro de clientes, todos com
      *> o cliente em branco, nao podem aparecer para ninguem
           move lk-my-customer to ws-wanted-customer
           if ws-wanted-customer = spaces
              move "no" to moStatus
              goback
           end-if

           set environment "file.index" to "jisam"
           open input tblorder

      *> tblOrder pode estar indisponivel (fora do ar ou bloqueado
      *> pelo lote de expedicao) - avisa quem chamou, igual ao
      *> ordlkup
           if not valid-Order
              move "na" to moStatus
              goback
           end-if

           move ws-wanted-customer to orderCustomer
           start tblorder key = orderCustomer
           if not valid-Order
              move "no" to moStatus
              close tblorder
              goback
           end-if

           move "N" to ws-eof-customer
           perform COLLECT-ONE-LINE thru COLLECT-EXIT
               until eof-customer

           close tblorder

           perform SORT-NEWEST-FIRST
           perform FILL-PAGE

           if moOrderCount = zero
              move "no" to moStatus
           else
              move "ok" to moStatus
           end-if
           goback.

      *> ---------------------------------------------------------
      *> COLLECT-ONE-LINE - le o proximo item do cliente pela chave
      *> alternada e soma no pedido dele (quantidade de itens e
      *> valor = quantidade x preco de venda)
      *> ---------------------------------------------------------
       COLLECT-ONE-LINE.
           read tblorder next
                at end
                   move "Y" to ws-eof-customer
           end-read
           if eof-customer
              go to COLLECT-EXIT
           end-if
           if orderCustomer <> ws-wanted-customer
              move "Y" to ws-eof-customer
              go to COLLECT-EXIT
           end-if

           perform varying ws-mine-i from 1 by 1
               until ws-mine-i > mine-count
               or mine-number(ws-mine-i) = orderNumber
               continue
           end-perform

           if ws-mine-i > mine-count
              if mine-count < mine-max
                 add 1 to mine-count
                 move mine-count to ws-mine-i
              else
      *> tabela cheia: o pedido novo so entra no lugar do mais
      *> antigo da tabela, e so se for mais novo que ele
                 perform FIND-OLDEST-ENTRY
                 if orderNumber < mine-number(ws-low-i)
                    go to COLLECT-EXIT
                 end-if
                 move ws-low-i to ws-mine-i
              end-if
              move orderNumber to mine-number(ws-mine-i)
              move orderDate   to mine-date(ws-mine-i)
              move zero        to mine-items(ws-mine-i)
              move zero        to mine-total(ws-mine-i)
           end-if

      *> a situacao e do pedido e se repete em todos os itens
           move orderStatus to mine-status(ws-mine-i)
           add 1 to mine-items(ws-mine-i)
           compute ws-line-value = orderQuantity * orderUnitPrice
           add ws-line-value to mine-total(ws-mine-i).
       COLLECT-EXIT.
           exit.

       FIND-OLDEST-ENTRY.
           move 1 to ws-low-i
           perform varying ws-mine-j from 2 by 1
               until ws-mine-j > mine-count
               if mine-number(ws-mine-j) < mine-number(ws-low-i)
                  move ws-mine-j to ws-low-i
               end-if
           end-perform.

      *> ---------------------------------------------------------
      *> SORT-NEWEST-FIRST - ordena os pedidos do cliente pelo
      *> numero, do maior (mais novo) para o menor - mesma
      *> ordenacao por troca do revrpt/lostsale
      *> ---------------------------------------------------------
       SORT-NEWEST-FIRST.
           if mine-count > 1
              perform SORT-OUTER
                  varying ws-mine-i from 1 by 1
                  until ws-mine-i > mine-count - 1
           end-if.

       SORT-OUTER.
           perform SORT-INNER
               varying ws-mine-j from 1 by 1
               until ws-mine-j > mine-count - ws-mine-i.

       SORT-INNER.
           if mine-number(ws-mine-j) < mine-number(ws-mine-j + 1)
              move mine-entry(ws-mine-j)     to mine-swap
              move mine-entry(ws-mine-j + 1) to mine-entry(ws-mine-j)
              move mine-swap to mine-entry(ws-mine-j + 1)
           end-if.

      *> ---------------------------------------------------------
      *> FILL-PAGE - copia para o resultado os pedidos depois do
      *> deslocamento pedido, ate encher a pagina; sobrando pedido,
      *> devolve o token da proxima pagina
      *> ---------------------------------------------------------
       FILL-PAGE.
           perform varying ws-page-i from 1 by 1
               until ws-page-i > mine-count
               or moOrderCount = ws-page-size
               if ws-page-i > lk-my-offset
                  perform COPY-ONE-ORDER
               end-if
           end-perform

           if moOrderCount = ws-page-size
              and lk-my-offset + ws-page-size < mine-count
              compute moMoreToken = lk-my-offset + ws-page-size
           end-if.

       COPY-ONE-ORDER.
           add 1 to moOrderCount
           move mine-number(ws-page-i) to moNumber(moOrderCount)
           move mine-date(ws-page-i)   to moDate(moOrderCount)
           move mine-status(ws-page-i) to moOrderStatus(moOrderCount)
           move mine-items(ws-page-i)  to moItemCount(moOrderCount)

           move mine-total(ws-page-i) to ws-total-edited
           move ws-total-edited to ws-total-text
           if ws-locale = "BR"
              inspect ws-total-text converting "," to "~"
              inspect ws-total-text converting "." to ","
              inspect ws-total-text converting "~" to "."
           end-if
           move ws-total-text to moTotalText(moOrderCount).
