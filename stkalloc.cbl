      *> porque nenhum saldo e regravado antes de todos os itens
      *> passarem na conferencia. cada baixa fica registrada no
      *> diario de movimentos (tblStockJrnl), um registro por item.
      *> o bofill chama o mesmo programa para alocar uma encomenda
      *> (backorder) quando a mercadoria chega, com o carrinho
      *> remontado a partir dos itens do pedido em tblOrder.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       PROCEDURE DIVISION USING cartOrder, lk-alloc-status.
       INICIO.
           move zero to cartFailLine
           move space to cartFailReason
           move spaces to ws-check-result
           accept ws-today from date yyyymmdd

           read product with lock key is productPK
                invalid key
                   move ws-line-i to cartFailLine
                   move "N" to cartFailReason
                   go to CHECK-ONE-EXIT
           end-read


           if product-Discontinued
              move ws-line-i to cartFailLine
              move "N" to cartFailReason
              go to CHECK-ONE-EXIT
           end-if


           if clQty(ws-line-i) > ws-bal-before(ws-line-i)
              move ws-line-i to cartFailLine
              move "S" to cartFailReason
              go to CHECK-ONE-EXIT
           end-if

