      *> para explicar a diferenca - e exatamente para isso que o
      *> diario foi criado, mas ate aqui a comparacao era feita na
      *> mao com uma impressao. os movimentos datados a partir da
      *> data da contagem (alocacoes para baixo; devolucoes por
      *> cancelamento, recebimentos, devolucoes de cliente e ajustes
      *> para cima) sao a parte explicada da variacao; o que sobrar
      *> e variacao inexplicada (quebra,
      *> furto, erro de digitacao antiga) e sai separado no
      *> relatorio (tblCountRpt), produto a produto.
      *>

           move spaces to ws-note-col
           if adjust-mode and ws-unexplained not = zero
              perform 2300-POST-ADJUSTMENT thru 2300-EXIT
           end-if

           perform 2400-WRITE-REPORT-LINE.
                                compute ws-explained = ws-explained
                                    + jrnQtyAfter - jrnQtyBefore
                             else
      *> "C" cancelamento, "R" recebimento e "D" devolucao de cliente
      *> (unidade revendavel de volta na prateleira) - todas entradas
                                add jrnQtyAllocated to ws-explained
                             end-if
                          end-if
