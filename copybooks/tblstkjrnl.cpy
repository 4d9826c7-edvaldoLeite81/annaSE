      *> saida de entrada: "A" = alocacao de pedido (saida), "C" =
      *> devolucao por cancelamento (entrada), "R" = recebimento de
      *> mercadoria (entrada, stkrecv), "J" = ajuste de contagem
      *> fisica (stkcount - o sentido sai do saldo antes/depois),
      *> "D" = devolucao de cliente de pedido ja expedido, so das
      *> unidades que voltam em condicao de venda (entrada,
      *> ordreturn).
      *> linhas antigas, gravadas antes do tipo existir, vem em
      *> branco - eram todas alocacao, que era o unico movimento que
      *> o diario conhecia
             88 jrn-CancelBack   value "C".
             88 jrn-Receipt      value "R".
             88 jrn-CountAdjust  value "J".
             88 jrn-CustReturn   value "D".
