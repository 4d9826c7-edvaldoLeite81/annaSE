      *> ---------------------------------------------------------
      *> myordresult.cpy
      *> result of one "meus pedidos" page through ordcust.
      *> moStatus is "ok" (pagina com pedidos), "no" (cliente sem
      *> pedido / fim das paginas) ou "na" (tblOrder indisponivel)
      *> - mesmos valores do catresult. moMoreToken e o token que o
      *> cliente devolve para pedir a proxima pagina (zero = nao ha
      *> mais paginas), no mesmo desenho do catMoreToken. os pedidos
      *> vem do mais novo para o mais antigo.
      *> ---------------------------------------------------------
       01 myOrdResult.
          03 moStatus        pic x(02).
          03 moOrderCount    pic 9(02).
          03 moMoreToken     pic 9(04).
          03 moOrder occurs 5 times.
      *> numero sem edicao - e o que o app devolve ao samplezapstatus
      *> quando o cliente toca no pedido
             05 moNumber        pic 9(08).
             05 moDate          pic 9(08).
             05 moOrderStatus   pic x(10).
             05 moItemCount     pic 9(02).
      *> valor total do pedido (soma de quantidade x orderUnitPrice
      *> dos itens) ja formatado no locale pedido, igual ao
      *> ciPriceText
             05 moTotalText     pic x(15).
