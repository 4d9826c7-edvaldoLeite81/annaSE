      *> ---------------------------------------------------------
      *> tblinvoice.cpy
      *> record layout for tblInvoice - a nota de cada pedido
      *> expedido, emitida pelo invissue no SHIP do ordfill. uma nota
      *> ocupa varios registros com o mesmo invNumber: o cabecalho
      *> (invLineSeq 000, com o total da nota e a quantidade de
      *> itens) e um registro por item do pedido, de 001 em diante,
      *> com quantidade, preco unitario e total do item. o numero da
      *> nota vem de uma sequencia propria (tblInvoiceCtl), separada
      *> da sequencia de pedidos; o pedido de origem fica em
      *> invOrderNumber, que e chave alternada do arquivo - e por
      *> ela que se chega da nota ao pedido e do pedido a nota.
      *> ---------------------------------------------------------
       01 tblInvoiceRec.
          03 invPK.
             05 invNumber        pic 9(08).
      *> 000 = cabecalho da nota; 001 em diante = itens, na mesma
      *> sequencia dos itens do pedido (orderLineSeq)
             05 invLineSeq       pic 9(03).
          03 invOrderNumber      pic 9(08).
      *> data e hora de emissao - a mesma da expedicao
          03 invDate             pic 9(08).
          03 invTime             pic 9(06).
      *> campos de item - em branco/zero no cabecalho, menos a
      *> quantidade (total de unidades da nota)
          03 invProductCode      pic x(15).
          03 invQuantity         pic 9(07).
          03 invUnitPrice        pic 9(06)v99.
      *> total do item (quantidade x preco) ou, no cabecalho, total
      *> da nota (soma dos itens)
          03 invAmount           pic 9(11)v99.
      *> quantidade de itens da nota - so no cabecalho
          03 invLineCount        pic 9(03).
