      *> ---------------------------------------------------------
      *> tblpurchord.cpy
      *> record layout for tblPurchOrder - os pedidos de compra
      *> emitidos pelo poissue, um registro por ITEM, todos os itens
      *> de um fornecedor sob o mesmo numero (sequencia em
      *> tblPurchOrdCtl, no mesmo esquema do tblOrderCtl). o numero
      *> do pedido de compra e a referencia que o deposito digita em
      *> rcvSupplierRef no recebimento: o stkrecv confere cada
      *> entrada contra o item aberto do produto nesse pedido, soma
      *> o recebido e fecha ou deixa parcial. a chave alternada por
      *> produto da ao replsugg o que ja esta encomendado.
      *> ---------------------------------------------------------
       01 tblPurchOrdRec.
          03 poPK.
             05 poNumber        pic 9(08).
             05 poLineSeq       pic 9(03).
          03 poSupplierCode     pic x(10).
          03 poProductCode      pic x(15).
          03 poIssueDate        pic 9(08).
      *> data de emissao + prazo de entrega do fornecedor
          03 poDueDate          pic 9(08).
          03 poQtyOrdered       pic 9(05).
          03 poQtyReceived      pic 9(05).
      *> "O" = aberto (nada recebido), "P" = parcial (recebido menos
      *> que o pedido), "C" = fechado (recebido tudo, ou mais)
          03 poStatus           pic x(01).
             88 po-Open             value "O".
             88 po-Partial          value "P".
             88 po-Closed           value "C".
             88 po-Outstanding      value "O" "P".
          03 poCloseDate        pic 9(08).
