      *> quantidade recebida, valor bruto (sem edicao) - e uma
      *> quantidade a somar, nao um saldo a gravar
          03 rcvQuantity        pic 9(05).
      *> numero do pedido de compra (tblPurchOrder, emitido pelo
      *> poissue) nas 8 primeiras posicoes - o stkrecv confere a
      *> entrada contra o item aberto do produto nesse pedido
          03 rcvSupplierRef     pic x(20).
          03 rcvDate            pic 9(08).
