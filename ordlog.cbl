       PROGRAM-ID. ordlog.

      *> grava um pedido (confirmado, recusado ou em encomenda -
      *> "backorder") em tblOrder, um
      *> registro por item do carrinho, todos sob o mesmo numero de
      *> pedido. chamado pelo samplezaporder depois de revalidar o
      *> carrinho contra o estoque atual em tblProduct - mesma ideia
               organization is indexed
               access mode is dynamic
               record key is orderPK
      *> chave alternada pelo telefone do cliente: os pedidos de
      *> uma pessoa sem varrer o arquivo (ordcust/samplezapmyord)
               alternate record key is orderCustomer
                   with duplicates
               file status is fsTblOrder
       .

           perform RECONCILE-CONTROL-NUMBER

      *> primeira linha do tempo do pedido: de "nada" (situacao
      *> anterior em branco) para confirmado, recusado ou encomenda
           move spaces to ws-hist-old
           call "ordhist" using ws-next-number, ws-hist-old,
                lk-order-status, ws-hist-program
