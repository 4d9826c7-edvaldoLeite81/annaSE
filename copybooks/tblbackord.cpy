      *> ---------------------------------------------------------
      *> tblbackord.cpy
      *> record layout for tblBackorder - a fila de espera das
      *> encomendas: um registro por item de pedido gravado como
      *> "backorder" (carrinho que o estoque nao cobria e que o
      *> cliente aceitou esperar). gravado pelo bolog junto com o
      *> pedido, atendido pelo bofill quando o stkrecv da entrada
      *> de mercadoria, e lido pelo relatorio de espera (boaging).
      *> a chave e a do item em tblOrder; a chave alternada por
      *> produto devolve a fila na ordem de chegada (duplicatas
      *> saem na ordem em que foram gravadas).
      *> ---------------------------------------------------------
       01 tblBackorderRec.
          03 boPK.
             05 boOrderNumber   pic 9(08).
             05 boLineSeq       pic 9(03).
          03 boProductCode      pic x(15).
          03 boQuantity         pic 9(05).
      *> data/hora em que o pedido entrou na fila - e dai que conta
      *> o tempo de espera
          03 boDate             pic 9(08).
          03 boTime             pic 9(06).
      *> "Y" no item que o estoque nao cobriu no momento do pedido
      *> (o cartFailLine do stkalloc) - os demais itens entram na
      *> fila junto porque o pedido so e alocado inteiro
          03 boShortLine        pic x(01).
          03 boState            pic x(01).
             88 bo-Waiting         value "W".
             88 bo-Filled          value "F".
             88 bo-Cancelled       value "X".
      *> data em que o item saiu da fila (atendido ou cancelado)
          03 boCloseDate        pic 9(08).
