      *> ---------------------------------------------------------
      *> tblreplsugg.cpy
      *> layout of one line of tblReplSuggDat - a sugestao de compra
      *> do replsugg em formato de maquina, uma linha por produto,
      *> com o fornecedor preferido. compras confere o arquivo, muda
      *> rsApprove para "Y" nas linhas aprovadas (pode corrigir a
      *> quantidade ou trocar o fornecedor) e o poissue emite os
      *> pedidos de compra so das linhas aprovadas, regravando o
      *> arquivo com "E" (emitida) nelas - rodar o poissue de novo
      *> nao emite a mesma linha duas vezes.
      *> ---------------------------------------------------------
       01 tblReplSuggRec.
          03 rsProductCode      pic x(15).
          03 rsQuantity         pic 9(05).
      *> fornecedor preferido do produto; em branco quando nenhum
      *> fornecedor esta ligado ao produto - compras preenche
          03 rsSupplierCode     pic x(10).
          03 rsApprove          pic x(01).
             88 rs-Approved         value "Y" "y".
             88 rs-Issued           value "E".
