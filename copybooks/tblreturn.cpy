      *> ---------------------------------------------------------
      *> tblreturn.cpy
      *> record layout for tblReturn - o registro das devolucoes de
      *> cliente aplicadas pelo ordreturn, uma por transacao aceita.
      *> a chave e a do item em tblOrder mais uma sequencia da
      *> devolucao dentro do item (o mesmo item pode voltar em mais
      *> de uma vez), entao o total ja devolvido de um item sai de
      *> um START na chave do item. o revrpt le este arquivo para
      *> abater o reembolso da receita do periodo.
      *> ---------------------------------------------------------
       01 tblReturnRec.
          03 retPK.
             05 retOrderNumber  pic 9(08).
             05 retLineSeq      pic 9(03).
             05 retSeq          pic 9(03).
          03 retDate            pic 9(08).
          03 retTime            pic 9(06).
          03 retProductCode     pic x(15).
          03 retQuantity        pic 9(05).
          03 retReason          pic x(02).
          03 retResaleable      pic x(01).
      *> preco unitario da venda (orderUnitPrice; item antigo sem
      *> preco gravado cai no productPrice, a mesma aproximacao do
      *> revrpt) e o reembolso = quantidade devolvida x esse preco
          03 retUnitPrice       pic 9(06)v99.
          03 retRefund          pic 9(09)v99.
