      *> ---------------------------------------------------------
      *> tblsupplier.cpy
      *> record layout for tblSupplier - o cadastro de fornecedores
      *> mantido pelo supmnt. o prazo de entrega (lead time) em dias
      *> corridos e o que o poissue soma na data de emissao para a
      *> data prevista de cada pedido de compra, e o poopen compara
      *> com a data do dia para apontar entrega atrasada.
      *> ---------------------------------------------------------
       01 tblSupplierRec.
          03 supplierCode       pic x(10).
          03 supplierName       pic x(60).
          03 supplierContact    pic x(60).
          03 supplierLeadDays   pic 9(03).
      *> "Y" = fornecedor ativo; "N" = nao recebe mais pedido de
      *> compra (mantido no arquivo para os pedidos antigos)
          03 supplierActive     pic x(01).
             88 supplier-Active     value "Y".
             88 supplier-Inactive   value "N".
