      *> ---------------------------------------------------------
      *> tblsupprod.cpy
      *> record layout for tblSupplierProd - quais produtos cada
      *> fornecedor fornece, um registro por par fornecedor/produto,
      *> mantido pelo supmnt. a chave alternada por produto devolve
      *> os fornecedores de um produto; o marcado como preferido e o
      *> que o replsugg sugere para a compra.
      *> ---------------------------------------------------------
       01 tblSupplierProdRec.
          03 spPK.
             05 spSupplierCode  pic x(10).
             05 spProductCode   pic x(15).
      *> codigo do produto no catalogo do fornecedor, para o pedido
      *> de compra sair com a referencia que ele conhece
          03 spSupplierItem     pic x(20).
          03 spPreferred        pic x(01).
             88 sp-Preferred        value "Y".
