      *> ---------------------------------------------------------
      *> tblsuptran.cpy
      *> layout of one transaction fed into supmnt (manutencao do
      *> cadastro de fornecedores). stAction: "A" inclui fornecedor,
      *> "U" corrige fornecedor (so os campos preenchidos), "D"
      *> desativa fornecedor, "L" liga um produto ao fornecedor (ou
      *> corrige a ligacao - stProductCode, stSupplierItem e
      *> stPreferred), "X" desliga o produto do fornecedor.
      *> ---------------------------------------------------------
       01 tblSupplierTranRec.
          03 stAction           pic x(01).
             88 st-Add              value "A".
             88 st-Update           value "U".
             88 st-Deactivate       value "D".
             88 st-Link             value "L".
             88 st-Unlink           value "X".
          03 stSupplierCode     pic x(10).
          03 stName             pic x(60).
          03 stContact          pic x(60).
      *> prazo de entrega em dias; na "U", zero mantem o gravado
          03 stLeadDays         pic 9(03).
          03 stProductCode      pic x(15).
          03 stSupplierItem     pic x(20).
      *> "Y" = fornecedor preferido do produto - ligar um preferido
      *> tira a marca dos outros fornecedores do mesmo produto
          03 stPreferred        pic x(01).
