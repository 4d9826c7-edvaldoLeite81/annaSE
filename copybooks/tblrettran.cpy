      *> ---------------------------------------------------------
      *> tblrettran.cpy
      *> layout of one transaction fed into ordreturn (o lote de
      *> devolucoes de cliente - RMA): uma linha por item de pedido
      *> expedido que voltou, com a quantidade devolvida, o motivo e
      *> se a mercadoria volta em condicao de venda. e a lista que o
      *> deposito mantinha no papel.
      *> ---------------------------------------------------------
       01 tblReturnTranRec.
          03 rtnOrderNumber     pic 9(08).
          03 rtnLineSeq         pic 9(03).
      *> quantidade devolvida, valor bruto (sem edicao)
          03 rtnQuantity        pic 9(05).
          03 rtnReason          pic x(02).
             88 rtn-Defect         value "DF".
             88 rtn-Damaged        value "AV".
             88 rtn-WrongItem      value "ER".
             88 rtn-Regret         value "AR".
             88 rtn-OtherReason    value "OT".
             88 rtn-ValidReason    value "DF" "AV" "ER" "AR" "OT".
      *> "Y" = volta para a prateleira (entra no productQuantity);
      *> "N" = avariada/sem condicao de venda, so o reembolso
          03 rtnResaleable      pic x(01).
             88 rtn-Resaleable     value "Y".
             88 rtn-NotResaleable  value "N".
      *> data em que a mercadoria voltou; zero = data do lote
          03 rtnDate            pic 9(08).
