      *> descontinuado ou estoque insuficiente), para a resposta
      *> dizer ao cliente qual linha falhou. zero = nenhuma falhou
          03 cartFailLine    pic 9(02).
      *> por que o item de cartFailLine falhou: codigo inexistente/
      *> descontinuado nao tem o que esperar; estoque insuficiente
      *> pode virar encomenda (backorder) se o cliente aceitar
          03 cartFailReason  pic x(01).
             88 cart-FailNotFound   value "N".
             88 cart-FailShortStock value "S".
          03 cartItem occurs 10 times.
             05 clCode       pic x(15).
             05 clQty        pic 9(05).
