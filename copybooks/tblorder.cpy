          03 orderStatus        pic x(10).
      *> identificador de telefone do cliente que fez o pedido
      *> (chave de tblCustomer) - em branco nos pedidos gravados
      *> antes do cadastro de clientes existir. e tambem chave
      *> alternada (com duplicatas) do arquivo: a consulta "meus
      *> pedidos" (ordcust) chega nos pedidos do cliente por ela
          03 orderCustomer      pic x(20).
      *> preco unitario efetivo na hora da confirmacao (a mesma
      *> resposta do prcresol que o cliente viu na consulta), valor
