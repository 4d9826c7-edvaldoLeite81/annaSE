      *> o registro e criado automaticamente no primeiro contato
      *> (custreg) e a data de ultimo contato e atualizada a cada
      *> requisicao - e por essa chave que tblProductLog e tblOrder
      *> passam a ligar atividade a pessoas. um arquivo gravado no
      *> desenho anterior (137 bytes, sem o customerBlocked) NAO
      *> abre com este registro - e o custreg recriaria o cadastro
      *> vazio. antes de o servico subir com este desenho: renomear
      *> o tblCustomer para tblCustomerOld, rodar uma vez o custconv,
      *> que regrava cada cliente com customerBlocked "N", conferir
      *> no console convertidos = lidos e so entao apagar o
      *> tblCustomerOld.
      *> ---------------------------------------------------------
       01 tblCustomerRec.
          03 customerPhone        pic x(20).
             88 customer-OptedOut    value "N".
          03 customerFirstContact pic 9(08).
          03 customerLastContact  pic 9(08).
      *> "Y" = telefone bloqueado pela manutencao (custblk) - todo
      *> fluxo do whatsapp recusa a requisicao logo na entrada
      *> (reqgate). "N" (ou em branco) = atendido normalmente
          03 customerBlocked      pic x(01).
             88 customer-Blocked     value "Y".
