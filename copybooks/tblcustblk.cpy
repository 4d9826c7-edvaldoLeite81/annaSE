      *> ---------------------------------------------------------
      *> tblcustblk.cpy
      *> layout of one transaction fed into custblk (bloqueio de
      *> telefones do whatsapp). cbAction: "B" bloqueia o telefone
      *> (cria o cadastro bloqueado se o telefone ainda nao tiver
      *> registro), "U" desbloqueia. cbReason vai so para o log da
      *> manutencao - normalmente a linha do suspact que motivou o
      *> bloqueio.
      *> ---------------------------------------------------------
       01 tblCustBlockTranRec.
          03 cbAction           pic x(01).
             88 cb-Block            value "B".
             88 cb-Unblock          value "U".
          03 cbPhone            pic x(20).
          03 cbReason           pic x(40).
