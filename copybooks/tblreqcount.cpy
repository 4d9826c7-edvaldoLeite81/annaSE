      *> ---------------------------------------------------------
      *> tblreqcount.cpy
      *> record layout for tblReqCount - contador de requisicoes do
      *> whatsapp por telefone e por fluxo (consulta, busca, pedido,
      *> ...), mantido pelo reqgate. a janela de tempo e fixa e
      *> alinhada a meia-noite: rqWindowSlot e o numero da janela
      *> no dia (minuto do dia dividido pelo tamanho da janela do
      *> fluxo em tblThrottleParm). mudou a data ou a janela, o
      *> contador recomeca.
      *> ---------------------------------------------------------
       01 tblReqCountRec.
          03 rqPK.
             05 rqCustomer     pic x(20).
             05 rqFlow         pic x(10).
          03 rqWindowDate      pic 9(08).
          03 rqWindowSlot      pic 9(04).
      *> requisicoes aceitas e recusadas (acima do limite) dentro da
      *> janela corrente
          03 rqCount           pic 9(05).
          03 rqRefused         pic 9(05).
          03 rqLastDate        pic 9(08).
          03 rqLastTime        pic 9(06).
