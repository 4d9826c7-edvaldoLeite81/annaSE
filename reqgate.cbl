       PROGRAM-ID. reqgate.

      *> porta de entrada dos fluxos do whatsapp: chamado por todo
      *> samplezap* logo depois do chaveiro, antes de decriptar ou
      *> ler qualquer arquivo, com o telefone do remetente (bloco
      *> ANNAEXEC) e o nome do fluxo. devolve:
      *>   "bl" - telefone bloqueado no cadastro (customerBlocked,
      *>          mantido pelo custblk): a requisicao e recusada;
      *>   "th" - o telefone passou do limite de requisicoes do
      *>          fluxo na janela de tempo corrente: o cliente recebe
      *>          o "tente novamente mais tarde";
      *>   "ok" - segue normalmente.
      *> os limites ficam em tblThrottleParm, uma linha por fluxo no
      *> formato FLUXO=maximo minutos (ex.: ORDER=10 60 - dez
      *> pedidos por hora); a linha DEFAULT vale para o fluxo sem
      *> linha propria. sem linha nenhuma o fluxo nao tem limite. o
      *> contador de cada telefone/fluxo fica em tblReqCount. igual
      *> ao custreg, nada aqui pode derrubar o atendimento: requisicao
      *> sem telefone, arquivo fora do ar ou registro preso por outra
      *> requisicao passam como "ok".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select customer assign to "tblCustomer"
               organization is indexed
               access mode is dynamic
               record key is customerPhone
               file status is fsCustomer
       .

        select reqcount assign to "tblReqCount"
               organization is indexed
               access mode is dynamic
               record key is rqPK
               lock mode is manual
                   with lock on multiple records
               file status is fsReqCount
       .

        select thrparm assign to "tblThrottleParm"
               organization is line sequential
               file status is fsThrParm
       .

       DATA DIVISION.
       FILE SECTION.
       fd customer.
       copy "tblcust.cpy".

       fd reqcount.
       copy "tblreqcount.cpy".

       fd thrparm.
       01 thrparm-line           pic x(80).

       WORKING-STORAGE SECTION.
       77 fsCustomer             pic x(2).
          88 valid-Customer         value is "00" thru "09".
       77 fsReqCount             pic x(2).
          88 valid-ReqCount         value is "00" thru "09".
       77 fsThrParm              pic x(2).
       77 ws-eof-parm            pic x(1) value "N".
          88 eof-parm               value "Y".
       77 ws-parm-tag            pic x(10).
       77 ws-parm-value          pic x(70).
       77 ws-max-text            pic x(05).
       77 ws-max-len             pic 9(02) comp.
       77 ws-min-text            pic x(05).
       77 ws-min-len             pic 9(02) comp.
       77 ws-parm-max            pic 9(05).
       77 ws-parm-minutes        pic 9(05).
       77 ws-flow-max            pic 9(05).
       77 ws-flow-minutes        pic 9(05).
       77 ws-flow-found          pic x(1).
          88 flow-found             value "Y".
       77 ws-default-max         pic 9(05).
       77 ws-default-minutes     pic 9(05).
       77 ws-today               pic 9(08).
       01 ws-now.
          03 ws-now-hh           pic 9(02).
          03 ws-now-mm           pic 9(02).
          03 ws-now-ss           pic 9(02).
       77 ws-minute-of-day       pic 9(04).
       77 ws-slot                pic 9(04).

       LINKAGE SECTION.
       77 lk-gate-customer       pic x(20).
      *> nome do fluxo que esta chamando: LOOKUP (samplezap), LIST,
      *> FIND, CATEGORY, ORDER, CANCEL, STATUS, MYORDERS
       77 lk-gate-flow           pic x(10).
       77 lk-gate-status         pic x(02).

       PROCEDURE DIVISION USING lk-gate-customer, lk-gate-flow,
               lk-gate-status.
       INICIO.
           move "ok" to lk-gate-status

      *> requisicao sem identificador (app antigo) - nao ha de quem
      *> contar nem o que bloquear
           if lk-gate-customer = spaces
              goback
           end-if

           set environment "file.index" to "jisam"
           perform CHECK-BLOCKED
           if lk-gate-status = "bl"
              goback
           end-if

           perform LOAD-FLOW-LIMIT thru LOAD-FLOW-LIMIT-EXIT
           if ws-flow-max = zero or ws-flow-minutes = zero
              goback
           end-if

           perform COUNT-REQUEST thru COUNT-EXIT
           goback.

      *> ---------------------------------------------------------
      *> CHECK-BLOCKED - telefone marcado como bloqueado no cadastro
      *> de clientes; telefone ainda sem cadastro nao esta bloqueado
      *> ---------------------------------------------------------
       CHECK-BLOCKED.
           open input customer
           if valid-Customer
              move lk-gate-customer to customerPhone
              read customer key is customerPhone
                   invalid key
                      continue
                   not invalid key
                      if customer-Blocked
                         move "bl" to lk-gate-status
                      end-if
              end-read
              close customer
           end-if.

      *> ---------------------------------------------------------
      *> LOAD-FLOW-LIMIT - le o limite do fluxo (maximo de
      *> requisicoes e tamanho da janela em minutos); sem linha do
      *> fluxo vale a DEFAULT, e sem as duas fica sem limite
      *> ---------------------------------------------------------
       LOAD-FLOW-LIMIT.
           move zero to ws-flow-max
           move zero to ws-flow-minutes
           move zero to ws-default-max
           move zero to ws-default-minutes
           move "N" to ws-flow-found

           open input thrparm
           if fsThrParm <> "00" and fsThrParm <> "05"
              go to LOAD-FLOW-LIMIT-EXIT
           end-if

           move "N" to ws-eof-parm
           perform until eof-parm
               read thrparm
                    at end
                       move "Y" to ws-eof-parm
                    not at end
                       perform PARSE-THROTTLE-LINE thru PARSE-EXIT
               end-read
           end-perform
           close thrparm

           if not flow-found
              move ws-default-max     to ws-flow-max
              move ws-default-minutes to ws-flow-minutes
           end-if.
       LOAD-FLOW-LIMIT-EXIT.
           exit.

       PARSE-THROTTLE-LINE.
           move spaces to ws-parm-tag
           move spaces to ws-parm-value
           unstring thrparm-line delimited by "="
               into ws-parm-tag ws-parm-value
           end-unstring
           inspect ws-parm-tag converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           move spaces to ws-max-text
           move spaces to ws-min-text
           move zero to ws-max-len
           move zero to ws-min-len
           unstring ws-parm-value delimited by all space
               into ws-max-text count in ws-max-len
                    ws-min-text count in ws-min-len
           end-unstring
      *> linha mal formada e ignorada - o fluxo fica com a DEFAULT
           if ws-max-len = zero or ws-max-len > 5
                            or ws-min-len = zero or ws-min-len > 5
              go to PARSE-EXIT
           end-if
           if ws-max-text(1:ws-max-len) not numeric
                            or ws-min-text(1:ws-min-len) not numeric
              go to PARSE-EXIT
           end-if
           move ws-max-text(1:ws-max-len) to ws-parm-max
           move ws-min-text(1:ws-min-len) to ws-parm-minutes

           if ws-parm-tag = lk-gate-flow
              move ws-parm-max     to ws-flow-max
              move ws-parm-minutes to ws-flow-minutes
              move "Y" to ws-flow-found
           end-if
           if ws-parm-tag = "DEFAULT"
              move ws-parm-max     to ws-default-max
              move ws-parm-minutes to ws-default-minutes
           end-if.
       PARSE-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> COUNT-REQUEST - soma a requisicao no contador do telefone/
      *> fluxo; janela nova recomeca a contagem. passou do maximo,
      *> devolve "th" e conta a recusa (e o que o suspact e a
      *> manutencao olham para decidir um bloqueio)
      *> ---------------------------------------------------------
       COUNT-REQUEST.
           accept ws-today from date yyyymmdd
           accept ws-now from time
           compute ws-minute-of-day = ws-now-hh * 60 + ws-now-mm
           if ws-flow-minutes > 1440
              move 1440 to ws-flow-minutes
           end-if
           divide ws-minute-of-day by ws-flow-minutes
               giving ws-slot

           open i-o reqcount
           if not valid-ReqCount
              open output reqcount
              close reqcount
              open i-o reqcount
           end-if
           if not valid-ReqCount
              go to COUNT-EXIT
           end-if

           move lk-gate-customer to rqCustomer
           move lk-gate-flow     to rqFlow
           read reqcount with lock key is rqPK
                invalid key
                   perform START-NEW-COUNTER
                   close reqcount
                   go to COUNT-EXIT
           end-read
      *> registro preso por outra requisicao do mesmo telefone - deixa
      *> passar em vez de fazer o cliente esperar
           if not valid-ReqCount
              close reqcount
              go to COUNT-EXIT
           end-if

           if rqWindowDate <> ws-today or rqWindowSlot <> ws-slot
              move ws-today to rqWindowDate
              move ws-slot  to rqWindowSlot
              move zero     to rqCount
              move zero     to rqRefused
           end-if

           if rqCount < ws-flow-max
              add 1 to rqCount
           else
              move "th" to lk-gate-status
              if rqRefused < 99999
                 add 1 to rqRefused
              end-if
           end-if
           move ws-today to rqLastDate
           move ws-now to rqLastTime

           rewrite tblReqCountRec
           close reqcount.
       COUNT-EXIT.
           exit.

       START-NEW-COUNTER.
           move spaces           to tblReqCountRec
           move lk-gate-customer to rqCustomer
           move lk-gate-flow     to rqFlow
           move ws-today         to rqWindowDate
           move ws-slot          to rqWindowSlot
           move 1                to rqCount
           move zero             to rqRefused
           move ws-today         to rqLastDate
           move ws-now      to rqLastTime
           write tblReqCountRec
               invalid key
                  continue
           end-write.
