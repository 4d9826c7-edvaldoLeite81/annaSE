       PROGRAM-ID. custerase.

      *> eliminacao dos dados de um cliente a pedido dele (LGPD): o
      *> telefone do cliente fica no cadastro (tblCustomer), em cada
      *> linha do log de consultas (tblProductLog, logCustomer), em
      *> cada item de pedido (tblOrder, orderCustomer), nos
      *> arquivos-morto que o logarch grava todo mes
      *> (tblProductLog.aaaamm e tblOrder.aaaamm), nos contadores do
      *> reqgate (tblReqCount) e no log do custblk. este lote le os
      *> telefones de tblEraseReq (um por linha) e troca o telefone,
      *> em todos esses arquivos, por um identificador anonimo
      *> estavel - "ANON-" mais 15 digitos tirados do telefone
      *> embaralhado com um segredo (SALT) - e apaga o nome do
      *> cadastro. estavel porque o mesmo telefone vira sempre o
      *> mesmo identificador: os pedidos e consultas de uma pessoa
      *> continuam juntos e as contagens e totais de venda do revrpt,
      *> lostsale e eodsum nao mudam - so o campo do cliente e
      *> trocado, nada de quantidade, preco ou situacao. o cadastro
      *> passa a ficar sob o identificador, sem nome e sem opt-in, e
      *> o proximo contato do telefone entra no custreg como cliente
      *> novo. os contadores do reqgate sao apagados.
      *>
      *> parametros em tblEraseParm (formato tag=valor, arquivo de
      *> acesso restrito como o tblKeyStore): SALT=segredo
      *> (obrigatorio, e nunca pode mudar - com outro segredo o
      *> mesmo telefone vira outro identificador) e ARCHFROM=aaaamm,
      *> o mes do arquivo-morto mais antigo a limpar (sem a tag, o
      *> mes do primeiro contato mais antigo entre os telefones
      *> pedidos - antes disso o telefone nao aparece em lugar
      *> nenhum). telefone sem cadastro, ou com cadastro sem data de
      *> primeiro contato, nao diz desde quando aparece: sem a tag,
      *> o lote para sem apagar nada e pede o ARCHFROM=.
      *>
      *> cada execucao acrescenta um certificado em tblEraseCert: a
      *> data, os identificadores gerados (nunca o telefone) e cada
      *> arquivo tocado com as contagens de registros lidos e
      *> alterados. rodar com o servico do whatsapp e os lotes
      *> parados, igual ao logarch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select erasereq assign to "tblEraseReq"
               organization is line sequential
               file status is fsEraseReq
       .

        select eraseparm assign to "tblEraseParm"
               organization is line sequential
               file status is fsEraseParm
       .

        select customer assign to "tblCustomer"
               organization is indexed
               access mode is dynamic
               record key is customerPhone
               file status is fsCustomer
       .

        select tblorder assign to "tblOrder"
               organization is indexed
               access mode is dynamic
               record key is orderPK
      *> chave alternada pelo telefone do cliente: os pedidos de
      *> uma pessoa sem varrer o arquivo (ordcust/samplezapmyord)
               alternate record key is orderCustomer
                   with duplicates
               file status is fsTblOrder
       .

        select reqcount assign to "tblReqCount"
               organization is indexed
               access mode is dynamic
               record key is rqPK
               file status is fsReqCount
       .

      *> arquivo sequencial a limpar (log vivo, arquivo-morto do
      *> mes ou log do custblk) - o nome e montado a cada arquivo,
      *> igual aos arquivos-morto do logarch
        select target assign to dynamic ws-target-name
               organization is line sequential
               file status is fsTarget
       .

        select erasework assign to "wsEraseWk"
               organization is line sequential
               file status is fsEraseWork
       .

        select erasecert assign to "tblEraseCert"
               organization is line sequential
               file status is fsEraseCert
       .

       DATA DIVISION.
       FILE SECTION.
       fd erasereq.
       01 erasereq-line        pic x(80).

       fd eraseparm.
       01 eraseparm-line       pic x(80).

       fd customer.
       copy "tblcust.cpy".

       fd tblorder.
       copy "tblorder.cpy".

       fd reqcount.
       copy "tblreqcount.cpy".

       fd target.
       01 target-rec           pic x(100).

       fd erasework.
       01 erasework-rec        pic x(100).

       fd erasecert.
       01 erasecert-line       pic x(100).

       WORKING-STORAGE SECTION.
       77 fsEraseReq           pic x(2).
       77 fsEraseParm          pic x(2).
       77 fsCustomer           pic x(2).
          88 valid-Customer       value is "00" thru "09".
       77 fsTblOrder           pic x(2).
          88 valid-Order          value is "00" thru "09".
       77 fsReqCount           pic x(2).
          88 valid-ReqCount       value is "00" thru "09".
       77 fsTarget             pic x(2).
       77 fsEraseWork          pic x(2).
       77 fsEraseCert          pic x(2).
       77 ws-eof-file          pic x(1) value "N".
          88 eof-file              value "Y".
       77 ws-parm-tag          pic x(10).
       77 ws-parm-value        pic x(70).
       77 ws-salt              pic x(64) value spaces.
       77 ws-salt-len          pic 9(02) comp value zero.
       77 ws-run-date          pic 9(08).
       77 ws-run-time          pic 9(06).
       77 ws-target-name       pic x(30).

      *> telefones pedidos, cada um com o identificador anonimo e o
      *> que foi achado no cadastro
       77 erase-max            pic 9(04) value 500.
       01 erase-table.
          03 erase-entry occurs 500 times.
             05 erase-phone    pic x(20).
             05 erase-token    pic x(20).
             05 erase-in-cust  pic x(01).
       77 erase-count          pic 9(04) comp value zero.
       77 ws-erase-i           pic 9(04) comp.
       77 ws-wanted-phone      pic x(20).

      *> embaralhamento do telefone com o segredo: acumula cada
      *> caractere (segredo, depois telefone) por h = (h * 31 +
      *> codigo do caractere) resto de um primo de 15 digitos
       77 ws-hash              pic 9(15).
       77 ws-hash-work         pic 9(17).
       77 ws-hash-quot         pic 9(17).
       77 ws-hash-prime        pic 9(15) value 999999999999989.
       77 ws-hash-text         pic x(64).
       77 ws-hash-len          pic 9(02) comp.
       77 ws-char-i            pic 9(02) comp.
      *> codigo do caractere: o byte do caractere lido como numero
      *> binario de dois bytes, com zero binario no byte da frente
       01 ws-hash-pair.
          03 filler            pic x(01) value low-value.
          03 ws-hash-char      pic x(01).
       01 ws-hash-code redefines ws-hash-pair
                               pic 9(04) comp.
       77 ws-phone-len         pic 9(02) comp.

      *> chaves dos itens de pedido de um telefone, juntadas antes
      *> de regravar - a chave alternada que esta sendo percorrida
      *> e justamente o campo que muda
       77 okey-max             pic 9(04) value 2000.
       01 okey-table.
          03 okey-entry occurs 2000 times.
             05 okey-number    pic 9(08).
             05 okey-line      pic 9(03).
       77 okey-count           pic 9(04) comp value zero.
       77 ws-okey-i            pic 9(04) comp.

       01 ws-arch-month.
          03 ws-arch-year      pic 9(04).
          03 ws-arch-mm        pic 9(02).
       77 ws-arch-from         pic 9(06) value zero.
       77 ws-first-contact    pic 9(08) value 99999999.
       77 ws-no-contact        pic 9(04) comp value zero.

       77 ws-phone-pos         pic 9(03).
       77 ws-lines-read        pic 9(09).
       77 ws-lines-changed     pic 9(09).
       77 ws-lines-copied      pic 9(09).
       77 ws-recs-read         pic 9(09).
       77 ws-recs-changed      pic 9(09).
       77 ws-files-failed      pic 9(04) comp value zero.
       77 ws-files-touched     pic 9(04) comp value zero.
       77 ws-count-col         pic ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE thru 1000-EXIT
           perform 2000-ERASE-CUSTOMERS thru 2000-EXIT
           perform 3000-ERASE-ORDERS thru 3000-EXIT
           perform 4000-ERASE-REQUEST-COUNTERS thru 4000-EXIT
           perform 5000-ERASE-SEQUENTIAL-FILES
           perform 8000-WRITE-CERTIFICATE-END
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - segredo e mes inicial dos arquivos-morto,
      *> telefones pedidos com o identificador de cada um e o
      *> cabecalho do certificado
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time

           open input eraseparm
           if fsEraseParm = "00" or fsEraseParm = "05"
              move "N" to ws-eof-file
              perform until eof-file
                  read eraseparm
                       at end
                          move "Y" to ws-eof-file
                       not at end
                          perform 1100-PARSE-PARM-LINE
                  end-read
              end-perform
              close eraseparm
           end-if

      *> sem segredo o identificador seria so o telefone
      *> embaralhado de um jeito que qualquer um refaz - nao roda
           if ws-salt = spaces
              display "custerase: tblEraseParm sem SALT= - nada foi "
                  "apagado"
              move 8 to return-code
              go to 9000-TERMINATE
           end-if
           perform varying ws-salt-len from 64 by -1
               until ws-salt-len = zero
               or ws-salt(ws-salt-len:1) <> space
               continue
           end-perform

           open input erasereq
           if fsEraseReq <> "00" and fsEraseReq <> "05"
              display "custerase: tblEraseReq nao encontrado"
              move 8 to return-code
              go to 9000-TERMINATE
           end-if
           move "N" to ws-eof-file
           perform until eof-file
               read erasereq
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       perform 1200-LOAD-ONE-REQUEST thru 1200-EXIT
               end-read
           end-perform
           close erasereq

           if erase-count = zero
              display "custerase: tblEraseReq vazio - nada a apagar"
              go to 9000-TERMINATE
           end-if

      *> sem ARCHFROM= o primeiro arquivo-morto vem do cadastro, e
      *> tem de ser conhecido antes de qualquer telefone ser trocado
           set environment "file.index" to "jisam"
           if ws-arch-from = zero
              perform 1400-FIND-FIRST-CONTACT thru 1400-EXIT
              if ws-no-contact > zero
                 display "custerase: " ws-no-contact
                     " telefone(s) sem data de primeiro contato no "
                     "cadastro"
                 display "custerase: informe ARCHFROM= em "
                     "tblEraseParm - nada foi apagado"
                 move 8 to return-code
                 go to 9000-TERMINATE
              end-if
           end-if

           open extend erasecert
           if fsEraseCert <> "00" and fsEraseCert <> "05"
              close erasecert
              open output erasecert
           end-if
           move spaces to erasecert-line
           write erasecert-line
           move spaces to erasecert-line
           string "CERTIFICADO DE ELIMINACAO DE DADOS - "
                  delimited by size
                  ws-run-date delimited by size
                  " " delimited by size
                  ws-run-time delimited by size
               into erasecert-line
           end-string
           write erasecert-line
           move erase-count to ws-count-col
           move spaces to erasecert-line
           string "pedidos de eliminacao: " delimited by size
                  ws-count-col delimited by size
               into erasecert-line
           end-string
           write erasecert-line.
       1000-EXIT.
           exit.

       1100-PARSE-PARM-LINE.
           move spaces to ws-parm-tag
           move spaces to ws-parm-value
           unstring eraseparm-line delimited by "="
               into ws-parm-tag ws-parm-value
           end-unstring
           if ws-parm-tag = "SALT"
              move ws-parm-value to ws-salt
           end-if
           if ws-parm-tag = "ARCHFROM"
                             and ws-parm-value(1:6) numeric
              move ws-parm-value(1:6) to ws-arch-from
           end-if.

      *> telefone repetido no arquivo de pedidos entra uma vez so
       1200-LOAD-ONE-REQUEST.
           move erasereq-line(1:20) to ws-wanted-phone
           if ws-wanted-phone = spaces
              go to 1200-EXIT
           end-if
           perform varying ws-erase-i from 1 by 1
               until ws-erase-i > erase-count
               or erase-phone(ws-erase-i) = ws-wanted-phone
               continue
           end-perform
           if ws-erase-i not > erase-count
              go to 1200-EXIT
           end-if
           if erase-count not < erase-max
              display "custerase: mais de " erase-max
                  " pedidos - o excedente fica para a proxima "
                  "execucao"
              go to 1200-EXIT
           end-if

           add 1 to erase-count
           move ws-wanted-phone to erase-phone(erase-count)
           move "N" to erase-in-cust(erase-count)
           move erase-count to ws-erase-i
           perform 1300-MAKE-TOKEN.
       1200-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 1400-FIND-FIRST-CONTACT - primeiro contato mais antigo entre
      *> os telefones pedidos; conta em ws-no-contact o telefone sem
      *> cadastro ou sem a data (cadastro aberto pelo custblk antes
      *> do primeiro contato). sem o cadastro nenhuma data e conhecida
      *> ---------------------------------------------------------
       1400-FIND-FIRST-CONTACT.
           open input customer
           if not valid-Customer
              move erase-count to ws-no-contact
              go to 1400-EXIT
           end-if
           perform 1410-CHECK-ONE-CONTACT
               varying ws-erase-i from 1 by 1
               until ws-erase-i > erase-count
           close customer.
       1400-EXIT.
           exit.

       1410-CHECK-ONE-CONTACT.
           move erase-phone(ws-erase-i) to customerPhone
           read customer key is customerPhone
                invalid key
                   add 1 to ws-no-contact
                not invalid key
                   if customerFirstContact = zero
                      add 1 to ws-no-contact
                   else
                      if customerFirstContact < ws-first-contact
                         move customerFirstContact to ws-first-contact
                      end-if
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 1300-MAKE-TOKEN - identificador anonimo estavel do
      *> telefone ws-erase-i: o segredo e o telefone embaralhados
      *> num numero de 15 digitos
      *> ---------------------------------------------------------
       1300-MAKE-TOKEN.
           move zero to ws-hash
           move ws-salt to ws-hash-text
           move ws-salt-len to ws-hash-len
           perform 1310-HASH-TEXT

           move erase-phone(ws-erase-i) to ws-hash-text
           perform varying ws-phone-len from 20 by -1
               until ws-phone-len = zero
               or ws-hash-text(ws-phone-len:1) <> space
               continue
           end-perform
           move ws-phone-len to ws-hash-len
           perform 1310-HASH-TEXT

           move spaces to erase-token(ws-erase-i)
           string "ANON-" delimited by size
                  ws-hash delimited by size
               into erase-token(ws-erase-i)
           end-string.

       1310-HASH-TEXT.
           perform varying ws-char-i from 1 by 1
               until ws-char-i > ws-hash-len
               move ws-hash-text(ws-char-i:1) to ws-hash-char
               compute ws-hash-work = ws-hash * 31 + ws-hash-code
               divide ws-hash-work by ws-hash-prime
                   giving ws-hash-quot remainder ws-hash
           end-perform.

      *> ---------------------------------------------------------
      *> 2000-ERASE-CUSTOMERS - o cadastro do telefone sai da chave
      *> do telefone e passa para a chave do identificador, sem
      *> nome e sem opt-in. se o identificador ja tiver cadastro
      *> (segunda eliminacao do mesmo telefone, que voltou a falar
      *> com a loja), o registro do telefone so e apagado
      *> ---------------------------------------------------------
       2000-ERASE-CUSTOMERS.
           move zero to ws-recs-read
           move zero to ws-recs-changed

           open i-o customer
           if not valid-Customer
              move "tblCustomer" to ws-target-name
              perform 8200-WRITE-FILE-UNAVAILABLE
              go to 2000-EXIT
           end-if

           perform 2100-ERASE-ONE-CUSTOMER thru 2100-EXIT
               varying ws-erase-i from 1 by 1
               until ws-erase-i > erase-count
           close customer

           move "tblCustomer" to ws-target-name
           perform 8100-WRITE-FILE-LINE.
       2000-EXIT.
           exit.

       2100-ERASE-ONE-CUSTOMER.
           move erase-phone(ws-erase-i) to customerPhone
           read customer key is customerPhone
                invalid key
                   go to 2100-EXIT
           end-read
           add 1 to ws-recs-read
           move "Y" to erase-in-cust(ws-erase-i)

           delete customer record
               invalid key
                  display "custerase: cadastro nao apagado (status "
                      fsCustomer ")"
                  go to 2100-EXIT
           end-delete

           move erase-token(ws-erase-i) to customerPhone
           move spaces to customerName
           move "N" to customerOptIn
           write tblCustomerRec
               invalid key
                  continue
           end-write
           add 1 to ws-recs-changed.
       2100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 3000-ERASE-ORDERS - itens de pedido do telefone, achados
      *> pela chave alternada, passam para o identificador
      *> ---------------------------------------------------------
       3000-ERASE-ORDERS.
           move zero to ws-recs-read
           move zero to ws-recs-changed

           open i-o tblorder
           if not valid-Order
              move "tblOrder" to ws-target-name
              perform 8200-WRITE-FILE-UNAVAILABLE
              go to 3000-EXIT
           end-if

           perform 3100-ERASE-ONE-PHONE-ORDERS thru 3100-EXIT
               varying ws-erase-i from 1 by 1
               until ws-erase-i > erase-count
           close tblorder

           move "tblOrder" to ws-target-name
           perform 8100-WRITE-FILE-LINE.
       3000-EXIT.
           exit.

       3100-ERASE-ONE-PHONE-ORDERS.
           move zero to okey-count
           move erase-phone(ws-erase-i) to orderCustomer
           start tblorder key = orderCustomer
           if not valid-Order
              go to 3100-EXIT
           end-if

           move "N" to ws-eof-file
           perform until eof-file
               read tblorder next
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       if orderCustomer <> erase-phone(ws-erase-i)
                          move "Y" to ws-eof-file
                       else
                          if okey-count < okey-max
                             add 1 to okey-count
                             move orderNumber
                                 to okey-number(okey-count)
                             move orderLineSeq
                                 to okey-line(okey-count)
                          else
      *> o que nao coube sai na proxima execucao com o mesmo pedido
      *> de eliminacao - o identificador e o mesmo
                             display "custerase: mais de " okey-max
                                 " itens de pedido de um telefone - "
                                 "rodar de novo"
                             add 1 to ws-files-failed
                             move "Y" to ws-eof-file
                          end-if
                       end-if
               end-read
           end-perform

           perform 3200-REWRITE-ONE-ORDER-LINE
               varying ws-okey-i from 1 by 1
               until ws-okey-i > okey-count.
       3100-EXIT.
           exit.

       3200-REWRITE-ONE-ORDER-LINE.
           move okey-number(ws-okey-i) to orderNumber
           move okey-line(ws-okey-i)   to orderLineSeq
           read tblorder key is orderPK
                invalid key
                   continue
                not invalid key
                   add 1 to ws-recs-read
                   move erase-token(ws-erase-i) to orderCustomer
                   rewrite tblOrderRec
                       invalid key
                          display "custerase: pedido " orderNumber
                              " nao regravou (status " fsTblOrder ")"
                          add 1 to ws-files-failed
                       not invalid key
                          add 1 to ws-recs-changed
                   end-rewrite
           end-read.

      *> ---------------------------------------------------------
      *> 4000-ERASE-REQUEST-COUNTERS - os contadores do reqgate do
      *> telefone sao apagados; nao tem total nenhum a preservar
      *> ---------------------------------------------------------
       4000-ERASE-REQUEST-COUNTERS.
           move zero to ws-recs-read
           move zero to ws-recs-changed

           open i-o reqcount
           if not valid-ReqCount
      *> contador nunca criado (reqgate sem limite configurado) -
      *> nada a apagar
              go to 4000-EXIT
           end-if

           perform 4100-ERASE-ONE-PHONE-COUNTERS thru 4100-EXIT
               varying ws-erase-i from 1 by 1
               until ws-erase-i > erase-count
           close reqcount

           move "tblReqCount" to ws-target-name
           perform 8100-WRITE-FILE-LINE.
       4000-EXIT.
           exit.

       4100-ERASE-ONE-PHONE-COUNTERS.
           move erase-phone(ws-erase-i) to rqCustomer
           move low-values to rqFlow
           start reqcount key not < rqPK
           if not valid-ReqCount
              go to 4100-EXIT
           end-if

           move "N" to ws-eof-file
           perform until eof-file
               read reqcount next
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       if rqCustomer <> erase-phone(ws-erase-i)
                          move "Y" to ws-eof-file
                       else
                          add 1 to ws-recs-read
                          delete reqcount record
                              invalid key
                                 continue
                              not invalid key
                                 add 1 to ws-recs-changed
                          end-delete
                       end-if
               end-read
           end-perform.
       4100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 5000-ERASE-SEQUENTIAL-FILES - log de consultas vivo, log do
      *> custblk e os arquivos-morto do logarch de cada mes, do mes
      *> inicial ate o mes corrente. mes sem arquivo-morto e pulado
      *> sem linha no certificado
      *> ---------------------------------------------------------
       5000-ERASE-SEQUENTIAL-FILES.
      *> posicao do telefone em cada registro: logCustomer comeca
      *> no byte 32 do tblProductLog, orderCustomer no byte 56 do
      *> tblOrder e o telefone no byte 12 da linha do custblk
           move "tblProductLog" to ws-target-name
           move 32 to ws-phone-pos
           perform 6000-SCRUB-LINE-FILE thru 6000-EXIT

           move "tblCustBlockLog" to ws-target-name
           move 12 to ws-phone-pos
           perform 6000-SCRUB-LINE-FILE thru 6000-EXIT

           if ws-arch-from = zero
              move ws-first-contact(1:6) to ws-arch-from
           end-if
           move ws-arch-from to ws-arch-month

           perform 5100-ERASE-ONE-MONTH
               until ws-arch-month > ws-run-date(1:6).

       5100-ERASE-ONE-MONTH.
           move spaces to ws-target-name
           string "tblProductLog." ws-arch-month
               delimited by size into ws-target-name
           move 32 to ws-phone-pos
           perform 6000-SCRUB-LINE-FILE thru 6000-EXIT

           move spaces to ws-target-name
           string "tblOrder." ws-arch-month
               delimited by size into ws-target-name
           move 56 to ws-phone-pos
           perform 6000-SCRUB-LINE-FILE thru 6000-EXIT

           add 1 to ws-arch-mm
           if ws-arch-mm > 12
              move 1 to ws-arch-mm
              add 1 to ws-arch-year
           end-if.

      *> ---------------------------------------------------------
      *> 6000-SCRUB-LINE-FILE - limpa um arquivo sequencial em duas
      *> fases, igual ao corte do logarch: (1) copia o arquivo para
      *> o arquivo de trabalho trocando o telefone pelo
      *> identificador; (2) so se alguma linha mudou, regrava o
      *> arquivo a partir do trabalho e confere a contagem. o
      *> arquivo original so e aberto para saida depois de a copia
      *> estar completa
      *> ---------------------------------------------------------
       6000-SCRUB-LINE-FILE.
           move zero to ws-lines-read
           move zero to ws-lines-changed
           move zero to ws-lines-copied

           open input target
           if fsTarget <> "00" and fsTarget <> "05"
              go to 6000-EXIT
           end-if
           open output erasework

           move "N" to ws-eof-file
           perform until eof-file
               read target
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       add 1 to ws-lines-read
                       perform 6100-SCRUB-ONE-LINE
                       move target-rec to erasework-rec
                       write erasework-rec
               end-read
           end-perform
           close target
           close erasework

           if ws-lines-changed > zero
              open input erasework
              open output target
              move "N" to ws-eof-file
              perform until eof-file
                  read erasework
                       at end
                          move "Y" to ws-eof-file
                       not at end
                          move erasework-rec to target-rec
                          write target-rec
                          add 1 to ws-lines-copied
                  end-read
              end-perform
              close erasework
              close target
              if ws-lines-copied <> ws-lines-read
                 display "custerase: " ws-target-name
                     " regravado com contagem diferente - "
                     "restaurar do backup e rodar de novo"
                 add 1 to ws-files-failed
              end-if
           end-if

           move ws-lines-read    to ws-recs-read
           move ws-lines-changed to ws-recs-changed
           perform 8100-WRITE-FILE-LINE.
       6000-EXIT.
           exit.

       6100-SCRUB-ONE-LINE.
           move target-rec(ws-phone-pos:20) to ws-wanted-phone
           perform varying ws-erase-i from 1 by 1
               until ws-erase-i > erase-count
               or erase-phone(ws-erase-i) = ws-wanted-phone
               continue
           end-perform
           if ws-wanted-phone <> spaces
                             and ws-erase-i not > erase-count
              move erase-token(ws-erase-i)
                  to target-rec(ws-phone-pos:20)
              add 1 to ws-lines-changed
           end-if.

      *> ---------------------------------------------------------
      *> 8100-WRITE-FILE-LINE - uma linha do certificado por arquivo
      *> tocado: nome, registros lidos e registros alterados
      *> ---------------------------------------------------------
       8100-WRITE-FILE-LINE.
           add 1 to ws-files-touched
           move spaces to erasecert-line
           move "   arquivo " to erasecert-line(1:11)
           move ws-target-name to erasecert-line(12:30)
           move "lidos" to erasecert-line(43:5)
           move ws-recs-read to ws-count-col
           move ws-count-col to erasecert-line(49:9)
           move "alterados" to erasecert-line(60:9)
           move ws-recs-changed to ws-count-col
           move ws-count-col to erasecert-line(70:9)
           write erasecert-line.

       8200-WRITE-FILE-UNAVAILABLE.
           add 1 to ws-files-failed
           move spaces to erasecert-line
           string "   arquivo " delimited by size
                  ws-target-name delimited by space
                  " INDISPONIVEL - nada alterado, rodar de novo"
                      delimited by size
               into erasecert-line
           end-string
           write erasecert-line.

      *> ---------------------------------------------------------
      *> 8000-WRITE-CERTIFICATE-END - os identificadores gerados
      *> (o telefone nunca vai para o certificado) e o veredito
      *> ---------------------------------------------------------
       8000-WRITE-CERTIFICATE-END.
           perform 8010-WRITE-TOKEN-LINE
               varying ws-erase-i from 1 by 1
               until ws-erase-i > erase-count

           if ws-files-failed = zero
              move "ELIMINACAO CONCLUIDA EM TODOS OS ARQUIVOS"
                  to erasecert-line
           else
              move "ELIMINACAO INCOMPLETA - ver console e rodar de novo"
                  to erasecert-line
              move 8 to return-code
           end-if
           write erasecert-line

           display "custerase: pedidos de eliminacao: " erase-count
           display "custerase: arquivos tocados.....: "
               ws-files-touched
           display "custerase: falhas...............: "
               ws-files-failed.

       8010-WRITE-TOKEN-LINE.
           move spaces to erasecert-line
           move "   identificador " to erasecert-line(1:17)
           move erase-token(ws-erase-i) to erasecert-line(18:20)
           if erase-in-cust(ws-erase-i) = "Y"
              move "cadastro anonimizado" to erasecert-line(40:20)
           else
              move "sem cadastro" to erasecert-line(40:12)
           end-if
           write erasecert-line.

       9000-TERMINATE.
           close erasecert
           stop run.
