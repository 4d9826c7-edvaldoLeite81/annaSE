       PROGRAM-ID. suspact.

      *> relatorio diario de atividade suspeita no whatsapp, por
      *> telefone: quantas consultas o telefone fez no periodo e
      *> quantas nao acharam produto (tblProductLog, ws-status "no"
      *> - o robo que varre codigos), quantos pedidos fez e quantos
      *> desses foram cancelados (tblOrder - quem faz e cancela
      *> pedido em sequencia, girando estoque pelo stkalloc e pelo
      *> ordcancel). so sai no relatorio o telefone que passou de um
      *> dos limites; e a evidencia para o bloqueio pelo custblk. a
      *> coluna BLOQ mostra quem ja esta bloqueado em tblCustomer.
      *>
      *> parametros em tblReportParm (formato tag=valor do
      *> chaveiro): FROM=aaaammdd e TO=aaaammdd (sem as tags, o dia
      *> de hoje); MINLOOKUP=n consultas no periodo para a taxa de
      *> falha contar (padrao 20) e MISSPCT=n percentual de consultas
      *> sem produto (padrao 50); MINORDERS=n pedidos no periodo
      *> para a taxa de cancelamento contar (padrao 5) e CANCELPCT=n
      *> percentual de pedidos cancelados (padrao 50).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select prodlog assign to "tblProductLog"
               organization is line sequential
               file status is fsProdLog
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

        select customer assign to "tblCustomer"
               organization is indexed
               access mode is dynamic
               record key is customerPhone
               file status is fsCustomer
       .

        select rptparm assign to "tblReportParm"
               organization is line sequential
               file status is fsRptParm
       .

        select susprpt assign to "tblSuspActRpt"
               organization is line sequential
               file status is fsSuspRpt
       .

       DATA DIVISION.
       FILE SECTION.
       fd prodlog.
       copy "tblprodlog.cpy".

       fd tblorder.
       copy "tblorder.cpy".

       fd customer.
       copy "tblcust.cpy".

       fd rptparm.
       01 rptparm-line         pic x(80).

       fd susprpt.
       01 susprpt-line         pic x(100).

       WORKING-STORAGE SECTION.
       77 fsProdLog            pic x(2).
       77 fsTblOrder           pic x(2).
          88 valid-Order          value is "00" thru "09".
       77 fsCustomer           pic x(2).
          88 valid-Customer       value is "00" thru "09".
       77 fsRptParm            pic x(2).
       77 fsSuspRpt            pic x(2).
       77 ws-eof-parm          pic x(1) value "N".
          88 eof-parm              value "Y".
       77 ws-eof-log           pic x(1) value "N".
          88 eof-log               value "Y".
       77 ws-eof-order         pic x(1) value "N".
          88 eof-order             value "Y".
       77 ws-cust-open         pic x(1) value "N".
          88 cust-file-open        value "Y".
       77 ws-parm-tag          pic x(10).
       77 ws-parm-value        pic x(70).
       77 ws-parm-num-text     pic x(05).
       77 ws-parm-len          pic 9(02) comp.
       77 ws-parm-number       pic 9(05).
       77 ws-from-date         pic 9(08).
       77 ws-to-date           pic 9(08).
       77 ws-min-lookup        pic 9(05) value 20.
       77 ws-miss-pct          pic 9(05) value 50.
       77 ws-min-orders        pic 9(05) value 5.
       77 ws-cancel-pct        pic 9(05) value 50.

      *> atividade por telefone no periodo - mesmo desenho das
      *> tabelas em memoria do boaging/poopen
       77 act-max              pic 9(04) value 2000.
       01 act-table.
          03 act-entry occurs 2000 times.
             05 act-phone      pic x(20).
             05 act-lookups    pic 9(07).
             05 act-misses     pic 9(07).
             05 act-orders     pic 9(07).
             05 act-cancels    pic 9(07).
       77 act-count            pic 9(04) comp value zero.
       77 act-full-warned      pic x(1) value "N".
       77 ws-act-i             pic 9(04) comp.
       77 ws-wanted-phone      pic x(20).

       77 ws-rate              pic 9(03).
       77 ws-flag-miss         pic x(1).
       77 ws-flag-cancel       pic x(1).
       77 ws-flagged           pic 9(07) comp value zero.
       77 ws-log-lines         pic 9(07) comp value zero.
       77 ws-order-count       pic 9(07) comp value zero.

       77 ws-count-col         pic ZZZZZZ9.
       77 ws-rate-col          pic ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-READ-REPORT-PARM thru 1000-EXIT
           perform 2000-SCAN-PRODUCT-LOG thru 2000-EXIT
           perform 2500-SCAN-ORDERS thru 2500-EXIT
           perform 3000-WRITE-REPORT
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-READ-REPORT-PARM - periodo e limites, no formato
      *> tag=valor; sem arquivo ou sem as tags, fica o dia de hoje e
      *> os limites padrao
      *> ---------------------------------------------------------
       1000-READ-REPORT-PARM.
           accept ws-from-date from date yyyymmdd
           move ws-from-date to ws-to-date

           open input rptparm
           if fsRptParm <> "00" and fsRptParm <> "05"
              go to 1000-EXIT
           end-if

           move "N" to ws-eof-parm
           perform until eof-parm
               read rptparm
                    at end
                       move "Y" to ws-eof-parm
                    not at end
                       perform 1100-PARSE-PARM-LINE thru 1100-EXIT
               end-read
           end-perform
           close rptparm.
       1000-EXIT.
           exit.

       1100-PARSE-PARM-LINE.
           move spaces to ws-parm-tag
           move spaces to ws-parm-value
           unstring rptparm-line delimited by "="
               into ws-parm-tag ws-parm-value
           end-unstring
           if ws-parm-tag(1:4) = "FROM"
                             and ws-parm-value(1:8) numeric
              move ws-parm-value(1:8) to ws-from-date
           end-if
           if ws-parm-tag(1:2) = "TO"
                             and ws-parm-value(1:8) numeric
              move ws-parm-value(1:8) to ws-to-date
           end-if

      *> os limites vem com qualquer quantidade de digitos (ate 5) -
      *> so os digitos antes do primeiro espaco contam
           move spaces to ws-parm-num-text
           move zero to ws-parm-len
           unstring ws-parm-value delimited by space
               into ws-parm-num-text count in ws-parm-len
           end-unstring
           if ws-parm-len = zero or ws-parm-len > 5
              go to 1100-EXIT
           end-if
           if ws-parm-num-text(1:ws-parm-len) not numeric
              go to 1100-EXIT
           end-if
           move ws-parm-num-text(1:ws-parm-len) to ws-parm-number

           evaluate ws-parm-tag
              when "MINLOOKUP"
                 move ws-parm-number to ws-min-lookup
              when "MISSPCT"
                 move ws-parm-number to ws-miss-pct
              when "MINORDERS"
                 move ws-parm-number to ws-min-orders
              when "CANCELPCT"
                 move ws-parm-number to ws-cancel-pct
           end-evaluate.
       1100-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2000-SCAN-PRODUCT-LOG - consultas e consultas sem produto
      *> de cada telefone no periodo; linhas antigas sem telefone
      *> nao contam
      *> ---------------------------------------------------------
       2000-SCAN-PRODUCT-LOG.
           open input prodlog
           if fsProdLog <> "00" and fsProdLog <> "05"
              display "suspact: tblProductLog nao encontrado"
              go to 2000-EXIT
           end-if

           move "N" to ws-eof-log
           perform until eof-log
               read prodlog
                    at end
                       move "Y" to ws-eof-log
                    not at end
                       if logCustomer not = spaces
                          and logDate not < ws-from-date
                          and logDate not > ws-to-date
                          add 1 to ws-log-lines
                          move logCustomer to ws-wanted-phone
                          perform 2900-FIND-PHONE thru 2900-EXIT
                          if ws-act-i not > act-count
                             add 1 to act-lookups(ws-act-i)
                             if logWsStatus = "no"
                                add 1 to act-misses(ws-act-i)
                             end-if
                          end-if
                       end-if
               end-read
           end-perform
           close prodlog.
       2000-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2500-SCAN-ORDERS - pedidos feitos no periodo por telefone e
      *> quantos deles estao cancelados; o item 001 representa o
      *> pedido
      *> ---------------------------------------------------------
       2500-SCAN-ORDERS.
           set environment "file.index" to "jisam"
           open input tblorder
           if not valid-Order
              display "suspact: tblOrder indisponivel"
              go to 2500-EXIT
           end-if

           move zero to orderNumber
           move zero to orderLineSeq
           start tblorder key not < orderPK
           if not valid-Order
              close tblorder
              go to 2500-EXIT
           end-if

           move "N" to ws-eof-order
           perform until eof-order
               read tblorder next
                    at end
                       move "Y" to ws-eof-order
                    not at end
                       if orderLineSeq = 1
                          and orderCustomer not = spaces
                          and orderDate not < ws-from-date
                          and orderDate not > ws-to-date
                          add 1 to ws-order-count
                          move orderCustomer to ws-wanted-phone
                          perform 2900-FIND-PHONE thru 2900-EXIT
                          if ws-act-i not > act-count
                             add 1 to act-orders(ws-act-i)
                             if orderStatus = "cancelled"
                                add 1 to act-cancels(ws-act-i)
                             end-if
                          end-if
                       end-if
               end-read
           end-perform
           close tblorder.
       2500-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2900-FIND-PHONE - posiciona ws-act-i no telefone, criando a
      *> entrada; tabela cheia deixa ws-act-i alem do fim
      *> ---------------------------------------------------------
       2900-FIND-PHONE.
           perform varying ws-act-i from 1 by 1
               until ws-act-i > act-count
               or act-phone(ws-act-i) = ws-wanted-phone
               continue
           end-perform

           if ws-act-i > act-count
              if act-count < act-max
                 add 1 to act-count
                 move ws-wanted-phone to act-phone(act-count)
                 move zero to act-lookups(act-count)
                 move zero to act-misses(act-count)
                 move zero to act-orders(act-count)
                 move zero to act-cancels(act-count)
              else
                 if act-full-warned = "N"
                    display "suspact: tabela de telefones cheia ("
                        act-max ") - relatorio parcial"
                    move "Y" to act-full-warned
                 end-if
              end-if
           end-if.
       2900-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 3000-WRITE-REPORT - uma linha por telefone que passou de um
      *> dos limites, com as taxas e a marca do limite estourado
      *> ---------------------------------------------------------
       3000-WRITE-REPORT.
           open output susprpt
           move spaces to susprpt-line
           string "ATIVIDADE SUSPEITA NO WHATSAPP - " delimited by size
                  ws-from-date delimited by size
                  " A " delimited by size
                  ws-to-date delimited by size
               into susprpt-line
           end-string
           write susprpt-line

           move ws-min-lookup to ws-count-col
           move ws-miss-pct to ws-rate-col
           move spaces to susprpt-line
           string "FALHA......: " delimited by size
                  ws-rate-col delimited by size
                  "% ou mais das consultas sem produto, minimo de"
                      delimited by size
                  ws-count-col delimited by size
                  " consultas" delimited by size
               into susprpt-line
           end-string
           write susprpt-line
           move ws-min-orders to ws-count-col
           move ws-cancel-pct to ws-rate-col
           move spaces to susprpt-line
           string "CANCELADOS.: " delimited by size
                  ws-rate-col delimited by size
                  "% ou mais dos pedidos cancelados, minimo de  "
                      delimited by size
                  ws-count-col delimited by size
                  " pedidos" delimited by size
               into susprpt-line
           end-string
           write susprpt-line

           move spaces to susprpt-line
           write susprpt-line
           move spaces to susprpt-line
           move "TELEFONE"  to susprpt-line(1:8)
           move "CONSULTAS" to susprpt-line(22:9)
           move "SEM PROD"  to susprpt-line(32:8)
           move "FALHA"     to susprpt-line(41:5)
           move "PEDIDOS"   to susprpt-line(48:7)
           move "CANCEL"    to susprpt-line(57:6)
           move "TAXA"      to susprpt-line(64:4)
           move "MOTIVO"    to susprpt-line(70:6)
           move "BLOQ"      to susprpt-line(87:4)
           write susprpt-line

           set environment "file.index" to "jisam"
           open input customer
           if valid-Customer
              move "Y" to ws-cust-open
           end-if

           perform 3100-CHECK-ONE-PHONE
               varying ws-act-i from 1 by 1
               until ws-act-i > act-count

           if ws-flagged = zero
              move "(nenhum telefone acima dos limites)"
                  to susprpt-line
              write susprpt-line
           end-if

           if cust-file-open
              close customer
           end-if

           display "suspact: consultas no periodo.: " ws-log-lines
           display "suspact: pedidos no periodo...: " ws-order-count
           display "suspact: telefones ativos.....: " act-count
           display "suspact: telefones suspeitos..: " ws-flagged.

       3100-CHECK-ONE-PHONE.
           move "N" to ws-flag-miss
           move "N" to ws-flag-cancel

           if act-lookups(ws-act-i) not < ws-min-lookup
              and act-lookups(ws-act-i) > zero
              if act-misses(ws-act-i) * 100 not <
                 ws-miss-pct * act-lookups(ws-act-i)
                 move "Y" to ws-flag-miss
              end-if
           end-if
           if act-orders(ws-act-i) not < ws-min-orders
              and act-orders(ws-act-i) > zero
              if act-cancels(ws-act-i) * 100 not <
                 ws-cancel-pct * act-orders(ws-act-i)
                 move "Y" to ws-flag-cancel
              end-if
           end-if

           if ws-flag-miss = "Y" or ws-flag-cancel = "Y"
              add 1 to ws-flagged
              perform 3200-WRITE-PHONE-LINE
           end-if.

       3200-WRITE-PHONE-LINE.
           move spaces to susprpt-line
           move act-phone(ws-act-i) to susprpt-line(1:20)
           move act-lookups(ws-act-i) to ws-count-col
           move ws-count-col to susprpt-line(23:7)
           move act-misses(ws-act-i) to ws-count-col
           move ws-count-col to susprpt-line(32:7)
           if act-lookups(ws-act-i) > zero
              compute ws-rate = act-misses(ws-act-i) * 100
                              / act-lookups(ws-act-i)
              move ws-rate to ws-rate-col
              move ws-rate-col to susprpt-line(41:3)
              move "%" to susprpt-line(44:1)
           end-if
           move act-orders(ws-act-i) to ws-count-col
           move ws-count-col to susprpt-line(48:7)
           move act-cancels(ws-act-i) to ws-count-col
           move ws-count-col to susprpt-line(56:7)
           if act-orders(ws-act-i) > zero
              compute ws-rate = act-cancels(ws-act-i) * 100
                              / act-orders(ws-act-i)
              move ws-rate to ws-rate-col
              move ws-rate-col to susprpt-line(64:3)
              move "%" to susprpt-line(67:1)
           end-if

           if ws-flag-miss = "Y" and ws-flag-cancel = "Y"
              move "FALHA+CANCEL" to susprpt-line(70:12)
           else
              if ws-flag-miss = "Y"
                 move "FALHA" to susprpt-line(70:5)
              else
                 move "CANCEL" to susprpt-line(70:6)
              end-if
           end-if

           if cust-file-open
              move act-phone(ws-act-i) to customerPhone
              read customer key is customerPhone
                   invalid key
                      continue
                   not invalid key
                      if customer-Blocked
                         move "SIM" to susprpt-line(87:3)
                      end-if
              end-read
           end-if
           write susprpt-line.

       9000-TERMINATE.
           close susprpt
           stop run.
