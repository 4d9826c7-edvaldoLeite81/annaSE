       PROGRAM-ID. stkrebld.

      *> reconstrucao dos saldos de estoque (productQuantity) a
      *> partir de um tblProduct restaurado do backup mais o diario
      *> de movimentos (tblStockJrnl): tblProduct danificado ou
      *> voltado do backup da noite anterior no meio do dia perde
      *> toda alocacao (stkalloc), cancelamento (ordcancel),
      *> recebimento (stkrecv), ajuste de contagem (stkcount) e
      *> devolucao (ordreturn) feita depois do backup. cada
      *> movimento do diario ja carrega o saldo antes, a quantidade
      *> e o saldo depois - este lote rele o diario a partir do
      *> momento do backup e regrava, produto a produto, o saldo
      *> depois de cada movimento.
      *>
      *> antes de aplicar, confere a corrente: o saldo antes do
      *> movimento tem que ser o saldo corrente do produto (o do
      *> backup ou o do movimento anterior ja reaplicado), e o saldo
      *> depois tem que fechar com o tipo (saida "A" subtrai, entrada
      *> "C"/"R"/"D" soma; o "J" carrega o sentido no antes/depois).
      *> quebra nao para o lote - o saldo do diario vale, porque foi
      *> ele que foi gravado no catalogo - mas sai no relatorio
      *> (tblRebuildRpt) para alguem apurar: quebra de corrente e
      *> mexida no saldo por fora do diario (um "U" do prodmnt, uma
      *> edicao direta do arquivo).
      *>
      *> procedimento, com o servico do whatsapp e os lotes parados:
      *>   1. restaurar o tblProduct do backup;
      *>   2. gravar em tblRebuildParm o momento do backup -
      *>      FROM=aaaammdd e FROMTIME=hhmmss (sem FROMTIME, desde o
      *>      comeco do dia). movimentos anteriores a esse momento ja
      *>      estao no backup e sao pulados;
      *>   3. rodar este programa. a posicao no diario e gravada em
      *>      tblRebuildChk a cada lote de movimentos; se o programa
      *>      parar no meio, basta rodar de novo com o mesmo
      *>      tblRebuildParm - ele retoma do ultimo ponto gravado. o
      *>      trecho entre o ponto gravado e a parada e reaplicado.
      *>      so as linhas do lote seguinte ao ponto gravado podem ja
      *>      estar aplicadas; nelas o saldo antes que nao bate com o
      *>      corrente e contado como reaplicado, nao como quebra. da
      *>      em diante a corrente de saldos e conferida normalmente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select product assign to "tblProduct"
               organization is indexed
               access mode is dynamic
               record key is productPK = productCode
      *> chave alternada por categoria, usada pela navegacao do
      *> catalogo por categoria (catlkup/samplezapcat)
               alternate record key is productCategory
                   with duplicates
               file status is fsTblProduct
       .

        select stkjrnl assign to "tblStockJrnl"
               organization is line sequential
               file status is fsStkJrnl
       .

        select rbparm assign to "tblRebuildParm"
               organization is line sequential
               file status is fsRbParm
       .

        select rbchk assign to "tblRebuildChk"
               organization is line sequential
               file status is fsRbChk
       .

        select rbrpt assign to "tblRebuildRpt"
               organization is line sequential
               file status is fsRbRpt
       .

       DATA DIVISION.
       FILE SECTION.
       fd product.
       copy "tblprod.cpy".

       fd stkjrnl.
       copy "tblstkjrnl.cpy".

       fd rbparm.
       01 rbparm-line          pic x(80).

      *> ponto de retomada: situacao ("R" rodando, "D" terminado),
      *> o momento de partida a que o ponto se refere e quantas
      *> linhas do diario ja foram tratadas, com os contadores ate
      *> ali para o resumo final sair completo
       fd rbchk.
       01 rbchk-rec.
          03 chkState          pic x(01).
             88 chk-Running        value "R".
             88 chk-Done           value "D".
          03 chkFromDate       pic 9(08).
          03 chkFromTime       pic 9(06).
          03 chkPosition       pic 9(09).
          03 chkApplied        pic 9(09).
          03 chkBreaks         pic 9(09).
          03 chkReapplied      pic 9(09).
          03 chkNoProduct      pic 9(09).
          03 chkBeforeStart    pic 9(09).
          03 chkRewriteFailed  pic 9(09).

       fd rbrpt.
       01 rbrpt-line           pic x(100).

       WORKING-STORAGE SECTION.
       77 fsTblProduct         pic x(2).
          88 valid-Product        value is "00" thru "09".
       77 fsStkJrnl            pic x(2).
       77 fsRbParm             pic x(2).
       77 fsRbChk              pic x(2).
       77 fsRbRpt              pic x(2).
       77 ws-eof-parm          pic x(1) value "N".
          88 eof-parm              value "Y".
       77 ws-eof-jrnl          pic x(1) value "N".
          88 eof-jrnl              value "Y".
       77 ws-parm-tag          pic x(10).
       77 ws-parm-value        pic x(70).
       77 ws-from-date         pic 9(08) value zero.
       77 ws-from-time         pic 9(06) value zero.
       77 ws-restart           pic x(1) value "N".
          88 restart-run           value "Y".
       77 ws-skip-to           pic 9(09) value zero.
      *> ultima linha do diario que pode ter sido aplicada antes da
      *> interrupcao (o lote seguinte ao ponto gravado)
       77 ws-restart-end       pic 9(09) value zero.

      *> de quantas em quantas linhas do diario o ponto de retomada
      *> e regravado
       77 ws-chk-every         pic 9(05) value 100.
       77 ws-since-chk         pic 9(05) value zero.

       77 ws-position          pic 9(09) value zero.
       77 ws-before-start      pic 9(09) value zero.
       77 ws-applied           pic 9(09) value zero.
       77 ws-breaks            pic 9(09) value zero.
       77 ws-reapplied         pic 9(09) value zero.
       77 ws-no-product        pic 9(09) value zero.
      *> produto que nao aceitou o saldo reaplicado: o arquivo fica
      *> com o saldo velho, e a rodada termina com codigo 8
       77 ws-rewrite-failed    pic 9(09) value zero.

       77 ws-running-qty       pic 9(05).
       77 ws-expected-after    pic s9(06).
       77 ws-break-kind        pic x(12).
       77 ws-qty-col           pic ZZZZ9.
       77 ws-count-col         pic ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE thru 1000-EXIT
           perform 2000-REPLAY-JOURNAL thru 2000-EXIT
           perform 3000-WRITE-SUMMARY
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - momento de partida (obrigatorio), ponto
      *> de retomada de uma execucao interrompida e abertura dos
      *> arquivos
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           open input rbparm
           if fsRbParm = "00" or fsRbParm = "05"
              move "N" to ws-eof-parm
              perform until eof-parm
                  read rbparm
                       at end
                          move "Y" to ws-eof-parm
                       not at end
                          perform 1100-PARSE-PARM-LINE
                  end-read
              end-perform
              close rbparm
           end-if

      *> sem o momento do backup nao ha como saber que movimentos ja
      *> estao no arquivo restaurado - reaplicar o diario inteiro
      *> desconta duas vezes tudo o que o backup ja tinha
           if ws-from-date = zero
              display "stkrebld: tblRebuildParm sem FROM=aaaammdd - "
                  "informar o momento do backup"
              move 8 to return-code
              go to 9000-TERMINATE
           end-if

           perform 1200-READ-CHECKPOINT thru 1200-EXIT

           set environment "file.index" to "jisam"
           open i-o product
           if not valid-Product
              display "stkrebld: tblProduct indisponivel"
              move 8 to return-code
              go to 9000-TERMINATE
           end-if

           open input stkjrnl
           if fsStkJrnl <> "00" and fsStkJrnl <> "05"
              display "stkrebld: tblStockJrnl nao encontrado"
              close product
              move 8 to return-code
              go to 9000-TERMINATE
           end-if

      *> na retomada o relatorio continua o da execucao interrompida
           if restart-run
              open extend rbrpt
              if fsRbRpt <> "00" and fsRbRpt <> "05"
                 close rbrpt
                 open output rbrpt
              end-if
              move spaces to rbrpt-line
              string "RETOMADA NA LINHA " delimited by size
                     ws-skip-to delimited by size
                     " DO DIARIO" delimited by size
                  into rbrpt-line
              end-string
              write rbrpt-line
           else
              open output rbrpt
              move spaces to rbrpt-line
              string "RECONSTRUCAO DE SALDOS - DIARIO A PARTIR DE "
                     delimited by size
                     ws-from-date delimited by size
                     " " delimited by size
                     ws-from-time delimited by size
                  into rbrpt-line
              end-string
              write rbrpt-line
              move spaces to rbrpt-line
              write rbrpt-line
              move "DATA     HORA   CODIGO          T" to rbrpt-line
              move "ANTES CORRENTE QTDE DEPOIS QUEBRA"
                  to rbrpt-line(36:33)
              write rbrpt-line
           end-if.
       1000-EXIT.
           exit.

       1100-PARSE-PARM-LINE.
           move spaces to ws-parm-tag
           move spaces to ws-parm-value
           unstring rbparm-line delimited by "="
               into ws-parm-tag ws-parm-value
           end-unstring
           if ws-parm-tag = "FROM"
                             and ws-parm-value(1:8) numeric
              move ws-parm-value(1:8) to ws-from-date
           end-if
           if ws-parm-tag = "FROMTIME"
                             and ws-parm-value(1:6) numeric
              move ws-parm-value(1:6) to ws-from-time
           end-if.

      *> ---------------------------------------------------------
      *> 1200-READ-CHECKPOINT - ponto gravado ainda "rodando" e para
      *> o mesmo momento de partida = execucao interrompida: retoma
      *> dali com os contadores acumulados. ponto terminado ou de
      *> outro momento de partida e de uma reconstrucao anterior e
      *> e ignorado
      *> ---------------------------------------------------------
       1200-READ-CHECKPOINT.
           open input rbchk
           if fsRbChk <> "00" and fsRbChk <> "05"
              go to 1200-EXIT
           end-if
           read rbchk
                at end
                   continue
                not at end
                   if chk-Running
                      and chkFromDate = ws-from-date
                      and chkFromTime = ws-from-time
                      move "Y" to ws-restart
                      move chkPosition  to ws-skip-to
                      compute ws-restart-end =
                          chkPosition + ws-chk-every
                      move chkApplied   to ws-applied
                      move chkBreaks    to ws-breaks
                      move chkReapplied to ws-reapplied
                      move chkNoProduct   to ws-no-product
                      move chkBeforeStart to ws-before-start
                      move chkRewriteFailed to ws-rewrite-failed
                   end-if
           end-read
           close rbchk.
       1200-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2000-REPLAY-JOURNAL - le o diario do comeco (a posicao conta
      *> todas as linhas, para o ponto de retomada valer), pula o
      *> que ja estava no backup e o que ja foi tratado antes da
      *> interrupcao, e reaplica o resto
      *> ---------------------------------------------------------
       2000-REPLAY-JOURNAL.
           move "N" to ws-eof-jrnl
           perform until eof-jrnl
               read stkjrnl
                    at end
                       move "Y" to ws-eof-jrnl
                    not at end
                       add 1 to ws-position
                       if ws-position > ws-skip-to
                          perform 2100-REPLAY-ONE-MOVE thru 2100-EXIT
                          perform 2800-CHECKPOINT-IF-DUE
                       end-if
               end-read
           end-perform

           move "D" to chkState
           perform 2900-WRITE-CHECKPOINT

           close stkjrnl
           close product.
       2000-EXIT.
           exit.

       2100-REPLAY-ONE-MOVE.
           if jrnDate < ws-from-date
              or (jrnDate = ws-from-date and jrnTime < ws-from-time)
              add 1 to ws-before-start
              go to 2100-EXIT
           end-if

           move jrnProductCode to productCode
           read product key is productPK
                invalid key
                   add 1 to ws-no-product
                   move zero to ws-running-qty
                   move "SEM PRODUTO" to ws-break-kind
                   perform 2700-WRITE-BREAK-LINE
                   go to 2100-EXIT
           end-read
           move productQuantity to ws-running-qty

      *> o saldo depois tem que fechar com o saldo antes e o tipo
           move spaces to ws-break-kind
           evaluate true
              when jrn-Allocation or jrnMoveType = space
                 compute ws-expected-after =
                     jrnQtyBefore - jrnQtyAllocated
              when jrn-CancelBack or jrn-Receipt or jrn-CustReturn
                 compute ws-expected-after =
                     jrnQtyBefore + jrnQtyAllocated
              when other
                 move jrnQtyAfter to ws-expected-after
           end-evaluate
           if ws-expected-after <> jrnQtyAfter
              move "CONTA" to ws-break-kind
           end-if

      *> o saldo antes tem que ser o saldo corrente. na retomada, o
      *> lote seguinte ao ponto gravado pode ter sido aplicado antes
      *> da interrupcao, inteiro ou em parte: com varios movimentos
      *> do mesmo produto nele, o saldo corrente ja e o depois do
      *> ultimo, e nenhum dos anteriores bate - nao e quebra
           if jrnQtyBefore <> ws-running-qty
              if restart-run and ws-position not > ws-restart-end
                 add 1 to ws-reapplied
              else
                 if ws-break-kind = spaces
                    move "CORRENTE" to ws-break-kind
                 else
                    move "CORRENTE+CTA" to ws-break-kind
                 end-if
              end-if
           end-if

           if ws-break-kind not = spaces
              add 1 to ws-breaks
              perform 2700-WRITE-BREAK-LINE
           end-if

           move jrnQtyAfter to productQuantity
           rewrite tblProductRec
               invalid key
                  display "stkrebld: produto " productCode
                      " nao regravou (status " fsTblProduct ")"
                  add 1 to ws-rewrite-failed
                  move "NAO REGRAVOU" to ws-break-kind
                  perform 2700-WRITE-BREAK-LINE
               not invalid key
                  add 1 to ws-applied
           end-rewrite.
       2100-EXIT.
           exit.

       2700-WRITE-BREAK-LINE.
           move spaces to rbrpt-line
           move jrnDate        to rbrpt-line(1:8)
           move jrnTime        to rbrpt-line(10:6)
           move jrnProductCode to rbrpt-line(17:15)
           move jrnMoveType    to rbrpt-line(33:1)
           move jrnQtyBefore   to ws-qty-col
           move ws-qty-col     to rbrpt-line(36:5)
           move ws-running-qty to ws-qty-col
           move ws-qty-col     to rbrpt-line(45:5)
           move jrnQtyAllocated to ws-qty-col
           move ws-qty-col     to rbrpt-line(51:5)
           move jrnQtyAfter    to ws-qty-col
           move ws-qty-col     to rbrpt-line(57:5)
           move ws-break-kind  to rbrpt-line(64:12)
           write rbrpt-line.

      *> ---------------------------------------------------------
      *> 2800-CHECKPOINT-IF-DUE - regrava o ponto de retomada a cada
      *> ws-chk-every linhas tratadas
      *> ---------------------------------------------------------
       2800-CHECKPOINT-IF-DUE.
           add 1 to ws-since-chk
           if ws-since-chk not < ws-chk-every
              move "R" to chkState
              perform 2900-WRITE-CHECKPOINT
              move zero to ws-since-chk
           end-if.

       2900-WRITE-CHECKPOINT.
           move ws-from-date to chkFromDate
           move ws-from-time to chkFromTime
           move ws-position  to chkPosition
           move ws-applied   to chkApplied
           move ws-breaks    to chkBreaks
           move ws-reapplied to chkReapplied
           move ws-no-product   to chkNoProduct
           move ws-before-start to chkBeforeStart
           move ws-rewrite-failed to chkRewriteFailed
           open output rbchk
           write rbchk-rec
           close rbchk.

      *> ---------------------------------------------------------
      *> 3000-WRITE-SUMMARY - contagens no fim do relatorio e no
      *> console; quebra leva o codigo de retorno a 4 para o
      *> agendador chamar alguem antes de abrir o servico; saldo
      *> que nao regravou leva a 8
      *> ---------------------------------------------------------
       3000-WRITE-SUMMARY.
           if ws-breaks = zero and ws-no-product = zero
              and ws-rewrite-failed = zero
              move "(nenhuma quebra na corrente de saldos)"
                  to rbrpt-line
              write rbrpt-line
           end-if

           move spaces to rbrpt-line
           write rbrpt-line
           move ws-position to ws-count-col
           move spaces to rbrpt-line
           string "   linhas do diario.........: " ws-count-col
               delimited by size into rbrpt-line
           write rbrpt-line
           move ws-applied to ws-count-col
           move spaces to rbrpt-line
           string "   movimentos reaplicados...: " ws-count-col
               delimited by size into rbrpt-line
           write rbrpt-line
           move ws-breaks to ws-count-col
           move spaces to rbrpt-line
           string "   quebras de corrente......: " ws-count-col
               delimited by size into rbrpt-line
           write rbrpt-line
           move ws-no-product to ws-count-col
           move spaces to rbrpt-line
           string "   produto fora do catalogo.: " ws-count-col
               delimited by size into rbrpt-line
           write rbrpt-line
           move ws-rewrite-failed to ws-count-col
           move spaces to rbrpt-line
           string "   saldo nao regravado......: " ws-count-col
               delimited by size into rbrpt-line
           write rbrpt-line

           display "stkrebld: linhas do diario.....: " ws-position
           display "stkrebld: anteriores ao backup.: " ws-before-start
           display "stkrebld: movimentos aplicados.: " ws-applied
           display "stkrebld: ja aplicados (retom.): " ws-reapplied
           display "stkrebld: quebras de corrente..: " ws-breaks
           display "stkrebld: produto inexistente..: " ws-no-product
           display "stkrebld: saldo nao regravado..: "
               ws-rewrite-failed

           if ws-breaks > zero or ws-no-product > zero
              move 4 to return-code
           end-if
      *> saldo que nao regravou deixa o estoque errado: nao e aviso
           if ws-rewrite-failed > zero
              move 8 to return-code
           end-if.

       9000-TERMINATE.
           close rbrpt
           stop run.
