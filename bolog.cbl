       PROGRAM-ID. bolog.

      *> grava os itens de um pedido em encomenda ("backorder") na
      *> fila de espera (tblBackorder), um registro por item, sob o
      *> numero que o ordlog acabou de atribuir. chamado pelo
      *> samplezaporder quando o estoque nao cobre o carrinho e o
      *> cliente aceita esperar. todos os itens entram na fila, nao
      *> so o que faltou: o pedido e alocado inteiro (tudo-ou-nada,
      *> stkalloc), entao a chegada de qualquer um dos produtos do
      *> carrinho e motivo para o bofill tentar de novo. a gravacao
      *> nunca desfaz o pedido - se a fila estiver fora do ar (ou um
      *> item nao entrar nela) a falha vai para o tblErrorLog pelo
      *> errlog, o pedido fica "backorder" em tblOrder e aparece na
      *> secao "sem fila" do relatorio de espera (boaging), ja que o
      *> bofill nunca vai atende-lo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select backord assign to "tblBackorder"
               organization is indexed
               access mode is dynamic
               record key is boPK
      *> chave alternada por produto: a fila de um produto, na ordem
      *> de chegada, para o bofill atender quando a mercadoria chega
               alternate record key is boProductCode
                   with duplicates
               file status is fsBackord
       .

       DATA DIVISION.
       FILE SECTION.
       fd backord.
       copy "tblbackord.cpy".

       WORKING-STORAGE SECTION.
       77 fsBackord              pic x(2).
          88 valid-Backord          value is "00" thru "09".
       77 ws-line-i              pic 9(02) comp.
       77 ws-bo-date             pic 9(08).
       77 ws-bo-time             pic 9(06).
       77 ws-err-stage           pic x(10) value "BACKORDER".
       77 ws-err-class           pic x(60).
       77 ws-err-msg             pic x(200).
       77 ws-seq-edited          pic 999.

       LINKAGE SECTION.
       copy "cartorder.cpy".
       77 lk-bo-number           pic 9(08).

       PROCEDURE DIVISION USING cartOrder, lk-bo-number.
       INICIO.
           accept ws-bo-date from date yyyymmdd
           accept ws-bo-time from time

           set environment "file.index" to "jisam"
           open i-o backord
           if not valid-Backord
              open output backord
              close backord
              open i-o backord
           end-if
           if not valid-Backord
              move zero to ws-line-i
              perform REPORT-WRITE-FAILURE
              goback
           end-if

           perform WRITE-ONE-LINE
               varying ws-line-i from 1 by 1
               until ws-line-i > cartLineCount

           close backord
           goback.

      *> ---------------------------------------------------------
      *> WRITE-ONE-LINE - um item do carrinho na fila, mesma
      *> sequencia de item que o ordlog gravou em tblOrder
      *> ---------------------------------------------------------
       WRITE-ONE-LINE.
           move spaces to tblBackorderRec
           move lk-bo-number        to boOrderNumber
           move ws-line-i           to boLineSeq
           move clCode(ws-line-i)   to boProductCode
           move clQty(ws-line-i)    to boQuantity
           move ws-bo-date          to boDate
           move ws-bo-time          to boTime
           if ws-line-i = cartFailLine
              move "Y" to boShortLine
           else
              move "N" to boShortLine
           end-if
           move "W"                 to boState
           move zero                to boCloseDate

           write tblBackorderRec
               invalid key
                  perform REPORT-WRITE-FAILURE
           end-write.

      *> ---------------------------------------------------------
      *> REPORT-WRITE-FAILURE - fila fora do ar (ws-line-i zero) ou
      *> item que nao entrou nela: registra no tblErrorLog, igual aos
      *> fluxos do whatsapp, para o pedido nao ficar esquecido
      *> ---------------------------------------------------------
       REPORT-WRITE-FAILURE.
           move spaces to ws-err-class
           string "tblBackorder status " delimited by size
                  fsBackord delimited by size
               into ws-err-class
           end-string
           move spaces to ws-err-msg
           if ws-line-i = zero
              string "fila de espera indisponivel - pedido "
                         delimited by size
                     lk-bo-number delimited by size
                     " ficou sem fila" delimited by size
                  into ws-err-msg
              end-string
           else
              move ws-line-i to ws-seq-edited
              string "item " delimited by size
                     ws-seq-edited delimited by size
                     " do pedido " delimited by size
                     lk-bo-number delimited by size
                     " nao entrou na fila de espera" delimited by size
                  into ws-err-msg
              end-string
           end-if
           call "errlog" using ws-err-stage, ws-err-class, ws-err-msg.
