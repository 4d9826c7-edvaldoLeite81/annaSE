       PROGRAM-ID. ordrekey.

      *> reconstrucao unica de tblOrder para ganhar a chave
      *> alternada por cliente (orderCustomer, com duplicatas) que a
      *> consulta "meus pedidos" (ordcust/samplezapmyord) usa. o
      *> registro nao muda - so a estrutura de chaves do arquivo
      *> indexado, e um arquivo criado sem a chave alternada nao
      *> abre com a definicao nova.
      *>
      *> procedimento, com o servico do whatsapp e os lotes parados
      *> (o mesmo do ordconv):
      *>   1. renomear o tblOrder atual para tblOrderOld;
      *>   2. rodar este programa UMA vez - ele le tblOrderOld pela
      *>      chave principal e regrava cada item, sem alteracao, num
      *>      tblOrder novo ja com a chave alternada;
      *>   3. conferir as contagens no console (regravados = lidos)
      *>      e so entao apagar tblOrderOld.
      *> por seguranca o programa se recusa a rodar se ja existir um
      *> tblOrder com registros, igual ao ordconv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select oldorder assign to "tblOrderOld"
               organization is indexed
               access mode is dynamic
               record key is oldOrderPK
               file status is fsOldOrder
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

       DATA DIVISION.
       FILE SECTION.
       fd oldorder.
      *> mesmo registro do tblorder.cpy, com nomes proprios para as
      *> duas definicoes conviverem no programa
       01 oldOrderRec.
          03 oldOrderPK.
             05 oldOrderNumber  pic 9(08).
             05 oldOrderLineSeq pic 9(03).
          03 filler             pic x(72).

       fd tblorder.
       copy "tblorder.cpy".

       WORKING-STORAGE SECTION.
       77 fsOldOrder           pic x(2).
          88 valid-OldOrder       value is "00" thru "09".
       77 fsTblOrder           pic x(2).
          88 valid-Order          value is "00" thru "09".
       77 ws-eof-file          pic x(1) value "N".
          88 eof-file              value "Y".
       77 ws-read-count        pic 9(07) comp value zero.
       77 ws-written-count     pic 9(07) comp value zero.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-CHECK-PRECONDITIONS thru 1000-EXIT
           perform 2000-REKEY-ORDERS thru 2000-EXIT
           perform 3000-WRITE-SUMMARY
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-CHECK-PRECONDITIONS - o arquivo antigo (renomeado)
      *> precisa existir, e nao pode haver um tblOrder novo com
      *> registros
      *> ---------------------------------------------------------
       1000-CHECK-PRECONDITIONS.
           set environment "file.index" to "jisam"

           open input oldorder
           if not valid-OldOrder
              display "ordrekey: tblOrderOld nao encontrado - "
                  "renomear o tblOrder atual antes de rodar"
              move 8 to return-code
              go to 9000-TERMINATE
           end-if
           close oldorder

           open input tblorder
           if valid-Order
              move zero to orderNumber
              move zero to orderLineSeq
              start tblorder key not < orderPK
              if valid-Order
                 read tblorder next
                      at end
                         continue
                      not at end
                         display "ordrekey: tblOrder ja tem "
                             "registros - reconstrucao recusada"
                         close tblorder
                         move 8 to return-code
                         go to 9000-TERMINATE
                 end-read
              end-if
              close tblorder
           end-if.
       1000-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2000-REKEY-ORDERS - cada item passa inteiro, byte a byte,
      *> para o arquivo novo
      *> ---------------------------------------------------------
       2000-REKEY-ORDERS.
           open input oldorder
           open output tblorder

           move zero to oldOrderNumber
           move zero to oldOrderLineSeq
           start oldorder key not < oldOrderPK
           if not valid-OldOrder
              close oldorder
              close tblorder
              go to 2000-EXIT
           end-if

           move "N" to ws-eof-file
           perform until eof-file
               read oldorder next
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       add 1 to ws-read-count
                       perform 2100-REKEY-ONE-LINE
               end-read
           end-perform

           close oldorder
           close tblorder.
       2000-EXIT.
           exit.

       2100-REKEY-ONE-LINE.
           move oldOrderRec to tblOrderRec
           write tblOrderRec
               invalid key
                  display "ordrekey: pedido " oldOrderNumber
                      " item " oldOrderLineSeq
                      " nao gravou - conferir antes de apagar "
                      "tblOrderOld"
               not invalid key
                  add 1 to ws-written-count
           end-write.

      *> ---------------------------------------------------------
      *> 3000-WRITE-SUMMARY - as duas contagens tem que bater antes
      *> de alguem apagar o tblOrderOld
      *> ---------------------------------------------------------
       3000-WRITE-SUMMARY.
           display "ordrekey: itens lidos.........: " ws-read-count
           display "ordrekey: itens regravados....: " ws-written-count
           if ws-written-count = ws-read-count
              display "ordrekey: reconstrucao completa - conferido"
           else
              display "ordrekey: CONTAGENS NAO BATEM - manter "
                  "tblOrderOld e apurar"
              move 8 to return-code
           end-if.

       9000-TERMINATE.
           stop run.
