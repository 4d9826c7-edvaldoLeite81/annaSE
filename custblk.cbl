       PROGRAM-ID. custblk.

      *> manutencao do bloqueio de telefones do whatsapp, por lote
      *> (tblCustBlockTran), no mesmo desenho do prodmnt/supmnt:
      *> liga ou desliga o customerBlocked do cadastro de clientes.
      *> telefone bloqueado e recusado logo na entrada de todo fluxo
      *> do whatsapp (reqgate) - e a ferramenta para o robo que varre
      *> codigos de produto ou para quem faz e cancela pedidos em
      *> sequencia, com a evidencia tirada do relatorio suspact.
      *> cada transacao vai para tblCustBlockLog com a data, o
      *> resultado e o motivo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select customer assign to "tblCustomer"
               organization is indexed
               access mode is dynamic
               record key is customerPhone
               file status is fsCustomer
       .

        select blktran assign to "tblCustBlockTran"
               organization is line sequential
               file status is fsBlkTran
       .

        select blklog assign to "tblCustBlockLog"
               organization is line sequential
               file status is fsBlkLog
       .

       DATA DIVISION.
       FILE SECTION.
       fd customer.
       copy "tblcust.cpy".

       fd blktran.
       copy "tblcustblk.cpy".

       fd blklog.
       01 blklog-line          pic x(100).

       WORKING-STORAGE SECTION.
       77 fsCustomer           pic x(2).
          88 valid-Customer       value is "00" thru "09".
       77 fsBlkTran            pic x(2).
       77 fsBlkLog             pic x(2).
       77 ws-eof-tran          pic x(1) value "N".
          88 eof-tran              value "Y".
       77 ws-today             pic 9(08).
       77 ws-tran-result       pic x(12).
       77 ws-tran-total        pic 9(07) comp value zero.
       77 ws-tran-applied      pic 9(07) comp value zero.
       77 ws-tran-rejected     pic 9(07) comp value zero.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-INITIALIZE
           perform 2000-PROCESS-TRANSACTIONS
           perform 3000-WRITE-SUMMARY
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - abre o cadastro de clientes (criando na
      *> primeira vez) e os arquivos do lote
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           accept ws-today from date yyyymmdd

           set environment "file.index" to "jisam"
           open i-o customer
           if not valid-Customer
              open output customer
              close customer
              open i-o customer
           end-if
           if not valid-Customer
              display "custblk: tblCustomer indisponivel"
              go to 9000-TERMINATE
           end-if

           open input blktran
           if fsBlkTran <> "00" and fsBlkTran <> "05"
              display "custblk: tblCustBlockTran nao encontrado"
              close customer
              go to 9000-TERMINATE
           end-if

           open extend blklog
           if fsBlkLog <> "00" and fsBlkLog <> "05"
              close blklog
              open output blklog
           end-if.

      *> ---------------------------------------------------------
      *> 2000-PROCESS-TRANSACTIONS - le uma transacao por vez e
      *> aplica conforme cbAction
      *> ---------------------------------------------------------
       2000-PROCESS-TRANSACTIONS.
           move "N" to ws-eof-tran
           perform until eof-tran
               read blktran
                    at end
                       move "Y" to ws-eof-tran
                    not at end
                       add 1 to ws-tran-total
                       perform 2100-APPLY-ONE-TRANSACTION
                       perform 2900-LOG-ONE-TRANSACTION
               end-read
           end-perform.

       2100-APPLY-ONE-TRANSACTION.
           if cbPhone = spaces
              move "NO-PHONE" to ws-tran-result
              add 1 to ws-tran-rejected
           else
              evaluate true
                 when cb-Block
                    perform 2200-BLOCK-PHONE thru 2200-EXIT
                 when cb-Unblock
                    perform 2300-UNBLOCK-PHONE thru 2300-EXIT
                 when other
                    move "BAD-ACTION" to ws-tran-result
                    add 1 to ws-tran-rejected
              end-evaluate
           end-if.

      *> ---------------------------------------------------------
      *> 2200-BLOCK-PHONE - marca o telefone como bloqueado. um
      *> telefone que ainda nao falou com a loja ganha o cadastro ja
      *> bloqueado (sem opt-in e sem datas de contato), para o
      *> bloqueio valer desde a primeira mensagem; o primeiro contato
      *> e preenchido pelo custreg quando o telefone for liberado e
      *> falar com a loja
      *> ---------------------------------------------------------
       2200-BLOCK-PHONE.
           move cbPhone to customerPhone
           read customer key is customerPhone
                invalid key
                   move spaces  to tblCustomerRec
                   move cbPhone to customerPhone
                   move spaces  to customerName
                   move "N"     to customerOptIn
                   move zero    to customerFirstContact
                   move zero    to customerLastContact
                   move "Y"     to customerBlocked
                   write tblCustomerRec
                       invalid key
                          move "WRITE-ERROR" to ws-tran-result
                          add 1 to ws-tran-rejected
                       not invalid key
                          move "BLOCKED-NEW" to ws-tran-result
                          add 1 to ws-tran-applied
                   end-write
                   go to 2200-EXIT
           end-read

           if customer-Blocked
              move "ALREADY" to ws-tran-result
              add 1 to ws-tran-rejected
              go to 2200-EXIT
           end-if

           move "Y" to customerBlocked
           rewrite tblCustomerRec
               invalid key
                  move "REWRITE-ERROR" to ws-tran-result
                  add 1 to ws-tran-rejected
               not invalid key
                  move "BLOCKED" to ws-tran-result
                  add 1 to ws-tran-applied
           end-rewrite.
       2200-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2300-UNBLOCK-PHONE - devolve o atendimento ao telefone
      *> ---------------------------------------------------------
       2300-UNBLOCK-PHONE.
           move cbPhone to customerPhone
           read customer key is customerPhone
                invalid key
                   move "NOT-FOUND" to ws-tran-result
                   add 1 to ws-tran-rejected
                   go to 2300-EXIT
           end-read

           if not customer-Blocked
              move "NOT-BLOCKED" to ws-tran-result
              add 1 to ws-tran-rejected
              go to 2300-EXIT
           end-if

           move "N" to customerBlocked
           rewrite tblCustomerRec
               invalid key
                  move "REWRITE-ERROR" to ws-tran-result
                  add 1 to ws-tran-rejected
               not invalid key
                  move "UNBLOCKED" to ws-tran-result
                  add 1 to ws-tran-applied
           end-rewrite.
       2300-EXIT.
           exit.

       2900-LOG-ONE-TRANSACTION.
           move spaces to blklog-line
           string ws-today       delimited by size
                  " "            delimited by size
                  cbAction       delimited by size
                  " "            delimited by size
                  cbPhone        delimited by size
                  " "            delimited by size
                  ws-tran-result delimited by size
                  " "            delimited by size
                  cbReason       delimited by size
               into blklog-line
           end-string
           write blklog-line.

      *> ---------------------------------------------------------
      *> 3000-WRITE-SUMMARY - resumo no console para conferencia do
      *> lote logo apos rodar, igual ao prodmnt
      *> ---------------------------------------------------------
       3000-WRITE-SUMMARY.
           display "custblk: transacoes lidas.....: " ws-tran-total
           display "custblk: transacoes aplicadas.: " ws-tran-applied
           display "custblk: transacoes rejeitadas: " ws-tran-rejected.

       9000-TERMINATE.
           close customer
           close blktran
           close blklog
           stop run.
