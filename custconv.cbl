       PROGRAM-ID. custconv.

      *> conversao unica de tblCustomer do desenho de 137 bytes (ate
      *> customerLastContact) para o desenho com o customerBlocked
      *> no fim (138 bytes). o arquivo gravado antes da mudanca nao
      *> abre com o registro novo, e o custreg/custblk recriam o
      *> tblCustomer vazio quando a abertura falha - sem esta
      *> conversao o cadastro inteiro (opt-in, datas de primeiro
      *> contato que o custerase usa) se perde no primeiro contato
      *> depois da troca.
      *>
      *> procedimento, com o servico do whatsapp e os lotes parados
      *> (o mesmo do ordconv):
      *>   1. renomear o tblCustomer atual para tblCustomerOld;
      *>   2. rodar este programa UMA vez - ele le tblCustomerOld no
      *>      desenho antigo e regrava cada cliente, sem alteracao,
      *>      num tblCustomer novo com customerBlocked = "N" (nenhum
      *>      telefone estava bloqueado antes do campo existir);
      *>   3. conferir as contagens no console (convertidos = lidos)
      *>      e so entao apagar tblCustomerOld.
      *> por seguranca o programa se recusa a rodar se ja existir um
      *> tblCustomer com registros, igual ao ordconv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select oldcust assign to "tblCustomerOld"
               organization is indexed
               access mode is dynamic
               record key is oldCustPhone
               file status is fsOldCust
       .

        select customer assign to "tblCustomer"
               organization is indexed
               access mode is dynamic
               record key is customerPhone
               file status is fsCustomer
       .

       DATA DIVISION.
       FILE SECTION.
       fd oldcust.
      *> desenho antigo, congelado: tblcust.cpy sem o customerBlocked
       01 oldCustRec.
          03 oldCustPhone       pic x(20).
          03 filler             pic x(117).

       fd customer.
       copy "tblcust.cpy".

       WORKING-STORAGE SECTION.
       77 fsOldCust            pic x(2).
          88 valid-OldCust        value is "00" thru "09".
       77 fsCustomer           pic x(2).
          88 valid-Customer       value is "00" thru "09".
       77 ws-eof-file          pic x(1) value "N".
          88 eof-file              value "Y".
       77 ws-read-count        pic 9(07) comp value zero.
       77 ws-written-count     pic 9(07) comp value zero.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           perform 1000-CHECK-PRECONDITIONS thru 1000-EXIT
           perform 2000-CONVERT-CUSTOMERS thru 2000-EXIT
           perform 3000-WRITE-SUMMARY
           perform 9000-TERMINATE.

      *> ---------------------------------------------------------
      *> 1000-CHECK-PRECONDITIONS - o arquivo antigo (renomeado)
      *> precisa existir, e nao pode haver um tblCustomer novo com
      *> registros
      *> ---------------------------------------------------------
       1000-CHECK-PRECONDITIONS.
           set environment "file.index" to "jisam"

           open input oldcust
           if not valid-OldCust
              display "custconv: tblCustomerOld nao encontrado - "
                  "renomear o tblCustomer atual antes de rodar"
              move 8 to return-code
              go to 9000-TERMINATE
           end-if
           close oldcust

           open input customer
           if valid-Customer
              move low-values to customerPhone
              start customer key not < customerPhone
              if valid-Customer
                 read customer next
                      at end
                         continue
                      not at end
                         display "custconv: tblCustomer ja tem "
                             "registros - conversao recusada"
                         close customer
                         move 8 to return-code
                         go to 9000-TERMINATE
                 end-read
              end-if
              close customer
           end-if.
       1000-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2000-CONVERT-CUSTOMERS - cada cliente passa inteiro para o
      *> arquivo novo, com o campo novo preenchido
      *> ---------------------------------------------------------
       2000-CONVERT-CUSTOMERS.
           open input oldcust
           open output customer

           move low-values to oldCustPhone
           start oldcust key not < oldCustPhone
           if not valid-OldCust
              close oldcust
              close customer
              go to 2000-EXIT
           end-if

           move "N" to ws-eof-file
           perform until eof-file
               read oldcust next
                    at end
                       move "Y" to ws-eof-file
                    not at end
                       add 1 to ws-read-count
                       perform 2100-CONVERT-ONE-CUSTOMER
               end-read
           end-perform

           close oldcust
           close customer.
       2000-EXIT.
           exit.

       2100-CONVERT-ONE-CUSTOMER.
           move oldCustRec to tblCustomerRec
           move "N" to customerBlocked
           write tblCustomerRec
               invalid key
                  display "custconv: cliente " oldCustPhone
                      " nao gravou - conferir antes de apagar "
                      "tblCustomerOld"
               not invalid key
                  add 1 to ws-written-count
           end-write.

      *> ---------------------------------------------------------
      *> 3000-WRITE-SUMMARY - as duas contagens tem que bater antes
      *> de alguem apagar o tblCustomerOld
      *> ---------------------------------------------------------
       3000-WRITE-SUMMARY.
           display "custconv: clientes lidos......: " ws-read-count
           display "custconv: clientes convertidos: " ws-written-count
           if ws-written-count = ws-read-count
              display "custconv: conversao completa - conferido"
           else
              display "custconv: CONTAGENS NAO BATEM - manter "
                  "tblCustomerOld e apurar"
              move 8 to return-code
           end-if.

       9000-TERMINATE.
           stop run.
