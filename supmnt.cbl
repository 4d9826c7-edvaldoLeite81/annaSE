       PROGRAM-ID. supmnt.

      *> programa de manutencao do cadastro de fornecedores
      *> (tblSupplier) e de quais produtos cada um fornece
      *> (tblSupplierProd), alimentado por lote (tblSupplierTran) no
      *> mesmo desenho do prodmnt: inclui fornecedor, corrige os
      *> dados (nome, contato, prazo de entrega), desativa, liga e
      *> desliga produtos. e desse cadastro que o replsugg tira o
      *> fornecedor preferido de cada sugestao e o poissue o prazo
      *> de entrega de cada pedido de compra.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        select supplier assign to "tblSupplier"
               organization is indexed
               access mode is dynamic
               record key is supplierCode
               file status is fsSupplier
       .

        select supprod assign to "tblSupplierProd"
               organization is indexed
               access mode is dynamic
               record key is spPK
      *> chave alternada por produto: os fornecedores de um produto,
      *> para achar o preferido (replsugg) e trocar a preferencia
               alternate record key is spProductCode
                   with duplicates
               file status is fsSupProd
       .

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

        select suptran assign to "tblSupplierTran"
               organization is line sequential
               file status is fsSupTran
       .

        select mntlog assign to "tblSupplierMntLog"
               organization is line sequential
               file status is fsMntLog
       .

       DATA DIVISION.
       FILE SECTION.
       fd supplier.
       copy "tblsupplier.cpy".

       fd supprod.
       copy "tblsupprod.cpy".

       fd product.
       copy "tblprod.cpy".

       fd suptran.
       copy "tblsuptran.cpy".

       fd mntlog.
       01 mntlog-line          pic x(80).

       WORKING-STORAGE SECTION.
       77 fsSupplier           pic x(2).
          88 valid-Supplier       value is "00" thru "09".
       77 fsSupProd            pic x(2).
          88 valid-SupProd        value is "00" thru "09".
       77 fsTblProduct         pic x(2).
          88 valid-Product        value is "00" thru "09".
       77 fsSupTran            pic x(2).
       77 fsMntLog             pic x(2).
       77 ws-eof-tran          pic x(1) value "N".
          88 eof-tran              value "Y".
       77 ws-eof-supprod       pic x(1) value "N".
          88 eof-supprod           value "Y".
       77 ws-tran-result       pic x(10).
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
      *> 1000-INITIALIZE - abre os cadastros (criando na primeira
      *> vez), o catalogo para conferir o produto ligado e os
      *> arquivos do lote
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           set environment "file.index" to "jisam"
           open i-o supplier
           if not valid-Supplier
              open output supplier
              close supplier
              open i-o supplier
           end-if

           open i-o supprod
           if not valid-SupProd
              open output supprod
              close supprod
              open i-o supprod
           end-if

           open input product
           if not valid-Product
              display "supmnt: tblProduct indisponivel"
              close supplier
              close supprod
              go to 9000-TERMINATE
           end-if

           open input suptran
           if fsSupTran <> "00" and fsSupTran <> "05"
              display "supmnt: tblSupplierTran nao encontrado"
              close supplier
              close supprod
              close product
              go to 9000-TERMINATE
           end-if

           open extend mntlog
           if fsMntLog <> "00" and fsMntLog <> "05"
              close mntlog
              open output mntlog
           end-if.

      *> ---------------------------------------------------------
      *> 2000-PROCESS-TRANSACTIONS - le uma transacao por vez e
      *> aplica conforme stAction
      *> ---------------------------------------------------------
       2000-PROCESS-TRANSACTIONS.
           move "N" to ws-eof-tran
           perform until eof-tran
               read suptran
                    at end
                       move "Y" to ws-eof-tran
                    not at end
                       add 1 to ws-tran-total
                       perform 2100-APPLY-ONE-TRANSACTION
                       perform 2900-LOG-ONE-TRANSACTION
               end-read
           end-perform.

       2100-APPLY-ONE-TRANSACTION.
           inspect stSupplierCode converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect stProductCode converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           evaluate true
              when st-Add
                 perform 2200-ADD-SUPPLIER thru 2200-EXIT
              when st-Update
                 perform 2300-UPDATE-SUPPLIER thru 2300-EXIT
              when st-Deactivate
                 perform 2400-DEACTIVATE-SUPPLIER thru 2400-EXIT
              when st-Link
                 perform 2500-LINK-PRODUCT thru 2500-EXIT
              when st-Unlink
                 perform 2600-UNLINK-PRODUCT thru 2600-EXIT
              when other
                 move "BAD-ACTION" to ws-tran-result
                 add 1 to ws-tran-rejected
           end-evaluate.

      *> ---------------------------------------------------------
      *> 2200-ADD-SUPPLIER - inclui um fornecedor novo; rejeita se
      *> o codigo ja existir, para nao apagar um cadastro por engano
      *> ---------------------------------------------------------
       2200-ADD-SUPPLIER.
           if stSupplierCode = spaces
              move "NO-CODE" to ws-tran-result
              add 1 to ws-tran-rejected
              go to 2200-EXIT
           end-if

           move stSupplierCode to supplierCode
           read supplier key is supplierCode
                not invalid key
                   move "DUPLICATE" to ws-tran-result
                   add 1 to ws-tran-rejected
                   go to 2200-EXIT
           end-read

           move spaces         to tblSupplierRec
           move stSupplierCode to supplierCode
           move stName         to supplierName
           move stContact      to supplierContact
           move stLeadDays     to supplierLeadDays
           move "Y"            to supplierActive

           write tblSupplierRec
               invalid key
                  move "WRITE-ERROR" to ws-tran-result
                  add 1 to ws-tran-rejected
               not invalid key
                  move "ADDED" to ws-tran-result
                  add 1 to ws-tran-applied
           end-write.
       2200-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2300-UPDATE-SUPPLIER - corrige um fornecedor; so aplica os
      *> campos que vierem preenchidos. fornecedor desativado volta
      *> a ficar ativo na correcao
      *> ---------------------------------------------------------
       2300-UPDATE-SUPPLIER.
           move stSupplierCode to supplierCode
           read supplier key is supplierCode
                invalid key
                   move "NOT-FOUND" to ws-tran-result
                   add 1 to ws-tran-rejected
                   go to 2300-EXIT
           end-read

           if stName not = spaces
              move stName to supplierName
           end-if
           if stContact not = spaces
              move stContact to supplierContact
           end-if
           if stLeadDays not = zero
              move stLeadDays to supplierLeadDays
           end-if
           move "Y" to supplierActive

           rewrite tblSupplierRec
               invalid key
                  move "REWRITE-ERROR" to ws-tran-result
                  add 1 to ws-tran-rejected
               not invalid key
                  move "UPDATED" to ws-tran-result
                  add 1 to ws-tran-applied
           end-rewrite.
       2300-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2400-DEACTIVATE-SUPPLIER - tira o fornecedor de circulacao
      *> sem apagar o registro: os pedidos de compra antigos
      *> continuam apontando para ele
      *> ---------------------------------------------------------
       2400-DEACTIVATE-SUPPLIER.
           move stSupplierCode to supplierCode
           read supplier key is supplierCode
                invalid key
                   move "NOT-FOUND" to ws-tran-result
                   add 1 to ws-tran-rejected
                   go to 2400-EXIT
           end-read

           move "N" to supplierActive
           rewrite tblSupplierRec
               invalid key
                  move "REWRITE-ERROR" to ws-tran-result
                  add 1 to ws-tran-rejected
               not invalid key
                  move "DEACTIVATED" to ws-tran-result
                  add 1 to ws-tran-applied
           end-rewrite.
       2400-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2500-LINK-PRODUCT - liga um produto do catalogo ao
      *> fornecedor (ou corrige a ligacao existente). marcar como
      *> preferido tira a marca dos outros fornecedores do produto -
      *> cada produto tem um preferido so
      *> ---------------------------------------------------------
       2500-LINK-PRODUCT.
           move stSupplierCode to supplierCode
           read supplier key is supplierCode
                invalid key
                   move "NOT-FOUND" to ws-tran-result
                   add 1 to ws-tran-rejected
                   go to 2500-EXIT
           end-read

           move stProductCode to productCode
           read product key is productPK
                invalid key
                   move "NO-PRODUCT" to ws-tran-result
                   add 1 to ws-tran-rejected
                   go to 2500-EXIT
           end-read

           if stPreferred = "Y" or stPreferred = "y"
              perform 2510-CLEAR-PREFERRED thru 2510-EXIT
           end-if

           move spaces         to tblSupplierProdRec
           move stSupplierCode to spSupplierCode
           move stProductCode  to spProductCode
           move stSupplierItem to spSupplierItem
           if stPreferred = "Y" or stPreferred = "y"
              move "Y" to spPreferred
           else
              move "N" to spPreferred
           end-if

           write tblSupplierProdRec
               invalid key
                  rewrite tblSupplierProdRec
           end-write
           if valid-SupProd
              move "LINKED" to ws-tran-result
              add 1 to ws-tran-applied
           else
              move "WRITE-ERROR" to ws-tran-result
              add 1 to ws-tran-rejected
           end-if.
       2500-EXIT.
           exit.

       2510-CLEAR-PREFERRED.
           move stProductCode to spProductCode
           start supprod key not < spProductCode
           if not valid-SupProd
              go to 2510-EXIT
           end-if

           move "N" to ws-eof-supprod
           perform until eof-supprod
               read supprod next
                    at end
                       move "Y" to ws-eof-supprod
                    not at end
                       if spProductCode <> stProductCode
                          move "Y" to ws-eof-supprod
                       else
                          if sp-Preferred
                             move "N" to spPreferred
                             rewrite tblSupplierProdRec
                          end-if
                       end-if
               end-read
           end-perform.
       2510-EXIT.
           exit.

      *> ---------------------------------------------------------
      *> 2600-UNLINK-PRODUCT - o fornecedor deixou de fornecer o
      *> produto; pedidos de compra ja emitidos nao mudam
      *> ---------------------------------------------------------
       2600-UNLINK-PRODUCT.
           move stSupplierCode to spSupplierCode
           move stProductCode  to spProductCode
           delete supprod record
               invalid key
                  move "NOT-LINKED" to ws-tran-result
                  add 1 to ws-tran-rejected
               not invalid key
                  move "UNLINKED" to ws-tran-result
                  add 1 to ws-tran-applied
           end-delete.
       2600-EXIT.
           exit.

       2900-LOG-ONE-TRANSACTION.
           move spaces to mntlog-line
           string stAction       delimited by size
                  " "            delimited by size
                  stSupplierCode delimited by size
                  " "            delimited by size
                  stProductCode  delimited by size
                  " "            delimited by size
                  ws-tran-result delimited by size
               into mntlog-line
           end-string
           write mntlog-line.

      *> ---------------------------------------------------------
      *> 3000-WRITE-SUMMARY - resumo no console para conferencia do
      *> lote logo apos rodar, igual ao prodmnt
      *> ---------------------------------------------------------
       3000-WRITE-SUMMARY.
           display "supmnt: transacoes lidas.....: " ws-tran-total
           display "supmnt: transacoes aplicadas.: " ws-tran-applied
           display "supmnt: transacoes rejeitadas: " ws-tran-rejected.

       9000-TERMINATE.
           close supplier
           close supprod
           close product
           close suptran
           close mntlog
           stop run.
