$set sourceformat"free"
       program-id. CS10025C.
      *>=================================================================================
      *>
      *>                        Pedidos de Compra
      *>
      *>     As entradas do CS10016C traziam fornecedor e um documento em
      *>     texto livre, e ninguem sabia se o que chegou era o que foi
      *>     pedido. O pedido de compra (CSPEDC) guarda fornecedor do
      *>     CSFORN (CS10021C), data do pedido, data prevista de entrega
      *>     e empresa/filial da lnk-par; os itens (CSPEDCI) guardam
      *>     cd-produto, quantidade pedida, custo unitario combinado e a
      *>     quantidade ja recebida - que o CS10016C acumula quando a
      *>     entrada cita o pedido e o item.
      *>          1 incluir     - cabecalho e itens, como rascunho
      *>          2 consultar   - cabecalho e itens um a um
      *>          3 manter item - altera quantidade/custo de um item do
      *>                          rascunho (quantidade zero exclui);
      *>                          item zero inclui um item novo
      *>          4 emitir      - rascunho passa a aberto e e impresso
      *>          5 imprimir    - reimpressao em RELPEDCO.TXT
      *>          6 cancelar    - rascunho ou aberto sem recebimento
      *>     Situacao: R rascunho - A aberto - P recebido em parte -
      *>     T recebido - X cancelado. Os rascunhos tambem nascem da
      *>     sugestao de reposicao (CS10020C), para o comprador revisar
      *>     e emitir aqui. Atrasados e parciais saem na opcao 7 do
      *>     CS20002C.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       input-output section.
       file-control.
            select optional arq-pedidos-compra assign to "CSPEDC.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is pco-nr-pedido
                   file status is ws-fs-pedidos-compra.
            select optional arq-itens-compra assign to "CSPEDCI.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is pci-chave
                   file status is ws-fs-itens-compra.
            select optional arq-fornecedores assign to "CSFORN.DAT"
                   organization is indexed
                   access mode is random
                   record key is for-cd-fornecedor
                   file status is ws-fs-fornecedores.
            select optional arq-produtos assign to "CSPROD.DAT"
                   organization is indexed
                   access mode is random
                   record key is prd-cd-produto
                   file status is ws-fs-produtos.
            select rel-pedido-compra assign to "RELPEDCO.TXT"
                   organization is line sequential.

      *>=================================================================================
       data division.

       file section.
      *> cabecalho do pedido de compra - situacao R rascunho, A aberto,
      *> P recebido em parte, T recebido, X cancelado
       fd  arq-pedidos-compra.
       01  f-pedido-compra.
           03 pco-nr-pedido                       pic 9(09).
           03 pco-cd-empresa                      pic 9(03).
           03 pco-cd-filial                       pic 9(03).
           03 pco-cd-fornecedor                   pic 9(09).
           03 pco-dt-pedido                       pic 9(08).
           03 pco-dt-prevista                     pic 9(08).
           03 pco-id-situacao                     pic x(01).
           03 pco-qt-itens                        pic 9(03).
           03 pco-vl-total                        pic 9(11)v99.

       fd  arq-itens-compra.
       01  f-item-compra.
           03 pci-chave.
              05 pci-nr-pedido                    pic 9(09).
              05 pci-nr-item                      pic 9(03).
           03 pci-cd-produto                      pic 9(09).
           03 pci-qt-pedida                       pic 9(09).
           03 pci-vl-custo                        pic 9(09)v99.
           03 pci-qt-recebida                     pic 9(09).
           03 pci-dt-recebimento                  pic 9(08).

      *> cadastro de fornecedores mantido por CS10021C
       fd  arq-fornecedores.
       01  f-fornecedor.
           03 for-cd-fornecedor                   pic 9(09).
           03 for-nome                            pic x(40).
           03 for-cnpj                            pic 9(14).
           03 for-telefone                        pic x(13).
           03 for-id-ativa                        pic x(01).

       fd  arq-produtos.
       01  f-produto.
           03 prd-cd-produto                      pic 9(09).
           03 prd-descricao-produto               pic x(55).
           03 prd-cd-categoria                    pic 9(09).
           03 prd-ean                             pic 9(13).

       fd  rel-pedido-compra
           recording mode is f.
       01  reg-rel-pedido-compra                  pic x(100).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10025C".
       78   c-descricao-programa                   value "PEDIDOS DE COMPRA".
       78   c-qt-max-itens                         value 999.

       01   ws-campos-trabalho.
            03 ws-fs-pedidos-compra               pic x(02).
               88 ws-pco-operacao-ok                   value "00".
            03 ws-fs-itens-compra                 pic x(02).
               88 ws-pci-operacao-ok                   value "00".
               88 ws-pci-inexistente                   value "23".
            03 ws-fs-fornecedores                 pic x(02).
               88 ws-for-operacao-ok                   value "00".
               88 ws-for-inexistente                   value "23".
            03 ws-fs-produtos                     pic x(02).
               88 ws-prd-operacao-ok                   value "00".
            03 ws-id-pedido-lido                  pic x(01).
               88 ws-pedido-lido                       value "S".
            03 ws-id-fornecedor-ok                pic x(01).
               88 ws-fornecedor-valido                 value "S".
            03 ws-id-item-ok                      pic x(01).
               88 ws-item-valido                       value "S".
            03 ws-id-fim-browse                   pic x(01).
               88 ws-fim-browse                        value "S".
            03 ws-id-fim-itens                    pic x(01).
               88 ws-fim-itens                         value "S".
            03 ws-id-item-gravado                 pic x(01).
               88 ws-item-gravado                      value "S".
            03 ws-id-recebido                     pic x(01).
               88 ws-houve-recebimento                 value "S".
            03 ws-nr-ultimo-pedido                pic 9(09).
            03 ws-nr-ultimo-item                  pic 9(03).
            03 ws-nr-pedido                       pic 9(09).
            03 ws-vl-item                         pic 9(11)v99.
            03 ws-dt-hoje                         pic 9(08).
            03 ws-mensagem                        pic x(60).

       01   f-operacao.
            03 f-nr-opcao                         pic 9(01).
            03 f-nr-pedido                        pic 9(09).
            03 f-cd-fornecedor                    pic 9(09).
            03 f-dt-prevista                      pic 9(08).
            03 f-nr-item                          pic 9(03).
            03 f-cd-produto                       pic 9(09).
            03 f-qt-pedida                        pic 9(09).
            03 f-vl-custo                         pic 9(09)v99.

      *> pedido impresso - cabecalho, itens e total
       01   ws-imp-empresa.
            03 filler                             pic x(09)
               value "EMPRESA: ".
            03 imp-cd-empresa                     pic 9(03).
            03 filler                             pic x(10)
               value "  FILIAL: ".
            03 imp-cd-filial                      pic 9(03).
            03 filler                             pic x(75) value spaces.

       01   ws-imp-pedido.
            03 filler                             pic x(18)
               value "PEDIDO DE COMPRA: ".
            03 imp-nr-pedido                      pic 9(09).
            03 filler                             pic x(10)
               value "  EMISSAO ".
            03 imp-dt-pedido                      pic 9(08).
            03 filler                             pic x(16)
               value "  ENTREGA ATE: ".
            03 imp-dt-prevista                    pic 9(08).
            03 filler                             pic x(07)
               value "  SIT: ".
            03 imp-id-situacao                    pic x(01).
            03 filler                             pic x(23) value spaces.

       01   ws-imp-fornecedor.
            03 filler                             pic x(12)
               value "FORNECEDOR: ".
            03 imp-cd-fornecedor                  pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 imp-nome                           pic x(40).
            03 filler                             pic x(07)
               value "  CNPJ ".
            03 imp-cnpj                           pic 9(14).
            03 filler                             pic x(16) value spaces.

       01   ws-imp-colunas                        pic x(100) value
            "ITEM PRODUTO    DESCRICAO                 QUANTIDADE  CUSTO UNIT.           VALOR".

       01   ws-imp-item.
            03 imp-nr-item                        pic 9(03).
            03 filler                             pic x(02) value spaces.
            03 imp-cd-produto                     pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 imp-descricao                      pic x(24).
            03 filler                             pic x(01) value spaces.
            03 imp-qt-pedida                      pic -(09)9.
            03 filler                             pic x(01) value spaces.
            03 imp-vl-custo                       pic -(09)9,99.
            03 filler                             pic x(01) value spaces.
            03 imp-vl-item                        pic -(12)9,99.
            03 filler                             pic x(17) value spaces.

       01   ws-imp-total.
            03 filler                             pic x(22)
               value "TOTAL DO PEDIDO.......".
            03 imp-qt-itens                       pic zz9.
            03 filler                             pic x(02) value spaces.
            03 imp-vl-total                       pic -(12)9,99.
            03 filler                             pic x(57) value spaces.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-pedido-compra.
            03 blank screen.
            03 line 06 col 20   value "COBSOFT - Pedidos de Compra".
            03 line 08 col 15   value "Opcao...........:".
            03 line 08 col 35   value "1-Incluir 2-Consultar 3-Manter Item".
            03 line 09 col 35   value "4-Emitir 5-Imprimir 6-Cancelar".
            03 line 10 col 15   value "Numero Pedido...:".
            03 line 10 col 33   pic 9(09) from pco-nr-pedido.
            03 line 11 col 15   value "Fornecedor......:".
            03 line 11 col 33   pic 9(09) from pco-cd-fornecedor.
            03 line 11 col 44   pic x(30) from for-nome.
            03 line 12 col 15   value "Data Pedido.....:".
            03 line 12 col 33   pic 9(08) from pco-dt-pedido.
            03 line 12 col 44   value "Situacao:".
            03 line 12 col 54   pic x(01) from pco-id-situacao.
            03 line 13 col 15   value "Entrega Prevista:".
            03 line 13 col 33   pic 9(08) from pco-dt-prevista.
            03 line 15 col 15   value "Item............:".
            03 line 15 col 33   pic 9(03) from f-nr-item.
            03 line 15 col 44   value "(produto zero encerra)".
            03 line 16 col 15   value "Produto.........:".
            03 line 16 col 33   pic 9(09) from f-cd-produto.
            03 line 17 col 15   value "Quantidade......:".
            03 line 17 col 33   pic 9(09) from f-qt-pedida.
            03 line 17 col 44   value "Recebida:".
            03 line 17 col 54   pic 9(09) from pci-qt-recebida.
            03 line 18 col 15   value "Custo Unitario..:".
            03 line 18 col 33   pic zzzzzzzz9,99 from f-vl-custo.
            03 line 19 col 15   value "Itens...........:".
            03 line 19 col 33   pic zz9 from pco-qt-itens.
            03 line 20 col 15   value "Valor Total.....:".
            03 line 20 col 33   pic zzzzzzzzzz9,99 from pco-vl-total.
            03 line 22 col 15   pic x(60) from ws-mensagem.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================
       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program.
       exit.

      *>=================================================================================
       1000-inicializacao section.

            initialize                             f-operacao
                                                   f-pedido-compra
                                                   f-item-compra
                                                   f-fornecedor
                                                   ws-mensagem

            accept ws-dt-hoje                      from date yyyymmdd

            open i-o arq-pedidos-compra
            if   not ws-pco-operacao-ok
                 open output arq-pedidos-compra
                 close arq-pedidos-compra
                 open i-o arq-pedidos-compra
            end-if

            open i-o arq-itens-compra
            if   not ws-pci-operacao-ok
                 open output arq-itens-compra
                 close arq-itens-compra
                 open i-o arq-itens-compra
            end-if

            open input arq-fornecedores
            open input arq-produtos

       exit.

      *>=================================================================================
       2000-processamento section.

            display frm-pedido-compra

            accept f-nr-opcao
                   at line 08 col 33 with update auto-skip

            evaluate f-nr-opcao
                 when 1
                      perform 2100-incluir
                 when 2 thru 6
                      perform until f-nr-pedido > zeros
                           accept f-nr-pedido
                                  at line 10 col 33 with update auto-skip
                      end-perform
                      perform 8000-ler-pedido
                      if   ws-pedido-lido
                           evaluate f-nr-opcao
                                when 2
                                     perform 2200-consultar
                                when 3
                                     perform 2300-manter-item
                                when 4
                                     perform 2400-emitir
                                when 5
                                     perform 2500-imprimir
                                when 6
                                     perform 2600-cancelar
                           end-evaluate
                      end-if
                 when other
                      move "Opcao invalida!"       to ws-mensagem
            end-evaluate

            display frm-pedido-compra
            accept omitted

       exit.

      *>=================================================================================
      *> Cabecalho gravado como rascunho sob o proximo numero, depois
      *> os itens um a um; o total e regravado no cabecalho no fim
      *>=================================================================================
       2100-incluir section.

            perform until f-cd-fornecedor > zeros
                 accept f-cd-fornecedor
                        at line 11 col 33 with update auto-skip
            end-perform

            perform 8200-validar-fornecedor
            if   not ws-fornecedor-valido
                 exit section
            end-if

            perform until f-dt-prevista > zeros
                 accept f-dt-prevista
                        at line 13 col 33 with update auto-skip
            end-perform
            if   f-dt-prevista < ws-dt-hoje
                 move "Entrega prevista anterior a hoje!"
                                                   to ws-mensagem
                 exit section
            end-if

            perform 8000-proximo-pedido

            initialize                             f-pedido-compra
            move ws-nr-pedido                      to pco-nr-pedido
            move lnk-cd-empresa                    to pco-cd-empresa
            move lnk-cd-filial                     to pco-cd-filial
            move f-cd-fornecedor                   to pco-cd-fornecedor
            move ws-dt-hoje                        to pco-dt-pedido
            move f-dt-prevista                     to pco-dt-prevista
            move "R"                               to pco-id-situacao
            move zeros                             to pco-qt-itens
                                                      pco-vl-total

            write f-pedido-compra
            if   not ws-pco-operacao-ok
                 move "Erro ao gravar o pedido de compra!"
                                                   to ws-mensagem
                 exit section
            end-if

            move zeros                             to ws-nr-ultimo-item
            move "N"                               to ws-id-fim-itens
            perform until ws-fim-itens
                 perform 2110-digitar-item
            end-perform

            rewrite f-pedido-compra
            if   not ws-pco-operacao-ok
                 move "Erro ao regravar o pedido de compra!"
                                                   to ws-mensagem
            else
                 move "Rascunho incluido - revise e emita o pedido."
                                                   to ws-mensagem
            end-if
            initialize                             f-nr-item
                                                   f-cd-produto
                                                   f-qt-pedida
                                                   f-vl-custo

       exit.

      *>=================================================================================
       2110-digitar-item section.

            move "N"                               to ws-id-item-gravado
            initialize                             f-cd-produto
                                                   f-qt-pedida
                                                   f-vl-custo
            compute f-nr-item = ws-nr-ultimo-item + 1
            display frm-pedido-compra
            accept f-cd-produto
                   at line 16 col 33 with update auto-skip

            if   f-cd-produto = zeros
                 set ws-fim-itens                  to true
                 exit section
            end-if

            perform 2120-aceitar-item
            if   not ws-item-valido
                 exit section
            end-if

            move pco-nr-pedido                     to pci-nr-pedido
            move f-nr-item                         to pci-nr-item
            move f-cd-produto                      to pci-cd-produto
            move f-qt-pedida                       to pci-qt-pedida
            move f-vl-custo                        to pci-vl-custo
            move zeros                             to pci-qt-recebida
                                                      pci-dt-recebimento

            write f-item-compra
            if   not ws-pci-operacao-ok
                 set ws-fim-itens                  to true
                 move "Erro ao gravar o item do pedido!"
                                                   to ws-mensagem
                 exit section
            end-if

            set ws-item-gravado                    to true
            move f-nr-item                         to ws-nr-ultimo-item
            add  1                                 to pco-qt-itens
            compute ws-vl-item = f-qt-pedida * f-vl-custo
            add  ws-vl-item                        to pco-vl-total
            move "Item incluido."                  to ws-mensagem

            if   ws-nr-ultimo-item >= c-qt-max-itens
                 set ws-fim-itens                  to true
                 move "Limite de itens do pedido atingido."
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Produto do cadastro, quantidade e custo combinado do item
      *>=================================================================================
       2120-aceitar-item section.

            move "N"                               to ws-id-item-ok
            move f-cd-produto                      to prd-cd-produto
            read arq-produtos
            if   not ws-prd-operacao-ok
                 move "Produto nao cadastrado!"    to ws-mensagem
                 exit section
            end-if

            perform until f-qt-pedida > zeros
                 accept f-qt-pedida
                        at line 17 col 33 with update auto-skip
            end-perform
            accept f-vl-custo
                   at line 18 col 33 with update auto-skip

            set ws-item-valido                     to true

       exit.

      *>=================================================================================
       2200-consultar section.

            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                      move pci-nr-item             to f-nr-item
                      move pci-cd-produto          to f-cd-produto
                      move pci-qt-pedida           to f-qt-pedida
                      move pci-vl-custo            to f-vl-custo
                      move "Item exibido - tecle algo para o proximo."
                                                   to ws-mensagem
                      display frm-pedido-compra
                      accept omitted
                 end-if
            end-perform

            initialize                             f-nr-item
                                                   f-cd-produto
                                                   f-qt-pedida
                                                   f-vl-custo
                                                   pci-qt-recebida
            move "Pedido de compra exibido."       to ws-mensagem

       exit.

      *>=================================================================================
      *> Soh rascunho se mexe - pedido emitido ja esta com o
      *> fornecedor. Item zero inclui, quantidade zero exclui
      *>=================================================================================
       2300-manter-item section.

            if   pco-id-situacao <> "R"
                 move "So se alteram itens de rascunho!"
                                                   to ws-mensagem
                 exit section
            end-if

            accept f-nr-item
                   at line 15 col 33 with update auto-skip

            if   f-nr-item = zeros
                 perform 8120-ultimo-item
                 if   ws-nr-ultimo-item >= c-qt-max-itens
                      move "Limite de itens do pedido atingido."
                                                   to ws-mensagem
                      exit section
                 end-if
                 perform 2110-digitar-item
                 if   ws-item-gravado
                      perform 2310-regravar-cabecalho
                 end-if
                 exit section
            end-if

            move pco-nr-pedido                     to pci-nr-pedido
            move f-nr-item                         to pci-nr-item
            read arq-itens-compra
            if   not ws-pci-operacao-ok
                 move "Item do pedido inexistente!"
                                                   to ws-mensagem
                 exit section
            end-if

            compute ws-vl-item = pci-qt-pedida * pci-vl-custo
            subtract ws-vl-item                    from pco-vl-total

            move pci-cd-produto                    to f-cd-produto
            move pci-qt-pedida                     to f-qt-pedida
            move pci-vl-custo                      to f-vl-custo
            display frm-pedido-compra
            accept f-qt-pedida
                   at line 17 col 33 with update auto-skip

            if   f-qt-pedida = zeros
                 delete arq-itens-compra record
                 subtract 1                        from pco-qt-itens
                 move "Item excluido do rascunho." to ws-mensagem
            else
                 accept f-vl-custo
                        at line 18 col 33 with update auto-skip
                 move f-qt-pedida                  to pci-qt-pedida
                 move f-vl-custo                   to pci-vl-custo
                 rewrite f-item-compra
                 compute ws-vl-item = pci-qt-pedida * pci-vl-custo
                 add  ws-vl-item                   to pco-vl-total
                 move "Item alterado."             to ws-mensagem
            end-if

            if   not ws-pci-operacao-ok
                 move "Erro ao gravar o item do pedido!"
                                                   to ws-mensagem
                 exit section
            end-if

            perform 2310-regravar-cabecalho

       exit.

      *>=================================================================================
       2310-regravar-cabecalho section.

            rewrite f-pedido-compra
            if   not ws-pco-operacao-ok
                 move "Erro ao regravar o pedido de compra!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Emitir fecha o rascunho: o pedido vai ao fornecedor impresso
      *> e passa a aceitar recebimento no CS10016C
      *>=================================================================================
       2400-emitir section.

            if   pco-id-situacao <> "R"
                 move "So se emite pedido em rascunho!"
                                                   to ws-mensagem
                 exit section
            end-if
            if   pco-qt-itens = zeros
                 move "Pedido sem itens!"          to ws-mensagem
                 exit section
            end-if

      *> rascunho gerado pela reposicao chega sem entrega prevista
            if   pco-dt-prevista = zeros
                 move zeros                        to f-dt-prevista
                 perform until f-dt-prevista > zeros
                      accept f-dt-prevista
                             at line 13 col 33 with update auto-skip
                 end-perform
                 if   f-dt-prevista < ws-dt-hoje
                      move "Entrega prevista anterior a hoje!"
                                                   to ws-mensagem
                      exit section
                 end-if
                 move f-dt-prevista                to pco-dt-prevista
            end-if

            move "A"                               to pco-id-situacao
            move ws-dt-hoje                        to pco-dt-pedido
            rewrite f-pedido-compra
            if   not ws-pco-operacao-ok
                 move "Erro ao regravar o pedido de compra!"
                                                   to ws-mensagem
                 exit section
            end-if

            perform 2500-imprimir
            move "Pedido emitido e impresso em RELPEDCO.TXT."
                                                   to ws-mensagem

       exit.

      *>=================================================================================
       2500-imprimir section.

            if   pco-id-situacao = "X"
                 move "Pedido cancelado nao se imprime!"
                                                   to ws-mensagem
                 exit section
            end-if

            move pco-cd-fornecedor                 to for-cd-fornecedor
            read arq-fornecedores
            if   not ws-for-operacao-ok
                 move spaces                       to for-nome
                 move zeros                        to for-cnpj
            end-if

            open output rel-pedido-compra

            move pco-cd-empresa                    to imp-cd-empresa
            move pco-cd-filial                     to imp-cd-filial
            write reg-rel-pedido-compra            from ws-imp-empresa
            move pco-nr-pedido                     to imp-nr-pedido
            move pco-dt-pedido                     to imp-dt-pedido
            move pco-dt-prevista                   to imp-dt-prevista
            move pco-id-situacao                   to imp-id-situacao
            write reg-rel-pedido-compra            from ws-imp-pedido
            move pco-cd-fornecedor                 to imp-cd-fornecedor
            move for-nome                          to imp-nome
            move for-cnpj                          to imp-cnpj
            write reg-rel-pedido-compra            from ws-imp-fornecedor
            write reg-rel-pedido-compra            from ws-imp-colunas

            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                      move pci-cd-produto          to prd-cd-produto
                      read arq-produtos
                      if   not ws-prd-operacao-ok
                           move spaces             to prd-descricao-produto
                      end-if
                      compute ws-vl-item =
                              pci-qt-pedida * pci-vl-custo
                      move pci-nr-item             to imp-nr-item
                      move pci-cd-produto          to imp-cd-produto
                      move prd-descricao-produto   to imp-descricao
                      move pci-qt-pedida           to imp-qt-pedida
                      move pci-vl-custo            to imp-vl-custo
                      move ws-vl-item              to imp-vl-item
                      write reg-rel-pedido-compra  from ws-imp-item
                 end-if
            end-perform

            move pco-qt-itens                      to imp-qt-itens
            move pco-vl-total                      to imp-vl-total
            write reg-rel-pedido-compra            from ws-imp-total

            close rel-pedido-compra
            move "Pedido impresso em RELPEDCO.TXT."
                                                   to ws-mensagem

       exit.

      *>=================================================================================
      *> Pedido com qualquer recebimento ja e historia de estoque -
      *> soh rascunho ou aberto sem entrada se cancela
      *>=================================================================================
       2600-cancelar section.

            if   pco-id-situacao <> "R"
             and pco-id-situacao <> "A"
                 move "So cancela rascunho ou pedido aberto!"
                                                   to ws-mensagem
                 exit section
            end-if

            move "N"                               to ws-id-recebido
            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                  and pci-qt-recebida > zeros
                      set ws-houve-recebimento     to true
                      set ws-fim-itens             to true
                 end-if
            end-perform
            if   ws-houve-recebimento
                 move "Pedido com recebimento nao se cancela!"
                                                   to ws-mensagem
                 exit section
            end-if

            move "X"                               to pco-id-situacao
            rewrite f-pedido-compra
            if   ws-pco-operacao-ok
                 move "Pedido de compra cancelado." to ws-mensagem
            else
                 move "Erro ao regravar o pedido de compra!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close arq-pedidos-compra
            close arq-itens-compra
            close arq-fornecedores
            close arq-produtos

       exit.

      *>=================================================================================
       8000-ler-pedido section.

            move "N"                               to ws-id-pedido-lido
            move f-nr-pedido                       to pco-nr-pedido
            read arq-pedidos-compra
            if   ws-pco-operacao-ok
                 set ws-pedido-lido                to true
                 move pco-cd-fornecedor            to for-cd-fornecedor
                 read arq-fornecedores
                 if   not ws-for-operacao-ok
                      move spaces                  to for-nome
                 end-if
            else
                 initialize                        f-pedido-compra
                 move "Pedido de compra nao cadastrado!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> O pedido novo entra sob o numero seguinte ao ultimo do
      *> arquivo - browse pelos cabecalhos lembrando o ultimo lido
      *>=================================================================================
       8000-proximo-pedido section.

            move zeros                             to ws-nr-ultimo-pedido
            move "N"                               to ws-id-fim-browse
            move low-values                        to f-pedido-compra

            start arq-pedidos-compra key is not less than pco-nr-pedido
                  invalid key
                       set ws-fim-browse           to true
            end-start

            perform until ws-fim-browse
                 read arq-pedidos-compra next record
                      at end
                           set ws-fim-browse       to true
                 end-read
                 if   not ws-fim-browse
                      move pco-nr-pedido           to ws-nr-ultimo-pedido
                 end-if
            end-perform

            compute ws-nr-pedido = ws-nr-ultimo-pedido + 1

       exit.

      *>=================================================================================
      *> Posiciona nos itens do pedido corrente; 8110 le o proximo e
      *> encerra ao passar para outro pedido
      *>=================================================================================
       8100-iniciar-itens section.

            move "N"                               to ws-id-fim-itens
            move pco-nr-pedido                     to pci-nr-pedido
            move zeros                             to pci-nr-item

            start arq-itens-compra key is not less than pci-chave
                  invalid key
                       set ws-fim-itens            to true
            end-start

       exit.

      *>=================================================================================
       8110-proximo-item section.

            read arq-itens-compra next record
                 at end
                      set ws-fim-itens             to true
            end-read
            if   not ws-fim-itens
             and pci-nr-pedido <> pco-nr-pedido
                 set ws-fim-itens                  to true
            end-if

       exit.

      *>=================================================================================
      *> Maior numero de item do pedido - o item novo entra depois dele
      *> mesmo que um do meio tenha sido excluido
      *>=================================================================================
       8120-ultimo-item section.

            move zeros                             to ws-nr-ultimo-item
            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                      move pci-nr-item             to ws-nr-ultimo-item
                 end-if
            end-perform
            move "N"                               to ws-id-fim-itens

       exit.

      *>=================================================================================
       8200-validar-fornecedor section.

            move "N"                               to ws-id-fornecedor-ok
            move f-cd-fornecedor                   to for-cd-fornecedor
            read arq-fornecedores
            evaluate true
                 when ws-for-inexistente
                      move "Fornecedor nao cadastrado!"
                                                   to ws-mensagem
                 when not ws-for-operacao-ok
                      move "Erro ao ler o fornecedor!"
                                                   to ws-mensagem
                 when for-id-ativa <> "S"
                      move "Fornecedor desativado - escolha outro!"
                                                   to ws-mensagem
                 when other
                      set ws-fornecedor-valido     to true
            end-evaluate

       exit.
