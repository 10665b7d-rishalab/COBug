      *>     saldo abaixo do minimo, e o relatorio de sugestao de
      *>     reposicao (opcao 3 do CS20002C) lista todo produto no
      *>     ponto de reposicao ou abaixo.
      *>     A opcao 3 transforma a sugestao em pedidos de compra
      *>     rascunho (CSPEDC/CSPEDCI, revisados e emitidos no
      *>     CS10025C): por produto no ponto ou abaixo, a quantidade que
      *>     o traz de volta ao ponto menos o que ja esta pedido e nao
      *>     chegou, do fornecedor e ao custo da ultima entrada do
      *>     CSMOVEST - um rascunho por fornecedor. Produto sem entrada
      *>     de fornecedor ativo fica de fora e sai contado na tela.
      *>     Opcoes: 1 incluir/alterar - 2 consultar - 3 gerar compras
      *>
      *>=================================================================================
       environment division.
       file-control.
            select optional arq-reposicao assign to "CSREORD.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is reo-cd-produto
                   file status is ws-fs-reposicao.
            select optional arq-saldos assign to "CSSALDO.DAT"
                   organization is indexed
                   access mode is random
                   record key is sal-cd-produto
                   file status is ws-fs-saldos.
            select optional arq-movimentos assign to "CSMOVEST.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is mov-chave
                   file status is ws-fs-movimentos.
            select optional arq-fornecedores assign to "CSFORN.DAT"
                   organization is indexed
                   access mode is random
                   record key is for-cd-fornecedor
                   file status is ws-fs-fornecedores.
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
            select arq-classifica-compra assign to "CSREORD.TMP".

      *>=================================================================================
       data division.
           03 reo-qt-minima                       pic 9(09).
           03 reo-qt-reposicao                    pic 9(09).

       fd  arq-saldos.
       01  f-saldo.
           03 sal-cd-produto                      pic 9(09).
           03 sal-qt-saldo                        pic s9(09).
           03 sal-vl-custo-medio                  pic 9(09)v99.

      *> as entradas do CS10016C dizem de quem e a que custo o produto
      *> foi comprado da ultima vez
       fd  arq-movimentos.
       01  f-movimento.
           03 mov-chave.
              05 mov-cd-produto                   pic 9(09).
              05 mov-nr-sequencia                 pic 9(06).
           03 mov-tp-movimento                    pic x(01).
           03 mov-qt-movimento                    pic 9(09).
           03 mov-vl-custo-unitario               pic 9(09)v99.
           03 mov-nr-documento                    pic x(10).
           03 mov-dt-movimento                    pic 9(08).
           03 mov-cd-fornecedor                   pic 9(09).

       fd  arq-fornecedores.
       01  f-fornecedor.
           03 for-cd-fornecedor                   pic 9(09).
           03 for-nome                            pic x(40).
           03 for-cnpj                            pic 9(14).
           03 for-telefone                        pic x(13).
           03 for-id-ativa                        pic x(01).

      *> pedidos de compra do CS10025C - situacao R rascunho, A aberto,
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

       sd  arq-classifica-compra.
       01  f-classifica-compra.
           03 clc-cd-fornecedor                   pic 9(09).
           03 clc-cd-produto                      pic 9(09).
           03 clc-qt-sugerida                     pic 9(09).
           03 clc-vl-custo                        pic 9(09)v99.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10020C".
       78   c-descricao-programa                   value "PARAMETROS DE REPOSICAO".
       78   c-qt-max-pendentes                     value 500.
       78   c-qt-max-itens                         value 999.

       01   ws-campos-trabalho.
            03 ws-fs-reposicao                    pic x(02).
               88 ws-reo-operacao-ok                   value "00".
               88 ws-reo-inexistente                   value "23".
            03 ws-fs-saldos                       pic x(02).
               88 ws-sal-operacao-ok                   value "00".
            03 ws-fs-movimentos                   pic x(02).
               88 ws-mov-operacao-ok                   value "00".
            03 ws-fs-fornecedores                 pic x(02).
               88 ws-for-operacao-ok                   value "00".
            03 ws-fs-pedidos-compra               pic x(02).
               88 ws-pco-operacao-ok                   value "00".
            03 ws-fs-itens-compra                 pic x(02).
               88 ws-pci-operacao-ok                   value "00".
            03 ws-id-fim-arquivo                  pic x(01).
               88 ws-fim-arquivo                       value "S".
            03 ws-id-fim-browse                   pic x(01).
               88 ws-fim-browse                        value "S".
            03 ws-id-erro                         pic x(01).
               88 ws-erro-gravacao                     value "S".
            03 ws-id-achou                        pic x(01).
               88 ws-achou-produto                     value "S".
            03 ws-cd-fornecedor-ult               pic 9(09).
            03 ws-vl-custo-ult                    pic 9(09)v99.
            03 ws-cd-fornecedor-ant               pic 9(09).
            03 ws-nr-pedido-lido                  pic 9(09).
            03 ws-id-pedido-aberto                pic x(01).
               88 ws-pedido-aberto                     value "S".
            03 ws-nr-ultimo-pedido                pic 9(09).
            03 ws-nr-ultimo-item                  pic 9(03).
            03 ws-qt-sugerida                     pic s9(11).
            03 ws-qt-em-pedido                    pic 9(09).
            03 ws-qt-pendentes                    pic 9(03).
            03 ws-ix                              pic 9(03).
            03 ws-vl-item                         pic 9(11)v99.
            03 ws-dt-hoje                         pic 9(08).
            03 ws-qt-pedidos-gerados              pic 9(05).
            03 ws-qt-itens-gerados                pic 9(05).
            03 ws-qt-sem-fornecedor               pic 9(05).
            03 ws-mensagem                        pic x(60).

      *> o que ja esta pedido e ainda nao chegou, por produto - nao se
      *> pede duas vezes a mesma falta
       01   ws-tabela-pendentes.
            03 ws-pendente occurs 500 times.
               05 ws-tab-cd-produto               pic 9(09).
               05 ws-tab-qt-pendente              pic 9(09).

       01   f-cadastro.
            03 f-nr-opcao                         pic 9(01).
            03 f-cd-produto                       pic 9(09).
            03 f-qt-minima                        pic 9(09).
            03 f-qt-reposicao                     pic 9(09).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

            03 blank screen.
            03 line 06 col 20   value "COBSOFT - Parametros de Reposicao".
            03 line 09 col 15   value "Opcao............:".
            03 line 09 col 36   value "1-Incluir/Alterar 2-Consultar 3-Gerar Compra".
            03 line 11 col 15   value "Codigo Produto...:".
            03 line 13 col 15   value "Estoque Minimo...:".
            03 line 13 col 34   pic -(09)9 from reo-qt-minima.
            03 line 15 col 15   value "Ponto Reposicao..:".
            03 line 15 col 34   pic -(09)9 from reo-qt-reposicao.
            03 line 17 col 15   value "Pedidos Gerados..:".
            03 line 17 col 34   pic zzzz9 from ws-qt-pedidos-gerados.
            03 line 17 col 42   value "Itens:".
            03 line 17 col 49   pic zzzz9 from ws-qt-itens-gerados.
            03 line 18 col 15   value "Sem Fornecedor...:".
            03 line 18 col 34   pic zzzz9 from ws-qt-sem-fornecedor.
            03 line 20 col 15   pic x(60) from ws-mensagem.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================
       0000-controle section.
            initialize                             f-cadastro
                                                   f-reposicao
                                                   ws-mensagem
            move zeros                             to ws-qt-pedidos-gerados
                                                      ws-qt-itens-gerados
                                                      ws-qt-sem-fornecedor
            accept ws-dt-hoje                      from date yyyymmdd

            open i-o arq-reposicao
            if   not ws-reo-operacao-ok

            accept f-nr-opcao
                   at line 09 col 34 with update auto-skip
            if   f-nr-opcao = 1 or 2
                 perform until f-cd-produto > zeros
                      accept f-cd-produto
                             at line 11 col 34 with update auto-skip
                 end-perform
            end-if

            evaluate f-nr-opcao
                 when 1
                      perform 2100-incluir-alterar
                 when 2
                      perform 2200-consultar
                 when 3
                      perform 2300-gerar-pedidos-compra
                 when other
                      move "Opcao invalida!"       to ws-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Sugestao de reposicao virando rascunho de pedido de compra -
      *> classificada por fornecedor, um pedido por quebra
      *>=================================================================================
       2300-gerar-pedidos-compra section.

            open input arq-saldos
            open input arq-movimentos
            open input arq-fornecedores

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

            move "N"                               to ws-id-erro
            perform 2310-somar-em-pedido

            sort arq-classifica-compra
                 ascending key clc-cd-fornecedor clc-cd-produto
                 input procedure is 2320-entrada-sugestao
                 output procedure is 2330-saida-sugestao

            if   not ws-erro-gravacao
                 if   ws-qt-pedidos-gerados > zeros
                      move "Rascunhos gravados - revise e emita no CS10025C."
                                                   to ws-mensagem
                 else
                      move "Nenhum produto a pedir."
                                                   to ws-mensagem
                 end-if
            end-if

            close arq-saldos
            close arq-movimentos
            close arq-fornecedores
            close arq-pedidos-compra
            close arq-itens-compra
            initialize                             f-reposicao

       exit.

      *>=================================================================================
      *> Itens ainda por chegar de pedidos em rascunho, abertos ou
      *> recebidos em parte, somados por produto
      *>=================================================================================
       2310-somar-em-pedido section.

            initialize                             ws-tabela-pendentes
            move zeros                             to ws-qt-pendentes
                                                      ws-nr-pedido-lido
            move "N"                               to ws-id-fim-arquivo
            move low-values                        to pci-chave

            start arq-itens-compra key is not less than pci-chave
                  invalid key
                       set ws-fim-arquivo          to true
            end-start

            perform until ws-fim-arquivo
                 read arq-itens-compra next record
                      at end
                           set ws-fim-arquivo      to true
                 end-read
                 if   not ws-fim-arquivo
                      if   pci-nr-pedido <> ws-nr-pedido-lido
                           move pci-nr-pedido      to ws-nr-pedido-lido
                           move pci-nr-pedido      to pco-nr-pedido
                           move "N"                to ws-id-pedido-aberto
                           read arq-pedidos-compra
                           if   ws-pco-operacao-ok
                            and (pco-id-situacao = "R"
                             or  pco-id-situacao = "A"
                             or  pco-id-situacao = "P")
                                set ws-pedido-aberto to true
                           end-if
                      end-if
                      if   ws-pedido-aberto
                       and pci-qt-pedida > pci-qt-recebida
                           perform 2315-acumular-pendente
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2315-acumular-pendente section.

            move "N"                               to ws-id-achou
            perform varying ws-ix from 1 by 1
                    until ws-ix > ws-qt-pendentes
                       or ws-achou-produto
                 if   ws-tab-cd-produto (ws-ix) = pci-cd-produto
                      set ws-achou-produto         to true
                      compute ws-tab-qt-pendente (ws-ix) =
                              ws-tab-qt-pendente (ws-ix)
                              + pci-qt-pedida - pci-qt-recebida
                 end-if
            end-perform

            if   not ws-achou-produto
             and ws-qt-pendentes < c-qt-max-pendentes
                 add  1                            to ws-qt-pendentes
                 move pci-cd-produto
                   to ws-tab-cd-produto (ws-qt-pendentes)
                 compute ws-tab-qt-pendente (ws-qt-pendentes) =
                         pci-qt-pedida - pci-qt-recebida
            end-if

       exit.

      *>=================================================================================
      *> Todo produto do CSREORD no ponto ou abaixo: o que falta para o
      *> ponto, menos o ja pedido, sai para o fornecedor da ultima
      *> entrada se ele continua ativo
      *>=================================================================================
       2320-entrada-sugestao section.

            move "N"                               to ws-id-fim-arquivo
            move low-values                        to f-reposicao
            start arq-reposicao key is not less than reo-cd-produto
                  invalid key
                       set ws-fim-arquivo          to true
            end-start

            perform until ws-fim-arquivo
                 read arq-reposicao next record
                      at end
                           set ws-fim-arquivo      to true
                 end-read
                 if   not ws-fim-arquivo
                      perform 2325-avaliar-produto
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2325-avaliar-produto section.

            move reo-cd-produto                    to sal-cd-produto
            read arq-saldos
            if   not ws-sal-operacao-ok
                 move zeros                        to sal-qt-saldo
            end-if

            if   sal-qt-saldo > reo-qt-reposicao
                 exit section
            end-if

            move zeros                             to ws-qt-em-pedido
            perform varying ws-ix from 1 by 1
                    until ws-ix > ws-qt-pendentes
                 if   ws-tab-cd-produto (ws-ix) = reo-cd-produto
                      move ws-tab-qt-pendente (ws-ix)
                                                   to ws-qt-em-pedido
                 end-if
            end-perform

            compute ws-qt-sugerida =
                    reo-qt-reposicao - sal-qt-saldo - ws-qt-em-pedido
            if   ws-qt-sugerida not > zeros
                 exit section
            end-if

            perform 2327-ultima-entrada
            if   ws-cd-fornecedor-ult = zeros
                 add  1                            to ws-qt-sem-fornecedor
                 exit section
            end-if

            move ws-cd-fornecedor-ult              to for-cd-fornecedor
            read arq-fornecedores
            if   not ws-for-operacao-ok
             or  for-id-ativa <> "S"
                 add  1                            to ws-qt-sem-fornecedor
                 exit section
            end-if

            move ws-cd-fornecedor-ult              to clc-cd-fornecedor
            move reo-cd-produto                    to clc-cd-produto
            move ws-qt-sugerida                    to clc-qt-sugerida
            move ws-vl-custo-ult                   to clc-vl-custo
            release f-classifica-compra

       exit.

      *>=================================================================================
      *> Fornecedor e custo da ultima entrada do produto - o mesmo
      *> browse de produto que CS10016C usa
      *>=================================================================================
       2327-ultima-entrada section.

            move zeros                             to ws-cd-fornecedor-ult
                                                      ws-vl-custo-ult
            move "N"                               to ws-id-fim-browse
            move reo-cd-produto                    to mov-cd-produto
            move low-values                        to mov-nr-sequencia

            start arq-movimentos key is not less than mov-chave
                  invalid key
                       set ws-fim-browse           to true
            end-start

            perform until ws-fim-browse
                 read arq-movimentos next record
                      at end
                           set ws-fim-browse       to true
                 end-read
                 if   not ws-fim-browse
                      if   mov-cd-produto <> reo-cd-produto
                           set ws-fim-browse       to true
                      else
                           if   mov-tp-movimento = "E"
                            and mov-cd-fornecedor > zeros
                                move mov-cd-fornecedor
                                                   to ws-cd-fornecedor-ult
                                move mov-vl-custo-unitario
                                                   to ws-vl-custo-ult
                           end-if
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Um rascunho por fornecedor - a entrega prevista fica em
      *> branco para o comprador informar na emissao
      *>=================================================================================
       2330-saida-sugestao section.

            perform 2335-ultimo-pedido
            move 999999999                         to ws-cd-fornecedor-ant
            move "N"                               to ws-id-fim-arquivo

            perform until ws-fim-arquivo
                 return arq-classifica-compra
                      at end
                           set ws-fim-arquivo      to true
                 end-return
                 if   not ws-fim-arquivo
                  and not ws-erro-gravacao
                      if   clc-cd-fornecedor <> ws-cd-fornecedor-ant
                       or  ws-nr-ultimo-item >= c-qt-max-itens
                           perform 2340-novo-rascunho
                      end-if
                      if   not ws-erro-gravacao
                           perform 2345-item-rascunho
                      end-if
                 end-if
            end-perform

            if   ws-cd-fornecedor-ant <> 999999999
             and not ws-erro-gravacao
                 perform 2350-fechar-rascunho
            end-if

       exit.

      *>=================================================================================
       2335-ultimo-pedido section.

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

       exit.

      *>=================================================================================
       2340-novo-rascunho section.

            if   ws-cd-fornecedor-ant <> 999999999
                 perform 2350-fechar-rascunho
                 if   ws-erro-gravacao
                      exit section
                 end-if
            end-if

            add  1                                 to ws-nr-ultimo-pedido
            initialize                             f-pedido-compra
            move ws-nr-ultimo-pedido               to pco-nr-pedido
            move lnk-cd-empresa                    to pco-cd-empresa
            move lnk-cd-filial                     to pco-cd-filial
            move clc-cd-fornecedor                 to pco-cd-fornecedor
            move ws-dt-hoje                        to pco-dt-pedido
            move zeros                             to pco-dt-prevista
                                                      pco-qt-itens
                                                      pco-vl-total
            move "R"                               to pco-id-situacao

            write f-pedido-compra
            if   not ws-pco-operacao-ok
                 set ws-erro-gravacao              to true
                 move "Erro ao gravar o pedido de compra!"
                                                   to ws-mensagem
                 exit section
            end-if

            move clc-cd-fornecedor                 to ws-cd-fornecedor-ant
            move zeros                             to ws-nr-ultimo-item
            add  1                                 to ws-qt-pedidos-gerados

       exit.

      *>=================================================================================
       2345-item-rascunho section.

            add  1                                 to ws-nr-ultimo-item
            move pco-nr-pedido                     to pci-nr-pedido
            move ws-nr-ultimo-item                 to pci-nr-item
            move clc-cd-produto                    to pci-cd-produto
            move clc-qt-sugerida                   to pci-qt-pedida
            move clc-vl-custo                      to pci-vl-custo
            move zeros                             to pci-qt-recebida
                                                      pci-dt-recebimento

            write f-item-compra
            if   not ws-pci-operacao-ok
                 set ws-erro-gravacao              to true
                 move "Erro ao gravar o item do pedido!"
                                                   to ws-mensagem
                 exit section
            end-if

            add  1                                 to pco-qt-itens
                                                      ws-qt-itens-gerados
            compute ws-vl-item = pci-qt-pedida * pci-vl-custo
            add  ws-vl-item                        to pco-vl-total

       exit.

      *>=================================================================================
       2350-fechar-rascunho section.

            rewrite f-pedido-compra
            if   not ws-pco-operacao-ok
                 set ws-erro-gravacao              to true
                 move "Erro ao regravar o pedido de compra!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

