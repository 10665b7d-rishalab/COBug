$set sourceformat"free"
       program-id. CS10024C.
      *>=================================================================================
      *>
      *>                           Pedidos de Venda
      *>
      *>     A unica saida de estoque era a avulsa do CS10016C contra um
      *>     documento de referencia - sem cliente, sem preco, sem venda.
      *>     O pedido (CSPEDV) guarda cliente do CSCLIEN (CS10023C),
      *>     data e empresa/filial da lnk-par, e os itens (CSPEDVI)
      *>     guardam cd-produto, quantidade e preco unitario.
      *>          1 incluir   - cabecalho e itens (produto zero encerra)
      *>          2 consultar - cabecalho e itens um a um
      *>          3 confirmar - reserva as quantidades no CSRESERV
      *>                        contra o saldo do CSSALDO: o disponivel
      *>                        e o saldo menos o ja reservado, entao
      *>                        outro pedido (ou uma saida avulsa) nao
      *>                        promete as mesmas unidades
      *>          4 faturar   - posta as saidas no CSMOVEST e baixa o
      *>                        CSSALDO pelas regras do CS10016C:
      *>                        periodo aberto no CSFECHA, saldo nunca
      *>                        negativo, saida ao custo medio, e libera
      *>                        a reserva. Cada item faturado fica
      *>                        marcado - um faturamento interrompido
      *>                        continua de onde parou. Produto com
      *>                        lote sai pelos lotes que vencem
      *>                        primeiro (CS00107S) e dos enderecos
      *>                        na ordem do percurso (CS00108S)
      *>          5 cancelar  - libera a reserva do pedido confirmado
      *>     Situacao: D digitacao - C confirmado - F faturado -
      *>     X cancelado. Os pedidos D e C saem no relatorio de pedidos
      *>     em aberto (opcao 6 do CS20002C).
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       input-output section.
       file-control.
            select optional arq-pedidos assign to "CSPEDV.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is ped-nr-pedido
                   file status is ws-fs-pedidos.
            select optional arq-itens-pedido assign to "CSPEDVI.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is pdi-chave
                   file status is ws-fs-itens-pedido.
            select optional arq-reservas assign to "CSRESERV.DAT"
                   organization is indexed
                   access mode is random
                   record key is res-cd-produto
                   file status is ws-fs-reservas.
            select optional arq-clientes assign to "CSCLIEN.DAT"
                   organization is indexed
                   access mode is random
                   record key is cli-cd-cliente
                   file status is ws-fs-clientes.
            select optional arq-produtos assign to "CSPROD.DAT"
                   organization is indexed
                   access mode is random
                   record key is prd-cd-produto
                   file status is ws-fs-produtos.
            select optional arq-movimentos assign to "CSMOVEST.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is mov-chave
                   file status is ws-fs-movimentos.
            select optional arq-saldos assign to "CSSALDO.DAT"
                   organization is indexed
                   access mode is random
                   record key is sal-cd-produto
                   file status is ws-fs-saldos.
            select optional arq-fechamentos assign to "CSFECHA.DAT"
                   organization is indexed
                   access mode is random
                   record key is fec-nr-periodo
                   file status is ws-fs-fechamentos.

      *>=================================================================================
       data division.

       file section.
      *> cabecalho do pedido - situacao D digitacao, C confirmado,
      *> F faturado, X cancelado
       fd  arq-pedidos.
       01  f-pedido.
           03 ped-nr-pedido                       pic 9(09).
           03 ped-cd-empresa                      pic 9(03).
           03 ped-cd-filial                       pic 9(03).
           03 ped-cd-cliente                      pic 9(09).
           03 ped-dt-pedido                       pic 9(08).
           03 ped-id-situacao                     pic x(01).
           03 ped-qt-itens                        pic 9(03).
           03 ped-vl-total                        pic 9(11)v99.
           03 ped-dt-faturamento                  pic 9(08).

       fd  arq-itens-pedido.
       01  f-item-pedido.
           03 pdi-chave.
              05 pdi-nr-pedido                    pic 9(09).
              05 pdi-nr-item                      pic 9(03).
           03 pdi-cd-produto                      pic 9(09).
           03 pdi-qt-pedida                       pic 9(09).
           03 pdi-vl-unitario                     pic 9(09)v99.
           03 pdi-id-faturado                     pic x(01).

      *> quantidade reservada por produto pelos pedidos confirmados e
      *> ainda nao faturados - o CS10016C tambem a respeita na saida
       fd  arq-reservas.
       01  f-reserva.
           03 res-cd-produto                      pic 9(09).
           03 res-qt-reservada                    pic 9(09).

      *> cadastro de clientes mantido por CS10023C
       fd  arq-clientes.
       01  f-cliente.
           03 cli-cd-cliente                      pic 9(09).
           03 cli-nome                            pic x(40).
           03 cli-cpf-cnpj                        pic 9(14).
           03 cli-telefone                        pic x(13).
           03 cli-id-ativa                        pic x(01).

       fd  arq-produtos.
       01  f-produto.
           03 prd-cd-produto                      pic 9(09).
           03 prd-descricao-produto               pic x(55).
           03 prd-cd-categoria                    pic 9(09).
           03 prd-ean                             pic 9(13).

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

       fd  arq-saldos.
       01  f-saldo.
           03 sal-cd-produto                      pic 9(09).
           03 sal-qt-saldo                        pic s9(09).
           03 sal-vl-custo-medio                  pic 9(09)v99.

      *> marcas de mes fechado gravadas pelo fechamento CS10022C
       fd  arq-fechamentos.
       01  f-fechamento.
           03 fec-nr-periodo                      pic 9(06).
           03 fec-dt-fechamento                   pic 9(08).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10024C".
       78   c-descricao-programa                   value "PEDIDOS DE VENDA".
       78   c-qt-max-itens                         value 999.
       78   c-saldo-lote                           value "CS00107S".
       78   c-saldo-endereco                       value "CS00108S".

       01   ws-campos-trabalho.
            03 ws-fs-pedidos                      pic x(02).
               88 ws-ped-operacao-ok                   value "00".
               88 ws-ped-inexistente                   value "23".
            03 ws-fs-itens-pedido                 pic x(02).
               88 ws-pdi-operacao-ok                   value "00".
            03 ws-fs-reservas                     pic x(02).
               88 ws-res-operacao-ok                   value "00".
               88 ws-res-inexistente                   value "23".
            03 ws-fs-clientes                     pic x(02).
               88 ws-cli-operacao-ok                   value "00".
               88 ws-cli-inexistente                   value "23".
            03 ws-fs-produtos                     pic x(02).
               88 ws-prd-operacao-ok                   value "00".
            03 ws-fs-movimentos                   pic x(02).
               88 ws-mov-operacao-ok                   value "00".
            03 ws-fs-saldos                       pic x(02).
               88 ws-sal-operacao-ok                   value "00".
               88 ws-sal-inexistente                   value "23".
            03 ws-fs-fechamentos                  pic x(02).
               88 ws-fec-operacao-ok                   value "00".
            03 ws-id-periodo-fechado              pic x(01).
               88 ws-periodo-fechado                   value "S".
            03 ws-id-pedido-lido                  pic x(01).
               88 ws-pedido-lido                       value "S".
            03 ws-id-cliente-ok                   pic x(01).
               88 ws-cliente-valido                    value "S".
            03 ws-id-fim-browse                   pic x(01).
               88 ws-fim-browse                        value "S".
            03 ws-id-fim-itens                    pic x(01).
               88 ws-fim-itens                         value "S".
            03 ws-id-falta                        pic x(01).
               88 ws-falta-saldo                       value "S".
            03 ws-id-erro                         pic x(01).
               88 ws-erro-gravacao                     value "S".
            03 ws-id-duplicado                    pic x(01).
               88 ws-produto-duplicado                 value "S".
            03 ws-nr-ultima-sequencia             pic 9(06).
            03 ws-nr-ultimo-pedido                pic 9(09).
            03 ws-nr-pedido                       pic 9(09).
            03 ws-qt-itens                        pic 9(03).
            03 ws-qt-disponivel                   pic s9(10).
            03 ws-vl-item                         pic 9(11)v99.
            03 ws-ix                              pic 9(03).
            03 ws-dt-hoje                         pic 9(08).
            03 ws-mensagem                        pic x(60).

      *> produtos ja digitados no pedido - o mesmo produto nao entra
      *> em dois itens, entao a reserva confere o total de uma vez
       01   ws-tabela-produtos.
            03 ws-tab-cd-produto                  pic 9(09)
                                                  occurs 999 times.

      *> documento das saidas do faturamento - "P" e o numero do pedido
       01   ws-documento-pedido.
            03 filler                             pic x(01) value "P".
            03 ws-doc-nr-pedido                   pic 9(09).

       01   f-operacao.
            03 f-nr-opcao                         pic 9(01).
            03 f-nr-pedido                        pic 9(09).
            03 f-cd-cliente                       pic 9(09).
            03 f-cd-produto                       pic 9(09).
            03 f-qt-movimento                     pic 9(09).
            03 f-vl-unitario                      pic 9(09)v99.
            03 f-vl-custo-unitario                pic 9(09)v99.
            03 f-tp-movimento                     pic x(01).

      *> interface com o saldo por lote (CS00107S)
       01   lw-lote.
            03 llo-tp-operacao                    pic x(01).
               88 llo-consultar                        value "C".
               88 llo-ler                              value "L".
               88 llo-entrada                          value "E".
               88 llo-saida                            value "S".
               88 llo-saida-validade                   value "F".
               88 llo-ajuste                           value "A".
            03 llo-cd-produto                     pic 9(09).
            03 llo-nr-lote                        pic x(15).
            03 llo-dt-validade                    pic 9(08).
            03 llo-qt-movimento                   pic 9(09).
            03 llo-qt-lote                        pic s9(09).
            03 llo-qt-total-lotes                 pic s9(11).
            03 llo-qt-sem-lote                    pic 9(09).
            03 llo-id-retorno                     pic x(01).
               88 llo-retorno-ok                       value "O".
               88 llo-lote-inexistente                 value "N".
               88 llo-saldo-insuficiente               value "I".
               88 llo-retorno-erro                     value "E".

      *> interface com o saldo por endereco (CS00108S)
       01   lw-endereco.
            03 len-tp-operacao                    pic x(01).
               88 len-consultar                        value "C".
               88 len-ler                              value "L".
               88 len-entrada                          value "E".
               88 len-saida                            value "S".
               88 len-saida-percurso                   value "P".
               88 len-transferir                       value "T".
               88 len-ajuste                           value "A".
            03 len-cd-filial                      pic 9(03).
            03 len-cd-produto                     pic 9(09).
            03 len-endereco.
               05 len-cd-corredor                 pic x(03).
               05 len-nr-prateleira               pic 9(03).
               05 len-nr-nivel                    pic 9(02).
            03 len-endereco-destino.
               05 len-cd-corredor-destino         pic x(03).
               05 len-nr-prateleira-destino       pic 9(03).
               05 len-nr-nivel-destino            pic 9(02).
            03 len-qt-movimento                   pic 9(09).
            03 len-qt-endereco                    pic s9(09).
            03 len-qt-total-enderecos             pic s9(11).
            03 len-qt-sem-endereco                pic 9(09).
            03 len-id-retorno                     pic x(01).
               88 len-retorno-ok                       value "O".
               88 len-endereco-inexistente             value "N".
               88 len-saldo-insuficiente               value "I".
               88 len-retorno-erro                     value "E".

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-pedido.
            03 blank screen.
            03 line 06 col 20   value "COBSOFT - Pedidos de Venda".
            03 line 08 col 15   value "Opcao...........:".
            03 line 08 col 35   value "1-Incluir 2-Consultar 3-Confirmar".
            03 line 09 col 35   value "4-Faturar 5-Cancelar".
            03 line 10 col 15   value "Numero Pedido...:".
            03 line 10 col 33   pic 9(09) from ped-nr-pedido.
            03 line 11 col 15   value "Cliente.........:".
            03 line 11 col 33   pic 9(09) from ped-cd-cliente.
            03 line 11 col 44   pic x(30) from cli-nome.
            03 line 12 col 15   value "Data Pedido.....:".
            03 line 12 col 33   pic 9(08) from ped-dt-pedido.
            03 line 12 col 44   value "Situacao:".
            03 line 12 col 54   pic x(01) from ped-id-situacao.
            03 line 14 col 15   value "Produto.........:".
            03 line 14 col 33   pic 9(09) from f-cd-produto.
            03 line 14 col 44   value "(zero encerra)".
            03 line 15 col 15   value "Quantidade......:".
            03 line 15 col 33   pic 9(09) from f-qt-movimento.
            03 line 16 col 15   value "Preco Unitario..:".
            03 line 16 col 33   pic zzzzzzzz9,99 from f-vl-unitario.
            03 line 18 col 15   value "Itens...........:".
            03 line 18 col 33   pic zz9 from ped-qt-itens.
            03 line 19 col 15   value "Valor Total.....:".
            03 line 19 col 33   pic zzzzzzzzzz9,99 from ped-vl-total.
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
                                                   f-pedido
                                                   f-cliente
                                                   ws-mensagem

            accept ws-dt-hoje                      from date yyyymmdd

            open i-o arq-pedidos
            if   not ws-ped-operacao-ok
                 open output arq-pedidos
                 close arq-pedidos
                 open i-o arq-pedidos
            end-if

            open i-o arq-itens-pedido
            if   not ws-pdi-operacao-ok
                 open output arq-itens-pedido
                 close arq-itens-pedido
                 open i-o arq-itens-pedido
            end-if

            open i-o arq-reservas
            if   not ws-res-operacao-ok
                 open output arq-reservas
                 close arq-reservas
                 open i-o arq-reservas
            end-if

            open i-o arq-movimentos
            if   not ws-mov-operacao-ok
                 open output arq-movimentos
                 close arq-movimentos
                 open i-o arq-movimentos
            end-if

            open i-o arq-saldos
            if   not ws-sal-operacao-ok
                 open output arq-saldos
                 close arq-saldos
                 open i-o arq-saldos
            end-if

            open input arq-clientes
            open input arq-produtos
            open input arq-fechamentos

       exit.

      *>=================================================================================
       2000-processamento section.

            display frm-pedido

            accept f-nr-opcao
                   at line 08 col 33 with update auto-skip

            evaluate f-nr-opcao
                 when 1
                      perform 2100-incluir
                 when 2 thru 5
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
                                     perform 2300-confirmar
                                when 4
                                     perform 2400-faturar
                                when 5
                                     perform 2500-cancelar
                           end-evaluate
                      end-if
                 when other
                      move "Opcao invalida!"       to ws-mensagem
            end-evaluate

            display frm-pedido
            accept omitted

       exit.

      *>=================================================================================
      *> Cabecalho gravado em digitacao sob o proximo numero, depois
      *> os itens um a um; o total e regravado no cabecalho no fim
      *>=================================================================================
       2100-incluir section.

            perform until f-cd-cliente > zeros
                 accept f-cd-cliente
                        at line 11 col 33 with update auto-skip
            end-perform

            perform 8200-validar-cliente
            if   not ws-cliente-valido
                 exit section
            end-if

            perform 8000-proximo-pedido

            initialize                             f-pedido
            move ws-nr-pedido                      to ped-nr-pedido
            move lnk-cd-empresa                    to ped-cd-empresa
            move lnk-cd-filial                     to ped-cd-filial
            move f-cd-cliente                      to ped-cd-cliente
            move ws-dt-hoje                        to ped-dt-pedido
            move "D"                               to ped-id-situacao
            move zeros                             to ped-qt-itens
                                                      ped-vl-total
                                                      ped-dt-faturamento

            write f-pedido
            if   not ws-ped-operacao-ok
                 move "Erro ao gravar o pedido!"   to ws-mensagem
                 exit section
            end-if

            initialize                             ws-tabela-produtos
            move zeros                             to ws-qt-itens
            move "N"                               to ws-id-fim-itens
            move "N"                               to ws-id-erro
            perform until ws-fim-itens
                 perform 2110-digitar-item
            end-perform

            move ws-qt-itens                       to ped-qt-itens
            rewrite f-pedido
            if   not ws-ped-operacao-ok
                 move "Erro ao regravar o pedido!" to ws-mensagem
            else
                 if   not ws-erro-gravacao
                      move "Pedido incluido - confirme para reservar."
                                                   to ws-mensagem
                 end-if
            end-if
            initialize                             f-cd-produto
                                                   f-qt-movimento
                                                   f-vl-unitario

       exit.

      *>=================================================================================
       2110-digitar-item section.

            initialize                             f-cd-produto
                                                   f-qt-movimento
                                                   f-vl-unitario
            display frm-pedido
            accept f-cd-produto
                   at line 14 col 33 with update auto-skip

            if   f-cd-produto = zeros
                 set ws-fim-itens                  to true
                 exit section
            end-if

            move f-cd-produto                      to prd-cd-produto
            read arq-produtos
            if   not ws-prd-operacao-ok
                 move "Produto nao cadastrado!"    to ws-mensagem
                 exit section
            end-if

            move "N"                               to ws-id-duplicado
            perform varying ws-ix from 1 by 1
                    until ws-ix > ws-qt-itens
                       or ws-produto-duplicado
                 if   ws-tab-cd-produto (ws-ix) = f-cd-produto
                      set ws-produto-duplicado     to true
                 end-if
            end-perform
            if   ws-produto-duplicado
                 move "Produto ja esta no pedido!" to ws-mensagem
                 exit section
            end-if

            perform until f-qt-movimento > zeros
                 accept f-qt-movimento
                        at line 15 col 33 with update auto-skip
            end-perform
            accept f-vl-unitario
                   at line 16 col 33 with update auto-skip

            add  1                                 to ws-qt-itens
            move ped-nr-pedido                     to pdi-nr-pedido
            move ws-qt-itens                       to pdi-nr-item
            move f-cd-produto                      to pdi-cd-produto
            move f-qt-movimento                    to pdi-qt-pedida
            move f-vl-unitario                     to pdi-vl-unitario
            move "N"                               to pdi-id-faturado

            write f-item-pedido
            if   not ws-pdi-operacao-ok
                 subtract 1                        from ws-qt-itens
                 set ws-erro-gravacao              to true
                 set ws-fim-itens                  to true
                 move "Erro ao gravar o item do pedido!"
                                                   to ws-mensagem
                 exit section
            end-if

            move f-cd-produto                      to ws-tab-cd-produto (ws-qt-itens)
            compute ws-vl-item =
                    f-qt-movimento * f-vl-unitario
            add  ws-vl-item                        to ped-vl-total
            move ws-qt-itens                       to ped-qt-itens
            move "Item incluido."                  to ws-mensagem

            if   ws-qt-itens >= c-qt-max-itens
                 set ws-fim-itens                  to true
                 move "Limite de itens do pedido atingido."
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
       2200-consultar section.

            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                      move pdi-cd-produto          to f-cd-produto
                      move pdi-qt-pedida           to f-qt-movimento
                      move pdi-vl-unitario         to f-vl-unitario
                      move "Item exibido - tecle algo para o proximo."
                                                   to ws-mensagem
                      display frm-pedido
                      accept omitted
                 end-if
            end-perform

            initialize                             f-cd-produto
                                                   f-qt-movimento
                                                   f-vl-unitario
            move "Pedido exibido."                 to ws-mensagem

       exit.

      *>=================================================================================
      *> Primeira volta confere o disponivel (saldo menos reservado)
      *> de todos os itens; soh se todos cabem a segunda volta grava
      *> as reservas - nunca fica um pedido meio reservado
      *>=================================================================================
       2300-confirmar section.

            if   ped-id-situacao <> "D"
                 move "So confirma pedido em digitacao!"
                                                   to ws-mensagem
                 exit section
            end-if
            if   ped-qt-itens = zeros
                 move "Pedido sem itens!"          to ws-mensagem
                 exit section
            end-if

            move "N"                               to ws-id-falta
            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                      move pdi-cd-produto          to f-cd-produto
                      perform 8000-ler-saldo
                      perform 8000-ler-reserva
                      compute ws-qt-disponivel =
                              sal-qt-saldo - res-qt-reservada
                      if   pdi-qt-pedida > ws-qt-disponivel
                           set ws-falta-saldo      to true
                           set ws-fim-itens        to true
                      end-if
                 end-if
            end-perform

            if   ws-falta-saldo
                 string "Saldo disponivel insuficiente - produto "
                        f-cd-produto "!"
                        delimited by size        into ws-mensagem
                 exit section
            end-if

            move "N"                               to ws-id-erro
            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                      move pdi-cd-produto          to f-cd-produto
                      perform 8000-ler-reserva
                      add  pdi-qt-pedida           to res-qt-reservada
                      perform 8000-gravar-reserva
                      if   ws-erro-gravacao
                           set ws-fim-itens        to true
                      end-if
                 end-if
            end-perform

            if   not ws-erro-gravacao
                 move "C"                          to ped-id-situacao
                 rewrite f-pedido
                 if   ws-ped-operacao-ok
                      move "Pedido confirmado - estoque reservado."
                                                   to ws-mensagem
                 else
                      move "Erro ao regravar o pedido!"
                                                   to ws-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Faturamento pelas regras da saida do CS10016C - periodo
      *> aberto, saldo suficiente, saida ao custo medio corrente sem
      *> fornecedor - com o numero do pedido como documento. Item
      *> faturado fica marcado, e a reserva dele e liberada
      *>=================================================================================
       2400-faturar section.

            if   ped-id-situacao <> "C"
                 move "So fatura pedido confirmado!"
                                                   to ws-mensagem
                 exit section
            end-if

            perform 8300-conferir-periodo
            if   ws-periodo-fechado
                 exit section
            end-if

            move "N"                               to ws-id-falta
            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                  and pdi-id-faturado <> "S"
                      move pdi-cd-produto          to f-cd-produto
                      perform 8000-ler-saldo
                      if   pdi-qt-pedida > sal-qt-saldo
                           set ws-falta-saldo      to true
                           set ws-fim-itens        to true
                      end-if
                 end-if
            end-perform

            if   ws-falta-saldo
                 string "Faturamento recusado - saldo insuficiente "
                        f-cd-produto "!"
                        delimited by size        into ws-mensagem
                 exit section
            end-if

            move ped-nr-pedido                     to ws-doc-nr-pedido
            move "N"                               to ws-id-erro
            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                  and pdi-id-faturado <> "S"
                      perform 2410-faturar-item
                      if   ws-erro-gravacao
                           set ws-fim-itens        to true
                      end-if
                 end-if
            end-perform

            if   not ws-erro-gravacao
                 move "F"                          to ped-id-situacao
                 move ws-dt-hoje                   to ped-dt-faturamento
                 rewrite f-pedido
                 if   ws-ped-operacao-ok
                      move "Pedido faturado."      to ws-mensagem
                 else
                      move "Erro ao regravar o pedido!"
                                                   to ws-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
       2410-faturar-item section.

            move pdi-cd-produto                    to f-cd-produto
            perform 8000-ler-saldo

            move sal-vl-custo-medio                to f-vl-custo-unitario
            move pdi-qt-pedida                     to f-qt-movimento
            move "S"                               to f-tp-movimento
            perform 8000-gravar-movimento
            if   not ws-mov-operacao-ok
                 set ws-erro-gravacao              to true
                 exit section
            end-if

            subtract pdi-qt-pedida                 from sal-qt-saldo
            perform 8000-gravar-saldo
            if   not ws-sal-operacao-ok
                 set ws-erro-gravacao              to true
                 exit section
            end-if

      *>    o faturamento nao escolhe lote - sai o que vence primeiro, e
      *>    o que os lotes nao cobrem sai do estoque sem lote
            move pdi-cd-produto                    to llo-cd-produto
            move spaces                            to llo-nr-lote
            move pdi-qt-pedida                     to llo-qt-movimento
            set llo-saida-validade                 to true
            call c-saldo-lote using lw-lote
            cancel c-saldo-lote
            if   not llo-retorno-ok
                 set ws-erro-gravacao              to true
                 move "Erro ao baixar o saldo do lote!"
                                                   to ws-mensagem
                 exit section
            end-if

      *>    e sai dos enderecos na ordem do percurso; o que eles nao
      *>    cobrem sai do estoque ainda sem endereco
            move lnk-cd-filial                     to len-cd-filial
            move pdi-cd-produto                    to len-cd-produto
            move pdi-qt-pedida                     to len-qt-movimento
            set len-saida-percurso                 to true
            call c-saldo-endereco using lw-endereco
            cancel c-saldo-endereco
            if   not len-retorno-ok
                 set ws-erro-gravacao              to true
                 move "Erro ao baixar o saldo do endereco!"
                                                   to ws-mensagem
                 exit section
            end-if

            perform 8000-ler-reserva
            if   res-qt-reservada > pdi-qt-pedida
                 subtract pdi-qt-pedida            from res-qt-reservada
            else
                 move zeros                        to res-qt-reservada
            end-if
            perform 8000-gravar-reserva
            if   ws-erro-gravacao
                 exit section
            end-if

            move "S"                               to pdi-id-faturado
            rewrite f-item-pedido
            if   not ws-pdi-operacao-ok
                 set ws-erro-gravacao              to true
                 move "Erro ao regravar o item do pedido!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Pedido em digitacao so muda de situacao; confirmado devolve
      *> ao disponivel o que reservou. Faturado nao se cancela aqui
      *>=================================================================================
       2500-cancelar section.

            evaluate ped-id-situacao
                 when "D"
                      continue
                 when "C"
                      move "N"                     to ws-id-erro
                      perform 8100-iniciar-itens
                      perform until ws-fim-itens
                           perform 8110-proximo-item
                           if   not ws-fim-itens
                                move pdi-cd-produto
                                                   to f-cd-produto
                                perform 8000-ler-reserva
                                if   res-qt-reservada > pdi-qt-pedida
                                     subtract pdi-qt-pedida
                                                   from res-qt-reservada
                                else
                                     move zeros    to res-qt-reservada
                                end-if
                                perform 8000-gravar-reserva
                                if   ws-erro-gravacao
                                     set ws-fim-itens
                                                   to true
                                end-if
                           end-if
                      end-perform
                      if   ws-erro-gravacao
                           exit section
                      end-if
                 when other
                      move "So cancela pedido em digitacao ou confirmado!"
                                                   to ws-mensagem
                      exit section
            end-evaluate

            move "X"                               to ped-id-situacao
            rewrite f-pedido
            if   ws-ped-operacao-ok
                 move "Pedido cancelado."          to ws-mensagem
            else
                 move "Erro ao regravar o pedido!" to ws-mensagem
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close arq-pedidos
            close arq-itens-pedido
            close arq-reservas
            close arq-movimentos
            close arq-saldos
            close arq-clientes
            close arq-produtos
            close arq-fechamentos

       exit.

      *>=================================================================================
       8000-ler-pedido section.

            move "N"                               to ws-id-pedido-lido
            move f-nr-pedido                       to ped-nr-pedido
            read arq-pedidos
            if   ws-ped-operacao-ok
                 set ws-pedido-lido                to true
                 move ped-cd-cliente               to cli-cd-cliente
                 read arq-clientes
                 if   not ws-cli-operacao-ok
                      move spaces                  to cli-nome
                 end-if
            else
                 initialize                        f-pedido
                 move "Pedido nao cadastrado!"     to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> O pedido novo entra sob o numero seguinte ao ultimo do
      *> arquivo - browse pelos cabecalhos lembrando o ultimo lido
      *>=================================================================================
       8000-proximo-pedido section.

            move zeros                             to ws-nr-ultimo-pedido
            move "N"                               to ws-id-fim-browse
            move low-values                        to f-pedido

            start arq-pedidos key is not less than ped-nr-pedido
                  invalid key
                       set ws-fim-browse           to true
            end-start

            perform until ws-fim-browse
                 read arq-pedidos next record
                      at end
                           set ws-fim-browse       to true
                 end-read
                 if   not ws-fim-browse
                      move ped-nr-pedido           to ws-nr-ultimo-pedido
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
            move ped-nr-pedido                     to pdi-nr-pedido
            move zeros                             to pdi-nr-item

            start arq-itens-pedido key is not less than pdi-chave
                  invalid key
                       set ws-fim-itens            to true
            end-start

       exit.

      *>=================================================================================
       8110-proximo-item section.

            read arq-itens-pedido next record
                 at end
                      set ws-fim-itens             to true
            end-read
            if   not ws-fim-itens
             and pdi-nr-pedido <> ped-nr-pedido
                 set ws-fim-itens                  to true
            end-if

       exit.

      *>=================================================================================
       8200-validar-cliente section.

            move "N"                               to ws-id-cliente-ok
            move f-cd-cliente                      to cli-cd-cliente
            read arq-clientes
            evaluate true
                 when ws-cli-inexistente
                      move "Cliente nao cadastrado!"
                                                   to ws-mensagem
                 when not ws-cli-operacao-ok
                      move "Erro ao ler o cliente!"
                                                   to ws-mensagem
                 when cli-id-ativa <> "S"
                      move "Cliente desativado - escolha outro!"
                                                   to ws-mensagem
                 when other
                      set ws-cliente-valido        to true
            end-evaluate

       exit.

      *>=================================================================================
      *> As saidas entram com a data de hoje - mes corrente fechado
      *> pelo CS10022C recusa o faturamento, como no CS10016C
      *>=================================================================================
       8300-conferir-periodo section.

            move "N"                               to ws-id-periodo-fechado
            move ws-dt-hoje(1:6)                   to fec-nr-periodo
            read arq-fechamentos
            if   ws-fec-operacao-ok
                 set ws-periodo-fechado            to true
                 move "Periodo fechado - faturamento recusado!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Produto sem registro de saldo comeca zerado
      *>=================================================================================
       8000-ler-saldo section.

            initialize                             f-saldo
            move f-cd-produto                      to sal-cd-produto
            read arq-saldos
            if   ws-sal-inexistente
                 initialize                        f-saldo
                 move f-cd-produto                 to sal-cd-produto
            end-if

       exit.

      *>=================================================================================
       8000-gravar-saldo section.

            rewrite f-saldo
            if   ws-sal-inexistente
                 write f-saldo
            end-if
            if   not ws-sal-operacao-ok
                 move "Erro ao gravar o saldo!"    to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Produto sem registro de reserva tem reserva zero
      *>=================================================================================
       8000-ler-reserva section.

            initialize                             f-reserva
            move f-cd-produto                      to res-cd-produto
            read arq-reservas
            if   not ws-res-operacao-ok
                 initialize                        f-reserva
                 move f-cd-produto                 to res-cd-produto
            end-if

       exit.

      *>=================================================================================
       8000-gravar-reserva section.

            move "N"                               to ws-id-erro
            rewrite f-reserva
            if   ws-res-inexistente
                 write f-reserva
            end-if
            if   not ws-res-operacao-ok
                 set ws-erro-gravacao              to true
                 move "Erro ao gravar a reserva!"  to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> A saida entra sob a proxima sequencia do produto - o mesmo
      *> browse de ultima sequencia que CS10016C usa
      *>=================================================================================
       8000-gravar-movimento section.

            move zeros                             to ws-nr-ultima-sequencia
            move "N"                               to ws-id-fim-browse
            move f-cd-produto                      to mov-cd-produto
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
                      if   mov-cd-produto <> f-cd-produto
                           set ws-fim-browse       to true
                      else
                           move mov-nr-sequencia   to ws-nr-ultima-sequencia
                      end-if
                 end-if
            end-perform

            move f-cd-produto                      to mov-cd-produto
            compute mov-nr-sequencia = ws-nr-ultima-sequencia + 1
            move f-tp-movimento                    to mov-tp-movimento
            move f-qt-movimento                    to mov-qt-movimento
            move f-vl-custo-unitario               to mov-vl-custo-unitario
            move ws-documento-pedido               to mov-nr-documento
            move ws-dt-hoje                        to mov-dt-movimento
            move zeros                             to mov-cd-fornecedor

            write f-movimento
            if   not ws-mov-operacao-ok
                 move "Erro ao gravar o movimento!"
                                                   to ws-mensagem
            end-if

       exit.
