      *>     (CSMOVEST) e refletidas no saldo por produto (CSSALDO). Uma
      *>     saida que deixaria o saldo negativo e recusada - e a
      *>     diferenca entre uma lista de produtos e um sistema de
      *>     estoque. A saida tambem nao toca no que os pedidos de venda
      *>     confirmados (CS10024C) reservaram no CSRESERV. A entrada
      *>     pode citar pedido e item de compra (CS10025C): a quantidade
      *>     e acumulada como recebida no item, o pedido passa a
      *>     recebido em parte ou recebido, e quantidade ou custo
      *>     diferente do pedido sai avisado.
      *>     Produto perecivel entra com lote e validade, e o saldo do
      *>     lote fica no CSLOTE pelo CS00107S. A saida sugere o lote que
      *>     vence primeiro (o digitador pode trocar); lote em branco sai
      *>     do estoque sem lote.
      *>     Com os enderecos da filial cadastrados (CS10029C), a
      *>     entrada pede onde a mercadoria foi guardada e a saida
      *>     sugere de onde separar - o primeiro endereco do percurso
      *>     que cobre a quantidade (o digitador pode trocar). O saldo
      *>     por endereco fica no CSESTLOC pelo CS00108S; endereco em
      *>     branco entra ou sai do estoque ainda sem endereco.
      *>     Opcoes: 1 entrada - 2 saida - 3 consulta saldo
      *>
      *>=================================================================================
       environment division.
                   access mode is random
                   record key is fec-nr-periodo
                   file status is ws-fs-fechamentos.
            select optional arq-reservas assign to "CSRESERV.DAT"
                   organization is indexed
                   access mode is random
                   record key is res-cd-produto
                   file status is ws-fs-reservas.
            select optional arq-pedidos-compra assign to "CSPEDC.DAT"
                   organization is indexed
                   access mode is random
                   record key is pco-nr-pedido
                   file status is ws-fs-pedidos-compra.
            select optional arq-itens-compra assign to "CSPEDCI.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is pci-chave
                   file status is ws-fs-itens-compra.

      *>=================================================================================
       data division.
           03 for-telefone                        pic x(13).
           03 for-id-ativa                        pic x(01).

      *> quantidade reservada por produto pelos pedidos de venda
      *> confirmados (CS10024C) - fora do alcance da saida avulsa
       fd  arq-reservas.
       01  f-reserva.
           03 res-cd-produto                      pic 9(09).
           03 res-qt-reservada                    pic 9(09).

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

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10016C".
       78   c-descricao-programa                   value "MOVIMENTACAO DE ESTOQUE".
       78   c-saldo-lote                           value "CS00107S".
       78   c-saldo-endereco                       value "CS00108S".

       01   ws-campos-trabalho.
            03 ws-fs-movimentos                   pic x(02).
            03 ws-fs-fechamentos                  pic x(02).
               88 ws-fec-operacao-ok                   value "00".
               88 ws-fec-inexistente                   value "23".
            03 ws-fs-reservas                     pic x(02).
               88 ws-res-operacao-ok                   value "00".
            03 ws-qt-disponivel                   pic s9(10).
            03 ws-fs-pedidos-compra               pic x(02).
               88 ws-pco-operacao-ok                   value "00".
            03 ws-fs-itens-compra                 pic x(02).
               88 ws-pci-operacao-ok                   value "00".
            03 ws-id-pedido-compra-ok             pic x(01).
               88 ws-pedido-compra-valido              value "S".
            03 ws-id-pedido-completo              pic x(01).
               88 ws-pedido-completo                   value "S".
            03 ws-id-fim-itens                    pic x(01).
               88 ws-fim-itens                         value "S".
            03 ws-id-qt-difere                    pic x(01).
               88 ws-qt-difere                         value "S".
            03 ws-id-custo-difere                 pic x(01).
               88 ws-custo-difere                      value "S".
            03 ws-qt-pendente                     pic s9(10).
            03 ws-id-lote-ok                      pic x(01).
               88 ws-lote-valido                       value "S".
            03 ws-qt-sem-lote                     pic s9(11).
            03 ws-id-endereco-ok                  pic x(01).
               88 ws-endereco-valido                   value "S".
            03 ws-qt-sem-endereco                 pic s9(11).
            03 ws-id-periodo-fechado              pic x(01).
               88 ws-periodo-fechado                   value "S".
            03 ws-id-fim-browse                   pic x(01).
            03 f-nr-documento                     pic x(10).
            03 f-cd-fornecedor                    pic 9(09).
            03 f-tp-movimento                     pic x(01).
            03 f-nr-pedido-compra                 pic 9(09).
            03 f-nr-item-compra                   pic 9(03).
            03 f-nr-lote                          pic x(15).
            03 f-dt-validade                      pic 9(08).
            03 f-endereco-tela.
               05 f-cd-corredor                   pic x(03).
               05 f-nr-prateleira                 pic 9(03).
               05 f-nr-nivel                      pic 9(02).

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
            03 line 09 col 35   value "1-Entrada 2-Saida 3-Saldo".
            03 line 11 col 15   value "Codigo Produto..:".
            03 line 13 col 15   value "Quantidade......:".
            03 line 14 col 15   value "Lote/Validade...:".
            03 line 14 col 33   pic x(15) from f-nr-lote.
            03 line 14 col 49   value "/".
            03 line 12 col 15   value "Endereco........:".
            03 line 12 col 33   pic x(03) from f-cd-corredor.
            03 line 12 col 36   value "-".
            03 line 12 col 37   pic 9(03) from f-nr-prateleira.
            03 line 12 col 40   value "-".
            03 line 12 col 41   pic 9(02) from f-nr-nivel.
            03 line 12 col 45   value "No endereco:".
            03 line 12 col 58   pic -(09)9 from len-qt-endereco.
            03 line 14 col 51   pic 9(08) from f-dt-validade.
            03 line 15 col 15   value "Custo Unitario..:".
            03 line 16 col 15   value "Ped.Compra/Item.:".
            03 line 16 col 44   value "/".
            03 line 17 col 15   value "Documento.......:".
            03 line 18 col 15   value "Fornecedor......:".
            03 line 19 col 15   value "Saldo Atual.....:".
            03 line 19 col 33   pic -(09)9 from sal-qt-saldo.
            03 line 20 col 15   value "Custo Medio.....:".
            03 line 20 col 33   pic zzzzzzzz9,99 from sal-vl-custo-medio.
            03 line 21 col 15   value "Saldo em Lotes..:".
            03 line 21 col 33   pic -(10)9 from llo-qt-total-lotes.
            03 line 21 col 46   value "Enderecos:".
            03 line 21 col 57   pic -(10)9 from len-qt-total-enderecos.
            03 line 22 col 15   pic x(60) from ws-mensagem.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================
       0000-controle section.
            open input arq-reposicao
            open input arq-fornecedores
            open input arq-fechamentos
            open input arq-reservas
            open i-o arq-pedidos-compra
            open i-o arq-itens-compra

       exit.


            perform 8000-ler-saldo

      *>    o lote que vence primeiro ja vem sugerido para a saida
            move f-cd-produto                      to llo-cd-produto
            set llo-consultar                      to true
            call c-saldo-lote using lw-lote
            cancel c-saldo-lote
            if   f-nr-opcao = 2 or 3
                 move llo-nr-lote                  to f-nr-lote
                 move llo-dt-validade              to f-dt-validade
            end-if

      *>    soma dos enderecos do produto; na consulta, o primeiro
      *>    endereco do percurso com saldo
            move lnk-cd-filial                     to len-cd-filial
            move f-cd-produto                      to len-cd-produto
            move zeros                             to len-qt-movimento
            set len-consultar                      to true
            call c-saldo-endereco using lw-endereco
            cancel c-saldo-endereco
            if   f-nr-opcao = 3
                 move len-endereco                 to f-endereco-tela
            else
                 move zeros                        to len-qt-endereco
            end-if
            display frm-movimento

            evaluate f-nr-opcao
                 when 1
                      perform 8300-conferir-periodo
            perform 8000-aceitar-movimento
            accept f-vl-custo-unitario
                   at line 15 col 33 with update auto-skip

      *>    lote em branco - produto sem controle de validade
            accept f-nr-lote
                   at line 14 col 33 with update auto-skip
            if   f-nr-lote <> spaces
                 perform 8500-validar-lote-entrada
                 if   not ws-lote-valido
                      exit section
                 end-if
            end-if

      *>    endereco em branco - fica no estoque ainda sem endereco
            perform 8600-aceitar-endereco
            if   f-cd-corredor <> spaces
                 perform 8610-validar-endereco-entrada
                 if   not ws-endereco-valido
                      exit section
                 end-if
            end-if

            accept f-nr-pedido-compra
                   at line 16 col 33 with update auto-skip
            if   f-nr-pedido-compra > zeros
                 accept f-nr-item-compra
                        at line 16 col 46 with update auto-skip
            end-if
            perform until f-cd-fornecedor > zeros
                 accept f-cd-fornecedor
                        at line 18 col 33 with update auto-skip
                 exit section
            end-if

      *>    pedido de compra citado tem de estar emitido, ser do mesmo
      *>    fornecedor e o item ser do mesmo produto
            if   f-nr-pedido-compra > zeros
                 perform 8400-validar-pedido-compra
                 if   not ws-pedido-compra-valido
                      exit section
                 end-if
            end-if

            move "E"                               to f-tp-movimento
            perform 8000-gravar-movimento

                 add  f-qt-movimento               to sal-qt-saldo
                 perform 8000-gravar-saldo
                 move "Entrada registrada."        to ws-mensagem
                 if   f-nr-lote <> spaces
                      set llo-entrada              to true
                      perform 8520-atualizar-lote
                 end-if
                 if   f-cd-corredor <> spaces
                      set len-entrada              to true
                      perform 8630-atualizar-endereco
                 end-if
                 if   f-nr-pedido-compra > zeros
                      perform 8410-registrar-recebimento
                 end-if
            end-if

       exit.
       2200-saida section.

            perform 8000-aceitar-movimento
            accept f-nr-lote
                   at line 14 col 33 with update auto-skip

      *>    o endereco sugerido e o primeiro do percurso que cobre a
      *>    quantidade - o digitador pode trocar ou deixar em branco
            move lnk-cd-filial                     to len-cd-filial
            move f-cd-produto                      to len-cd-produto
            move f-qt-movimento                    to len-qt-movimento
            set len-consultar                      to true
            call c-saldo-endereco using lw-endereco
            cancel c-saldo-endereco
            move len-endereco                      to f-endereco-tela
            display frm-movimento
            perform 8600-aceitar-endereco

      *>    o reservado pelos pedidos confirmados nao esta disponivel
            move f-cd-produto                      to res-cd-produto
            read arq-reservas
            if   not ws-res-operacao-ok
                 move zeros                        to res-qt-reservada
            end-if
            compute ws-qt-disponivel =
                    sal-qt-saldo - res-qt-reservada
            if   f-qt-movimento not > sal-qt-saldo
             and f-qt-movimento > ws-qt-disponivel
                 move "Saida recusada - saldo reservado para pedidos!"
                                                   to ws-mensagem
                 exit section
            end-if

            if   f-qt-movimento not > sal-qt-saldo
                 perform 8510-validar-lote-saida
                 if   not ws-lote-valido
                      exit section
                 end-if
                 perform 8620-validar-endereco-saida
                 if   not ws-endereco-valido
                      exit section
                 end-if
            end-if

            if   f-qt-movimento > sal-qt-saldo
                 move "Saida recusada - saldo insuficiente!"
                      perform 8000-gravar-saldo
                      move "Saida registrada."     to ws-mensagem
                      perform 8100-avisar-minimo
                      if   f-nr-lote <> spaces
                           set llo-saida           to true
                           perform 8520-atualizar-lote
                      end-if
                      if   f-cd-corredor <> spaces
                           set len-saida           to true
                           perform 8630-atualizar-endereco
                      end-if
                 end-if
            end-if

            close arq-reposicao
            close arq-fornecedores
            close arq-fechamentos
            close arq-reservas
            close arq-pedidos-compra
            close arq-itens-compra

       exit.


       exit.

      *>=================================================================================
      *> O item citado e lido e fica na area do registro para o
      *> 8410 acumular o recebimento depois que a entrada gravar
      *>=================================================================================
       8400-validar-pedido-compra section.

            move "N"                               to ws-id-pedido-compra-ok
            move f-nr-pedido-compra                to pco-nr-pedido
            read arq-pedidos-compra
            if   not ws-pco-operacao-ok
                 move "Pedido de compra nao cadastrado!"
                                                   to ws-mensagem
                 exit section
            end-if

            move f-nr-pedido-compra                to pci-nr-pedido
            move f-nr-item-compra                  to pci-nr-item
            read arq-itens-compra
            evaluate true
                 when pco-id-situacao <> "A"
                  and pco-id-situacao <> "P"
                      move "Pedido de compra nao esta em aberto!"
                                                   to ws-mensagem
                 when pco-cd-fornecedor <> f-cd-fornecedor
                      move "Pedido de compra de outro fornecedor!"
                                                   to ws-mensagem
                 when not ws-pci-operacao-ok
                      move "Item do pedido de compra inexistente!"
                                                   to ws-mensagem
                 when pci-cd-produto <> f-cd-produto
                      move "Item do pedido de compra e de outro produto!"
                                                   to ws-mensagem
                 when other
                      set ws-pedido-compra-valido  to true
            end-evaluate

       exit.

      *>=================================================================================
      *> A entrada ja gravou - o recebimento e acumulado no item e o
      *> pedido passa a recebido (T) quando todo item chegou, senao a
      *> recebido em parte (P). Quantidade diferente do pendente ou
      *> custo diferente do combinado nao barra a entrada, mas avisa
      *>=================================================================================
       8410-registrar-recebimento section.

            compute ws-qt-pendente =
                    pci-qt-pedida - pci-qt-recebida
            move "N"                               to ws-id-qt-difere
            move "N"                               to ws-id-custo-difere
            if   f-qt-movimento <> ws-qt-pendente
                 set ws-qt-difere                  to true
            end-if
            if   f-vl-custo-unitario <> pci-vl-custo
                 set ws-custo-difere               to true
            end-if

            add  f-qt-movimento                    to pci-qt-recebida
            move ws-dt-hoje                        to pci-dt-recebimento
            rewrite f-item-compra
            if   not ws-pci-operacao-ok
                 move "Entrada registrada - erro ao baixar o pedido!"
                                                   to ws-mensagem
                 exit section
            end-if

            move "S"                               to ws-id-pedido-completo
            move "N"                               to ws-id-fim-itens
            move pco-nr-pedido                     to pci-nr-pedido
            move zeros                             to pci-nr-item
            start arq-itens-compra key is not less than pci-chave
                  invalid key
                       set ws-fim-itens            to true
            end-start
            perform until ws-fim-itens
                 read arq-itens-compra next record
                      at end
                           set ws-fim-itens        to true
                 end-read
                 if   not ws-fim-itens
                      if   pci-nr-pedido <> pco-nr-pedido
                           set ws-fim-itens        to true
                      else
                           if   pci-qt-recebida < pci-qt-pedida
                                move "N"           to ws-id-pedido-completo
                                set ws-fim-itens   to true
                           end-if
                      end-if
                 end-if
            end-perform

            if   ws-pedido-completo
                 move "T"                          to pco-id-situacao
            else
                 move "P"                          to pco-id-situacao
            end-if
            rewrite f-pedido-compra
            if   not ws-pco-operacao-ok
                 move "Entrada registrada - erro ao baixar o pedido!"
                                                   to ws-mensagem
                 exit section
            end-if

            evaluate true
                 when ws-qt-difere and ws-custo-difere
                      move "Entrada registrada - quantidade e custo diferem do pedido!"
                                                   to ws-mensagem
                 when ws-qt-difere
                      move "Entrada registrada - quantidade difere do pedido!"
                                                   to ws-mensagem
                 when ws-custo-difere
                      move "Entrada registrada - custo difere do pedido!"
                                                   to ws-mensagem
                 when other
                      move "Entrada registrada contra o pedido de compra."
                                                   to ws-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Lote ja existente fica com a validade da primeira entrada;
      *> lote novo pede a validade, e produto vencido nao entra
      *>=================================================================================
       8500-validar-lote-entrada section.

            move "N"                               to ws-id-lote-ok
            move f-cd-produto                      to llo-cd-produto
            move f-nr-lote                         to llo-nr-lote
            set llo-ler                            to true
            call c-saldo-lote using lw-lote
            cancel c-saldo-lote

            if   llo-retorno-ok
                 move llo-dt-validade              to f-dt-validade
                 display frm-movimento
            else
                 move zeros                        to f-dt-validade
                 perform until f-dt-validade > zeros
                      accept f-dt-validade
                             at line 14 col 51 with update auto-skip
                 end-perform
            end-if

            if   f-dt-validade < ws-dt-hoje
                 move "Lote vencido - entrada recusada!"
                                                   to ws-mensagem
            else
                 set ws-lote-valido                to true
            end-if

       exit.

      *>=================================================================================
      *> Saida de lote tem de caber no saldo do lote; lote em branco
      *> tem de caber no estoque sem lote (saldo do produto menos a
      *> soma dos lotes)
      *>=================================================================================
       8510-validar-lote-saida section.

            move "N"                               to ws-id-lote-ok
            move f-cd-produto                      to llo-cd-produto
            move f-nr-lote                         to llo-nr-lote
            set llo-ler                            to true
            call c-saldo-lote using lw-lote
            cancel c-saldo-lote

            if   f-nr-lote = spaces
                 compute ws-qt-sem-lote =
                         sal-qt-saldo - llo-qt-total-lotes
                 if   f-qt-movimento > ws-qt-sem-lote
                      move "Saida recusada - saldo sem lote insuficiente!"
                                                   to ws-mensagem
                 else
                      set ws-lote-valido           to true
                 end-if
                 exit section
            end-if

            evaluate true
                 when llo-lote-inexistente
                      move "Lote nao cadastrado para o produto!"
                                                   to ws-mensagem
                 when f-qt-movimento > llo-qt-lote
                      move "Saida recusada - saldo do lote insuficiente!"
                                                   to ws-mensagem
                 when other
                      move llo-dt-validade         to f-dt-validade
                      set ws-lote-valido           to true
            end-evaluate

       exit.

      *>=================================================================================
      *> O movimento ja gravou - soma ou baixa o lote (a operacao vem
      *> armada pelo chamador)
      *>=================================================================================
       8520-atualizar-lote section.

            move f-cd-produto                      to llo-cd-produto
            move f-nr-lote                         to llo-nr-lote
            move f-dt-validade                     to llo-dt-validade
            move f-qt-movimento                    to llo-qt-movimento
            call c-saldo-lote using lw-lote
            cancel c-saldo-lote
            if   not llo-retorno-ok
                 move "Movimento registrado - erro ao gravar o lote!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
       8600-aceitar-endereco section.

            accept f-cd-corredor
                   at line 12 col 33 with update auto-skip
            if   f-cd-corredor = spaces
                 move zeros                        to f-nr-prateleira
                                                      f-nr-nivel
            else
                 accept f-nr-prateleira
                        at line 12 col 37 with update auto-skip
                 accept f-nr-nivel
                        at line 12 col 41 with update auto-skip
            end-if

       exit.

      *>=================================================================================
      *> Mercadoria soh e guardada em endereco cadastrado e ativo na
      *> filial
      *>=================================================================================
       8610-validar-endereco-entrada section.

            move "N"                               to ws-id-endereco-ok
            move lnk-cd-filial                     to len-cd-filial
            move f-cd-produto                      to len-cd-produto
            move f-endereco-tela                   to len-endereco
            set len-ler                            to true
            call c-saldo-endereco using lw-endereco
            cancel c-saldo-endereco

            if   len-endereco-inexistente
                 move "Endereco nao cadastrado ou inativo!"
                                                   to ws-mensagem
            else
                 set ws-endereco-valido            to true
            end-if

       exit.

      *>=================================================================================
      *> Saida de endereco tem de caber no saldo do endereco (inativo
      *> tambem - o que esta nele continua saindo); endereco em branco
      *> tem de caber no estoque sem endereco (saldo do produto menos a
      *> soma dos enderecos)
      *>=================================================================================
       8620-validar-endereco-saida section.

            move "N"                               to ws-id-endereco-ok
            move lnk-cd-filial                     to len-cd-filial
            move f-cd-produto                      to len-cd-produto
            move f-endereco-tela                   to len-endereco
            set len-ler                            to true
            call c-saldo-endereco using lw-endereco
            cancel c-saldo-endereco

            if   f-cd-corredor = spaces
                 compute ws-qt-sem-endereco =
                         sal-qt-saldo - len-qt-total-enderecos
                 if   f-qt-movimento > ws-qt-sem-endereco
                      move "Saida recusada - saldo sem endereco insuficiente!"
                                                   to ws-mensagem
                 else
                      set ws-endereco-valido       to true
                 end-if
                 exit section
            end-if

            if   f-qt-movimento > len-qt-endereco
                 move "Saida recusada - saldo do endereco insuficiente!"
                                                   to ws-mensagem
            else
                 set ws-endereco-valido            to true
            end-if

       exit.

      *>=================================================================================
      *> O movimento ja gravou - soma ou baixa o endereco (a operacao
      *> vem armada pelo chamador)
      *>=================================================================================
       8630-atualizar-endereco section.

            move lnk-cd-filial                     to len-cd-filial
            move f-cd-produto                      to len-cd-produto
            move f-endereco-tela                   to len-endereco
            move f-qt-movimento                    to len-qt-movimento
            call c-saldo-endereco using lw-endereco
            cancel c-saldo-endereco
            if   not len-retorno-ok
                 move "Movimento registrado - erro ao gravar o endereco!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
       8200-validar-fornecedor section.

