$set sourceformat"free"
       program-id. CS10026C.
      *>=================================================================================
      *>
      *>                     Transferencias entre Filiais
      *>
      *>     Mercadoria que ia de uma filial para outra era digitada
      *>     como saida avulsa numa ponta e entrada avulsa na outra, e
      *>     as duas raramente batiam. A transferencia (CSTRANSF) guarda
      *>     filial de origem (a da lnk-par de quem digita), filial de
      *>     destino e as datas; os itens (CSTRANSI) guardam cd-produto,
      *>     quantidade enviada, custo e quantidade recebida. O estoque
      *>     (CSSALDO, CSMOVEST) e de cada filial, no diretorio dela; a
      *>     transferencia tem de ser vista pelas duas pontas, entao o
      *>     CSTRANSF e o CSTRANSI ficam no diretorio comum apontado pela
      *>     variavel de ambiente CSCOMUM (sem ela, no diretorio corrente).
      *>          1 incluir   - cabecalho e itens (produto zero encerra)
      *>          2 consultar - cabecalho e itens um a um
      *>          3 expedir   - so na filial de origem: posta as saidas
      *>                        pelas regras do CS10016C (periodo
      *>                        aberto, saldo menos reservado, custo
      *>                        medio, lotes que vencem primeiro,
      *>                        enderecos na ordem do percurso) e a
      *>                        transferencia fica em transito
      *>          4 receber   - so na filial de destino: digita a
      *>                        quantidade que chegou de cada item e
      *>                        posta a entrada ao custo medio da origem;
      *>                        a falta sai como variacao de
      *>                        transferencia em RELTRVAR.TXT
      *>          5 cancelar  - so transferencia em digitacao
      *>     Situacao: D digitacao - T em transito - R recebida -
      *>     X cancelada. As em transito saem na opcao 9 do CS20002C.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       input-output section.
       file-control.
            select optional arq-transferencias
                   assign to dynamic ws-nm-arq-transferencias
                   organization is indexed
                   access mode is dynamic
                   record key is trf-nr-transferencia
                   file status is ws-fs-transferencias.
            select optional arq-itens-transf
                   assign to dynamic ws-nm-arq-itens-transf
                   organization is indexed
                   access mode is dynamic
                   record key is tri-chave
                   file status is ws-fs-itens-transf.
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
            select optional arq-reservas assign to "CSRESERV.DAT"
                   organization is indexed
                   access mode is random
                   record key is res-cd-produto
                   file status is ws-fs-reservas.
            select optional arq-fechamentos assign to "CSFECHA.DAT"
                   organization is indexed
                   access mode is random
                   record key is fec-nr-periodo
                   file status is ws-fs-fechamentos.
            select rel-variacao assign to "RELTRVAR.TXT"
                   organization is line sequential.

      *>=================================================================================
       data division.

       file section.
      *> cabecalho da transferencia - situacao D digitacao, T em
      *> transito, R recebida, X cancelada
       fd  arq-transferencias.
       01  f-transferencia.
           03 trf-nr-transferencia                pic 9(09).
           03 trf-cd-empresa                      pic 9(03).
           03 trf-cd-filial-origem                pic 9(03).
           03 trf-cd-filial-destino               pic 9(03).
           03 trf-dt-emissao                      pic 9(08).
           03 trf-dt-expedicao                    pic 9(08).
           03 trf-dt-recebimento                  pic 9(08).
           03 trf-id-situacao                     pic x(01).
           03 trf-qt-itens                        pic 9(03).

       fd  arq-itens-transf.
       01  f-item-transf.
           03 tri-chave.
              05 tri-nr-transferencia             pic 9(09).
              05 tri-nr-item                      pic 9(03).
           03 tri-cd-produto                      pic 9(09).
           03 tri-qt-enviada                      pic 9(09).
           03 tri-vl-custo                        pic 9(09)v99.
           03 tri-qt-recebida                     pic 9(09).

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

      *> o reservado pelos pedidos de venda confirmados (CS10024C) nao
      *> sai da filial
       fd  arq-reservas.
       01  f-reserva.
           03 res-cd-produto                      pic 9(09).
           03 res-qt-reservada                    pic 9(09).

      *> marcas de mes fechado gravadas pelo fechamento CS10022C
       fd  arq-fechamentos.
       01  f-fechamento.
           03 fec-nr-periodo                      pic 9(06).
           03 fec-dt-fechamento                   pic 9(08).

       fd  rel-variacao
           recording mode is f.
       01  reg-rel-variacao                       pic x(100).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10026C".
       78   c-descricao-programa                   value "TRANSFERENCIAS ENTRE FILIAIS".
       78   c-qt-max-itens                         value 999.
       78   c-saldo-lote                           value "CS00107S".
       78   c-saldo-endereco                       value "CS00108S".

       01   ws-campos-trabalho.
            03 ws-fs-transferencias               pic x(02).
               88 ws-trf-operacao-ok                   value "00".
            03 ws-fs-itens-transf                 pic x(02).
               88 ws-tri-operacao-ok                   value "00".
            03 ws-fs-produtos                     pic x(02).
               88 ws-prd-operacao-ok                   value "00".
            03 ws-fs-movimentos                   pic x(02).
               88 ws-mov-operacao-ok                   value "00".
            03 ws-fs-saldos                       pic x(02).
               88 ws-sal-operacao-ok                   value "00".
               88 ws-sal-inexistente                   value "23".
            03 ws-fs-reservas                     pic x(02).
               88 ws-res-operacao-ok                   value "00".
            03 ws-fs-fechamentos                  pic x(02).
               88 ws-fec-operacao-ok                   value "00".
            03 ws-id-periodo-fechado              pic x(01).
               88 ws-periodo-fechado                   value "S".
            03 ws-id-transf-lida                  pic x(01).
               88 ws-transf-lida                       value "S".
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
            03 ws-nr-ultima-transf                pic 9(09).
            03 ws-nr-transferencia                pic 9(09).
            03 ws-qt-itens                        pic 9(03).
            03 ws-qt-disponivel                   pic s9(10).
            03 ws-qt-saldo-novo                   pic s9(10).
            03 ws-qt-diferenca                    pic 9(09).
            03 ws-vl-diferenca                    pic 9(13)v99.
            03 ws-qt-itens-variacao               pic 9(05).
            03 ws-vl-tot-variacao                 pic 9(13)v99.
            03 ws-ix                              pic 9(03).
            03 ws-dt-hoje                         pic 9(08).
            03 ws-mensagem                        pic x(60).
            03 ws-dir-comum                       pic x(100).
            03 ws-nm-arq-transferencias           pic x(120).
            03 ws-nm-arq-itens-transf             pic x(120).

      *> produtos ja digitados na transferencia - o mesmo produto nao
      *> entra em dois itens
       01   ws-tabela-produtos.
            03 ws-tab-cd-produto                  pic 9(09)
                                                  occurs 999 times.

      *> documento dos movimentos - "T" e o numero da transferencia
       01   ws-documento-transf.
            03 filler                             pic x(01) value "T".
            03 ws-doc-nr-transferencia            pic 9(09).

       01   f-operacao.
            03 f-nr-opcao                         pic 9(01).
            03 f-nr-transferencia                 pic 9(09).
            03 f-cd-filial-destino                pic 9(03).
            03 f-cd-produto                       pic 9(09).
            03 f-qt-movimento                     pic 9(09).
            03 f-qt-recebida                      pic 9(09).
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

       01   ws-cab-variacao.
            03 filler                             pic x(30)
               value "VARIACAO DE TRANSFERENCIA NR. ".
            03 cab-var-transferencia              pic 9(09).
            03 filler                             pic x(10)
               value "  ORIGEM: ".
            03 cab-var-origem                     pic 9(03).
            03 filler                             pic x(11)
               value "  DESTINO: ".
            03 cab-var-destino                    pic 9(03).
            03 filler                             pic x(08)
               value "  DATA: ".
            03 cab-var-data                       pic 9(08).
            03 filler                             pic x(18) value spaces.

       01   ws-col-variacao                       pic x(100) value
            "ITEM PRODUTO      ENVIADA   RECEBIDA      FALTA        CUSTO            VALOR".

       01   ws-det-variacao.
            03 det-var-item                       pic 9(03).
            03 filler                             pic x(02) value spaces.
            03 det-var-produto                    pic 9(09).
            03 filler                             pic x(01) value spaces.
            03 det-var-enviada                    pic -(09)9.
            03 filler                             pic x(01) value spaces.
            03 det-var-recebida                   pic -(09)9.
            03 filler                             pic x(01) value spaces.
            03 det-var-falta                      pic -(09)9.
            03 filler                             pic x(01) value spaces.
            03 det-var-custo                      pic -(08)9,99.
            03 filler                             pic x(01) value spaces.
            03 det-var-valor                      pic -(12)9,99.
            03 filler                             pic x(23) value spaces.

       01   ws-tot-variacao.
            03 filler                             pic x(22)
               value "ITENS COM FALTA.......".
            03 tot-var-itens                      pic zzzz9.
            03 filler                             pic x(02) value spaces.
            03 tot-var-valor                      pic -(12)9,99.
            03 filler                             pic x(55) value spaces.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-transferencia.
            03 blank screen.
            03 line 06 col 20   value "COBSOFT - Transferencias entre Filiais".
            03 line 08 col 15   value "Opcao...........:".
            03 line 08 col 35   value "1-Incluir 2-Consultar 3-Expedir".
            03 line 09 col 35   value "4-Receber 5-Cancelar".
            03 line 10 col 15   value "Transferencia...:".
            03 line 10 col 33   pic 9(09) from trf-nr-transferencia.
            03 line 11 col 15   value "Filial Origem...:".
            03 line 11 col 33   pic 9(03) from trf-cd-filial-origem.
            03 line 11 col 44   value "Destino:".
            03 line 11 col 53   pic 9(03) from trf-cd-filial-destino.
            03 line 12 col 15   value "Data Emissao....:".
            03 line 12 col 33   pic 9(08) from trf-dt-emissao.
            03 line 12 col 44   value "Situacao:".
            03 line 12 col 54   pic x(01) from trf-id-situacao.
            03 line 14 col 15   value "Produto.........:".
            03 line 14 col 33   pic 9(09) from f-cd-produto.
            03 line 14 col 44   value "(zero encerra)".
            03 line 15 col 15   value "Qtde Enviada....:".
            03 line 15 col 33   pic 9(09) from f-qt-movimento.
            03 line 16 col 15   value "Qtde Recebida...:".
            03 line 16 col 33   pic 9(09) from f-qt-recebida.
            03 line 18 col 15   value "Itens...........:".
            03 line 18 col 33   pic zz9 from trf-qt-itens.
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
                                                   f-transferencia
                                                   ws-mensagem

            accept ws-dt-hoje                      from date yyyymmdd

            perform 8000-arquivos-comuns

            open i-o arq-transferencias
            if   not ws-trf-operacao-ok
                 open output arq-transferencias
                 close arq-transferencias
                 open i-o arq-transferencias
            end-if

            open i-o arq-itens-transf
            if   not ws-tri-operacao-ok
                 open output arq-itens-transf
                 close arq-itens-transf
                 open i-o arq-itens-transf
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

            open input arq-produtos
            open input arq-reservas
            open input arq-fechamentos

       exit.

      *>=================================================================================
       2000-processamento section.

            display frm-transferencia

            accept f-nr-opcao
                   at line 08 col 33 with update auto-skip

            evaluate f-nr-opcao
                 when 1
                      perform 2100-incluir
                 when 2 thru 5
                      perform until f-nr-transferencia > zeros
                           accept f-nr-transferencia
                                  at line 10 col 33 with update auto-skip
                      end-perform
                      perform 8000-ler-transferencia
                      if   ws-transf-lida
                           evaluate f-nr-opcao
                                when 2
                                     perform 2200-consultar
                                when 3
                                     perform 2300-expedir
                                when 4
                                     perform 2400-receber
                                when 5
                                     perform 2500-cancelar
                           end-evaluate
                      end-if
                 when other
                      move "Opcao invalida!"       to ws-mensagem
            end-evaluate

            display frm-transferencia
            accept omitted

       exit.

      *>=================================================================================
      *> A origem e sempre a filial de quem digita - ninguem manda
      *> mercadoria de outra filial
      *>=================================================================================
       2100-incluir section.

            move lnk-cd-filial                     to trf-cd-filial-origem
            display frm-transferencia
            perform until f-cd-filial-destino > zeros
                 accept f-cd-filial-destino
                        at line 11 col 53 with update auto-skip
            end-perform

            if   f-cd-filial-destino = lnk-cd-filial
                 move "Destino igual a origem!"    to ws-mensagem
                 exit section
            end-if

            perform 8000-proxima-transferencia

            initialize                             f-transferencia
            move ws-nr-transferencia               to trf-nr-transferencia
            move lnk-cd-empresa                    to trf-cd-empresa
            move lnk-cd-filial                     to trf-cd-filial-origem
            move f-cd-filial-destino               to trf-cd-filial-destino
            move ws-dt-hoje                        to trf-dt-emissao
            move zeros                             to trf-dt-expedicao
                                                      trf-dt-recebimento
                                                      trf-qt-itens
            move "D"                               to trf-id-situacao

            write f-transferencia
            if   not ws-trf-operacao-ok
                 move "Erro ao gravar a transferencia!"
                                                   to ws-mensagem
                 exit section
            end-if

            initialize                             ws-tabela-produtos
            move zeros                             to ws-qt-itens
            move "N"                               to ws-id-fim-itens
            move "N"                               to ws-id-erro
            perform until ws-fim-itens
                 perform 2110-digitar-item
            end-perform

            move ws-qt-itens                       to trf-qt-itens
            rewrite f-transferencia
            if   not ws-trf-operacao-ok
                 move "Erro ao regravar a transferencia!"
                                                   to ws-mensagem
            else
                 if   not ws-erro-gravacao
                      move "Transferencia incluida - expeca para enviar."
                                                   to ws-mensagem
                 end-if
            end-if
            initialize                             f-cd-produto
                                                   f-qt-movimento

       exit.

      *>=================================================================================
       2110-digitar-item section.

            initialize                             f-cd-produto
                                                   f-qt-movimento
            display frm-transferencia
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
                 move "Produto ja esta na transferencia!"
                                                   to ws-mensagem
                 exit section
            end-if

            perform until f-qt-movimento > zeros
                 accept f-qt-movimento
                        at line 15 col 33 with update auto-skip
            end-perform

            add  1                                 to ws-qt-itens
            move trf-nr-transferencia              to tri-nr-transferencia
            move ws-qt-itens                       to tri-nr-item
            move f-cd-produto                      to tri-cd-produto
            move f-qt-movimento                    to tri-qt-enviada
            move zeros                             to tri-vl-custo
                                                      tri-qt-recebida

            write f-item-transf
            if   not ws-tri-operacao-ok
                 subtract 1                        from ws-qt-itens
                 set ws-erro-gravacao              to true
                 set ws-fim-itens                  to true
                 move "Erro ao gravar o item da transferencia!"
                                                   to ws-mensagem
                 exit section
            end-if

            move f-cd-produto                      to ws-tab-cd-produto (ws-qt-itens)
            move ws-qt-itens                       to trf-qt-itens
            move "Item incluido."                  to ws-mensagem

            if   ws-qt-itens >= c-qt-max-itens
                 set ws-fim-itens                  to true
                 move "Limite de itens da transferencia atingido."
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
       2200-consultar section.

            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                      move tri-cd-produto          to f-cd-produto
                      move tri-qt-enviada          to f-qt-movimento
                      move tri-qt-recebida         to f-qt-recebida
                      move "Item exibido - tecle algo para o proximo."
                                                   to ws-mensagem
                      display frm-transferencia
                      accept omitted
                 end-if
            end-perform

            initialize                             f-cd-produto
                                                   f-qt-movimento
                                                   f-qt-recebida
            move "Transferencia exibida."          to ws-mensagem

       exit.

      *>=================================================================================
      *> Expedicao pelas regras da saida do CS10016C: primeira volta
      *> confere saldo menos reservado de todos os itens, segunda posta
      *> as saidas ao custo medio e guarda o custo no item - e o custo
      *> que a entrada na filial de destino vai usar
      *>=================================================================================
       2300-expedir section.

            if   trf-id-situacao <> "D"
                 move "So expede transferencia em digitacao!"
                                                   to ws-mensagem
                 exit section
            end-if
            if   trf-cd-filial-origem <> lnk-cd-filial
                 move "Expedicao so na filial de origem!"
                                                   to ws-mensagem
                 exit section
            end-if
            if   trf-qt-itens = zeros
                 move "Transferencia sem itens!"   to ws-mensagem
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
                      move tri-cd-produto          to f-cd-produto
                      perform 8000-ler-saldo
                      move tri-cd-produto          to res-cd-produto
                      read arq-reservas
                      if   not ws-res-operacao-ok
                           move zeros              to res-qt-reservada
                      end-if
                      compute ws-qt-disponivel =
                              sal-qt-saldo - res-qt-reservada
                      if   tri-qt-enviada > ws-qt-disponivel
                           set ws-falta-saldo      to true
                           set ws-fim-itens        to true
                      end-if
                 end-if
            end-perform

            if   ws-falta-saldo
                 string "Expedicao recusada - saldo insuficiente "
                        f-cd-produto "!"
                        delimited by size        into ws-mensagem
                 exit section
            end-if

            move trf-nr-transferencia              to ws-doc-nr-transferencia
            move "N"                               to ws-id-erro
            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                      perform 2310-expedir-item
                      if   ws-erro-gravacao
                           set ws-fim-itens        to true
                      end-if
                 end-if
            end-perform

            if   not ws-erro-gravacao
                 move "T"                          to trf-id-situacao
                 move ws-dt-hoje                   to trf-dt-expedicao
                 rewrite f-transferencia
                 if   ws-trf-operacao-ok
                      move "Transferencia expedida - em transito."
                                                   to ws-mensagem
                 else
                      move "Erro ao regravar a transferencia!"
                                                   to ws-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
       2310-expedir-item section.

            move tri-cd-produto                    to f-cd-produto
            perform 8000-ler-saldo

            move sal-vl-custo-medio                to f-vl-custo-unitario
            move tri-qt-enviada                    to f-qt-movimento
            move "S"                               to f-tp-movimento
            perform 8000-gravar-movimento
            if   not ws-mov-operacao-ok
                 set ws-erro-gravacao              to true
                 exit section
            end-if

            subtract tri-qt-enviada                from sal-qt-saldo
            perform 8000-gravar-saldo
            if   not ws-sal-operacao-ok
                 set ws-erro-gravacao              to true
                 exit section
            end-if

      *>    sai o lote que vence primeiro, como no faturamento
            move tri-cd-produto                    to llo-cd-produto
            move spaces                            to llo-nr-lote
            move tri-qt-enviada                    to llo-qt-movimento
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
            move tri-cd-produto                    to len-cd-produto
            move tri-qt-enviada                    to len-qt-movimento
            set len-saida-percurso                 to true
            call c-saldo-endereco using lw-endereco
            cancel c-saldo-endereco
            if   not len-retorno-ok
                 set ws-erro-gravacao              to true
                 move "Erro ao baixar o saldo do endereco!"
                                                   to ws-mensagem
                 exit section
            end-if

            move f-vl-custo-unitario               to tri-vl-custo
            rewrite f-item-transf
            if   not ws-tri-operacao-ok
                 set ws-erro-gravacao              to true
                 move "Erro ao regravar o item da transferencia!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Recebimento na filial de destino - cada item recebe a
      *> quantidade que chegou (a enviada vem sugerida), a entrada e
      *> postada ao custo da origem e a falta vai para RELTRVAR.TXT
      *>=================================================================================
       2400-receber section.

            if   trf-id-situacao <> "T"
                 move "So recebe transferencia em transito!"
                                                   to ws-mensagem
                 exit section
            end-if
            if   trf-cd-filial-destino <> lnk-cd-filial
                 move "Recebimento so na filial de destino!"
                                                   to ws-mensagem
                 exit section
            end-if

            perform 8300-conferir-periodo
            if   ws-periodo-fechado
                 exit section
            end-if

            open output rel-variacao
            move trf-nr-transferencia              to cab-var-transferencia
            move trf-cd-filial-origem              to cab-var-origem
            move trf-cd-filial-destino             to cab-var-destino
            move ws-dt-hoje                        to cab-var-data
            write reg-rel-variacao                 from ws-cab-variacao
            write reg-rel-variacao                 from ws-col-variacao
            move zeros                             to ws-qt-itens-variacao
                                                      ws-vl-tot-variacao

            move trf-nr-transferencia              to ws-doc-nr-transferencia
            move "N"                               to ws-id-erro
            perform 8100-iniciar-itens
            perform until ws-fim-itens
                 perform 8110-proximo-item
                 if   not ws-fim-itens
                      perform 2410-receber-item
                      if   ws-erro-gravacao
                           set ws-fim-itens        to true
                      end-if
                 end-if
            end-perform

            move ws-qt-itens-variacao              to tot-var-itens
            move ws-vl-tot-variacao                to tot-var-valor
            write reg-rel-variacao                 from ws-tot-variacao
            close rel-variacao

            initialize                             f-cd-produto
                                                   f-qt-movimento
                                                   f-qt-recebida
            if   ws-erro-gravacao
                 exit section
            end-if

            move "R"                               to trf-id-situacao
            move ws-dt-hoje                        to trf-dt-recebimento
            rewrite f-transferencia
            if   not ws-trf-operacao-ok
                 move "Erro ao regravar a transferencia!"
                                                   to ws-mensagem
                 exit section
            end-if

            if   ws-qt-itens-variacao > zeros
                 move "Recebida com falta - variacao em RELTRVAR.TXT."
                                                   to ws-mensagem
            else
                 move "Transferencia recebida sem variacao."
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
       2410-receber-item section.

            move tri-cd-produto                    to f-cd-produto
            move tri-qt-enviada                    to f-qt-movimento
            move tri-qt-enviada                    to f-qt-recebida
            move spaces                            to ws-mensagem
            display frm-transferencia
            accept f-qt-recebida
                   at line 16 col 33 with update auto-skip
            if   f-qt-recebida > tri-qt-enviada
                 move tri-qt-enviada               to f-qt-recebida
            end-if

            if   f-qt-recebida > zeros
                 perform 8000-ler-saldo
      *>         custo medio ponderado como na entrada do CS10016C, com
      *>         o custo que a origem expediu
                 compute ws-qt-saldo-novo =
                         sal-qt-saldo + f-qt-recebida
                 if   ws-qt-saldo-novo > zeros
                      compute sal-vl-custo-medio rounded =
                              ((sal-qt-saldo * sal-vl-custo-medio)
                              + (f-qt-recebida * tri-vl-custo))
                              / ws-qt-saldo-novo
                 else
                      move tri-vl-custo            to sal-vl-custo-medio
                 end-if

                 move tri-vl-custo                 to f-vl-custo-unitario
                 move f-qt-recebida                to f-qt-movimento
                 move "E"                          to f-tp-movimento
                 perform 8000-gravar-movimento
                 if   not ws-mov-operacao-ok
                      set ws-erro-gravacao         to true
                      exit section
                 end-if

                 add  f-qt-recebida                to sal-qt-saldo
                 perform 8000-gravar-saldo
                 if   not ws-sal-operacao-ok
                      set ws-erro-gravacao         to true
                      exit section
                 end-if
            end-if

            move f-qt-recebida                     to tri-qt-recebida
            rewrite f-item-transf
            if   not ws-tri-operacao-ok
                 set ws-erro-gravacao              to true
                 move "Erro ao regravar o item da transferencia!"
                                                   to ws-mensagem
                 exit section
            end-if

            if   tri-qt-recebida < tri-qt-enviada
                 compute ws-qt-diferenca =
                         tri-qt-enviada - tri-qt-recebida
                 compute ws-vl-diferenca =
                         ws-qt-diferenca * tri-vl-custo
                 move tri-nr-item                  to det-var-item
                 move tri-cd-produto               to det-var-produto
                 move tri-qt-enviada               to det-var-enviada
                 move tri-qt-recebida              to det-var-recebida
                 move ws-qt-diferenca              to det-var-falta
                 move tri-vl-custo                 to det-var-custo
                 move ws-vl-diferenca              to det-var-valor
                 write reg-rel-variacao            from ws-det-variacao
                 add  1                            to ws-qt-itens-variacao
                 add  ws-vl-diferenca              to ws-vl-tot-variacao
            end-if

       exit.

      *>=================================================================================
      *> Expedida ja mexeu no estoque da origem - nao se cancela aqui
      *>=================================================================================
       2500-cancelar section.

            if   trf-id-situacao <> "D"
                 move "So cancela transferencia em digitacao!"
                                                   to ws-mensagem
                 exit section
            end-if

            move "X"                               to trf-id-situacao
            rewrite f-transferencia
            if   ws-trf-operacao-ok
                 move "Transferencia cancelada."   to ws-mensagem
            else
                 move "Erro ao regravar a transferencia!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close arq-transferencias
            close arq-itens-transf
            close arq-movimentos
            close arq-saldos
            close arq-produtos
            close arq-reservas
            close arq-fechamentos

       exit.

      *>=================================================================================
      *> CSTRANSF e CSTRANSI no diretorio comum as filiais (CSCOMUM) -
      *> sem a variavel, ficam no diretorio corrente
      *>=================================================================================
       8000-arquivos-comuns section.

            move spaces                            to ws-dir-comum
                                                      ws-nm-arq-transferencias
                                                      ws-nm-arq-itens-transf
            accept ws-dir-comum                    from environment "CSCOMUM"

            if   ws-dir-comum = spaces
                 move "CSTRANSF.DAT"               to ws-nm-arq-transferencias
                 move "CSTRANSI.DAT"               to ws-nm-arq-itens-transf
            else
                 string ws-dir-comum  delimited by "  "
                        "/CSTRANSF.DAT" delimited by size
                        into ws-nm-arq-transferencias
                 string ws-dir-comum  delimited by "  "
                        "/CSTRANSI.DAT" delimited by size
                        into ws-nm-arq-itens-transf
            end-if

       exit.

      *>=================================================================================
       8000-ler-transferencia section.

            move "N"                               to ws-id-transf-lida
            move f-nr-transferencia                to trf-nr-transferencia
            read arq-transferencias
            if   ws-trf-operacao-ok
                 set ws-transf-lida                to true
            else
                 initialize                        f-transferencia
                 move "Transferencia nao cadastrada!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> A transferencia nova entra sob o numero seguinte ao ultimo do
      *> arquivo - browse pelos cabecalhos lembrando o ultimo lido
      *>=================================================================================
       8000-proxima-transferencia section.

            move zeros                             to ws-nr-ultima-transf
            move "N"                               to ws-id-fim-browse
            move low-values                        to f-transferencia

            start arq-transferencias
                  key is not less than trf-nr-transferencia
                  invalid key
                       set ws-fim-browse           to true
            end-start

            perform until ws-fim-browse
                 read arq-transferencias next record
                      at end
                           set ws-fim-browse       to true
                 end-read
                 if   not ws-fim-browse
                      move trf-nr-transferencia    to ws-nr-ultima-transf
                 end-if
            end-perform

            compute ws-nr-transferencia = ws-nr-ultima-transf + 1

       exit.

      *>=================================================================================
      *> Posiciona nos itens da transferencia corrente; 8110 le o
      *> proximo e encerra ao passar para outra transferencia
      *>=================================================================================
       8100-iniciar-itens section.

            move "N"                               to ws-id-fim-itens
            move trf-nr-transferencia              to tri-nr-transferencia
            move zeros                             to tri-nr-item

            start arq-itens-transf key is not less than tri-chave
                  invalid key
                       set ws-fim-itens            to true
            end-start

       exit.

      *>=================================================================================
       8110-proximo-item section.

            read arq-itens-transf next record
                 at end
                      set ws-fim-itens             to true
            end-read
            if   not ws-fim-itens
             and tri-nr-transferencia <> trf-nr-transferencia
                 set ws-fim-itens                  to true
            end-if

       exit.

      *>=================================================================================
      *> Os movimentos entram com a data de hoje - mes corrente fechado
      *> pelo CS10022C recusa expedicao e recebimento, como no CS10016C
      *>=================================================================================
       8300-conferir-periodo section.

            move "N"                               to ws-id-periodo-fechado
            move ws-dt-hoje(1:6)                   to fec-nr-periodo
            read arq-fechamentos
            if   ws-fec-operacao-ok
                 set ws-periodo-fechado            to true
                 move "Periodo fechado - movimento recusado!"
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
      *> O movimento entra sob a proxima sequencia do produto - o mesmo
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
            move ws-documento-transf               to mov-nr-documento
            move ws-dt-hoje                        to mov-dt-movimento
            move zeros                             to mov-cd-fornecedor

            write f-movimento
            if   not ws-mov-operacao-ok
                 move "Erro ao gravar o movimento!"
                                                   to ws-mensagem
            end-if

       exit.
