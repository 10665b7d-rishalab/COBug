      *>     que o saldo mudou, em vez de alguem editar o CSSALDO na
      *>     mao. Cada divergencia sai tambem no relatorio de variacao
      *>     RELINVEN.TXT com os totais da conferencia.
      *>     Produto perecivel e contado lote a lote: o livro de cada
      *>     lote e o saldo do CSLOTE (CS00107S), lote em branco conta o
      *>     estoque sem lote, e o ajuste acerta o lote e soma a
      *>     diferenca no saldo do produto. Lote achado na prateleira
      *>     que nao existia pede a validade e nasce no ajuste.
      *>     Com os enderecos da filial cadastrados (CS10029C) a
      *>     contagem pode ser feita endereco por endereco: a folha de
      *>     contagem RELCONTA.TXT sai na ordem do percurso com os
      *>     produtos que o CSESTLOC (CS00108S) diz estarem em cada
      *>     endereco, o conferente digita o endereco (em branco
      *>     encerra) e os produtos achados nele (zero passa ao proximo
      *>     endereco). O livro e o saldo do produto no endereco; o
      *>     ajuste acerta o endereco, soma a diferenca no saldo do
      *>     produto e, com lote informado, tambem no lote.
      *>
      *>=================================================================================
       environment division.
                   file status is ws-fs-saldos.
            select rel-inventario assign to "RELINVEN.TXT"
                   organization is line sequential.
            select optional arq-enderecos assign to "CSLOCAL.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is loc-chave
                   file status is ws-fs-enderecos.
            select optional arq-estoque-endereco assign to "CSESTLOC.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is elc-chave
                   file status is ws-fs-estoque-endereco.
            select optional arq-produtos assign to "CSPROD.DAT"
                   organization is indexed
                   access mode is random
                   record key is prd-cd-produto
                   file status is ws-fs-produtos.
            select arq-class-contagem assign to "CSCONTA.TMP".
            select rel-contagem assign to "RELCONTA.TXT"
                   organization is line sequential.
            select optional arq-fechamentos assign to "CSFECHA.DAT"
                   organization is indexed
                   access mode is random
           03 fec-nr-periodo                      pic 9(06).
           03 fec-dt-fechamento                   pic 9(08).

      *> enderecos da filial (CS10029C) e saldo por endereco
      *> (CS00108S) - aqui so lidos, para a folha de contagem
       fd  arq-enderecos.
       01  f-endereco.
           03 loc-chave.
              05 loc-cd-filial                    pic 9(03).
              05 loc-endereco.
                 07 loc-cd-corredor               pic x(03).
                 07 loc-nr-prateleira             pic 9(03).
                 07 loc-nr-nivel                  pic 9(02).
           03 loc-nr-percurso                     pic 9(05).
           03 loc-descricao                       pic x(30).
           03 loc-id-ativo                        pic x(01).

       fd  arq-estoque-endereco.
       01  f-estoque-endereco.
           03 elc-chave.
              05 elc-cd-filial                    pic 9(03).
              05 elc-cd-produto                   pic 9(09).
              05 elc-endereco.
                 07 elc-cd-corredor               pic x(03).
                 07 elc-nr-prateleira             pic 9(03).
                 07 elc-nr-nivel                  pic 9(02).
           03 elc-qt-saldo                        pic s9(09).

       fd  arq-produtos.
       01  f-produto.
           03 prd-cd-produto                      pic 9(09).
           03 prd-descricao-produto               pic x(55).
           03 prd-cd-categoria                    pic 9(09).
           03 prd-ean                             pic 9(13).

       sd  arq-class-contagem.
       01  f-class-contagem.
           03 clc-nr-percurso                     pic 9(05).
           03 clc-endereco.
              05 clc-cd-corredor                  pic x(03).
              05 clc-nr-prateleira                pic 9(03).
              05 clc-nr-nivel                     pic 9(02).
           03 clc-cd-produto                      pic 9(09).
           03 clc-descricao                       pic x(30).

       fd  rel-contagem
           recording mode is f.
       01  reg-rel-contagem                       pic x(100).

      *>=================================================================================
       working-storage section.

       78   c-este-programa                        value "CS10019C".
       78   c-descricao-programa                   value "INVENTARIO FISICO".
       78   c-nr-documento-inventario              value "INVENTARIO".
       78   c-saldo-lote                           value "CS00107S".
       78   c-saldo-endereco                       value "CS00108S".

       01   ws-campos-trabalho.
            03 ws-fs-movimentos                   pic x(02).
               88 ws-fec-inexistente                   value "23".
            03 ws-id-periodo-fechado              pic x(01).
               88 ws-periodo-fechado                   value "S".
            03 ws-fs-enderecos                    pic x(02).
               88 ws-loc-operacao-ok                   value "00".
            03 ws-fs-estoque-endereco             pic x(02).
               88 ws-elc-operacao-ok                   value "00".
            03 ws-fs-produtos                     pic x(02).
               88 ws-prd-operacao-ok                   value "00".
            03 ws-id-fim-arquivo                  pic x(01).
               88 ws-fim-arquivo                       value "S".
            03 ws-id-fim-endereco                 pic x(01).
               88 ws-fim-endereco                      value "S".
            03 ws-endereco-anterior               pic x(08).
            03 ws-qt-lote-novo                    pic s9(10).
            03 ws-nr-ultima-sequencia             pic 9(06).
            03 ws-tp-ajuste                       pic x(01).
            03 ws-qt-ajuste                       pic 9(09).
            03 ws-dt-hoje                         pic 9(08).
            03 ws-qt-livro                        pic s9(11).
            03 ws-qt-diferenca                    pic s9(10).
            03 ws-vl-diferenca                    pic s9(13)v99.
            03 ws-qt-itens-contados               pic 9(07).

       01   f-contagem.
            03 f-cd-produto                       pic 9(09).
            03 f-nr-lote                          pic x(15).
            03 f-dt-validade                      pic 9(08).
            03 f-qt-contada                       pic 9(09).
            03 f-id-confirma                      pic x(01).

       01   f-contagem-endereco.
            03 f-id-por-endereco                  pic x(01).
               88 f-contagem-por-endereco              value "S" "s".
            03 f-endereco-contagem.
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

       01   ws-det-variacao.
            03 det-var-produto                    pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 det-var-lote                       pic x(15).
            03 filler                             pic x(02) value spaces.
            03 det-var-endereco.
               05 det-var-corredor                pic x(03).
               05 det-var-traco-1                 pic x(01).
               05 det-var-prateleira              pic 9(03).
               05 det-var-traco-2                 pic x(01).
               05 det-var-nivel                   pic 9(02).
            03 filler                             pic x(02) value spaces.
            03 det-var-livro                      pic -(09)9.
            03 filler                             pic x(02) value spaces.
            03 det-var-contado                    pic -(09)9.
            03 det-var-diferenca                  pic -(09)9.
            03 filler                             pic x(02) value spaces.
            03 det-var-valor                      pic -(12)9,99.
            03 filler                             pic x(08) value spaces.

       01   ws-cab-variacao                       pic x(100) value
            "PRODUTO    LOTE             ENDERECO         LIVRO     CONTADO   DIFERENCA             VALOR".

       01   ws-tot-variacao.
            03 filler                             pic x(22)
            03 tot-var-valor                      pic -(12)9,99.
            03 filler                             pic x(53) value spaces.

      *> folha de contagem - um bloco por endereco na ordem do
      *> percurso, com as linhas para o conferente anotar
       01   ws-cab-contagem.
            03 filler                             pic x(41)
               value "FOLHA DE CONTAGEM POR ENDERECO - FILIAL ".
            03 cab-cnt-filial                     pic 9(03).
            03 filler                             pic x(08) value " - DATA ".
            03 cab-cnt-data                       pic 9(08).
            03 filler                             pic x(40) value spaces.

       01   ws-end-contagem.
            03 filler                             pic x(09) value "ENDERECO ".
            03 end-cnt-corredor                   pic x(03).
            03 filler                             pic x(01) value "-".
            03 end-cnt-prateleira                 pic 9(03).
            03 filler                             pic x(01) value "-".
            03 end-cnt-nivel                      pic 9(02).
            03 filler                             pic x(02) value spaces.
            03 end-cnt-descricao                  pic x(30).
            03 filler                             pic x(11) value "  PERCURSO ".
            03 end-cnt-percurso                   pic zzzz9.
            03 filler                             pic x(33) value spaces.

       01   ws-det-contagem.
            03 filler                             pic x(04) value spaces.
            03 det-cnt-produto                    pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 det-cnt-descricao                  pic x(40).
            03 filler                             pic x(07) value "  LOTE ".
            03 filler                             pic x(15) value all "_".
            03 filler                             pic x(10) value "  CONTADO ".
            03 filler                             pic x(10) value all "_".
            03 filler                             pic x(03) value spaces.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-inventario.
            03 blank screen.
            03 line 06 col 20   value "COBSOFT - Inventario Fisico".
            03 line 07 col 15   value "Por Endereco....:".
            03 line 07 col 33   pic x(01) from f-id-por-endereco.
            03 line 07 col 36   value "(S/N)".
            03 line 08 col 15   value "Endereco........:".
            03 line 08 col 33   pic x(03) from f-cd-corredor.
            03 line 08 col 36   value "-".
            03 line 08 col 37   pic 9(03) from f-nr-prateleira.
            03 line 08 col 40   value "-".
            03 line 08 col 41   pic 9(02) from f-nr-nivel.
            03 line 08 col 45   value "(branco encerra)".
            03 line 09 col 15   value "Codigo Produto..:".
            03 line 09 col 45   value "(zero encerra)".
            03 line 10 col 15   value "Lote/Validade...:".
            03 line 10 col 33   pic x(15) from f-nr-lote.
            03 line 10 col 49   value "/".
            03 line 10 col 51   pic 9(08) from f-dt-validade.
            03 line 11 col 15   value "Qtde Contada....:".
            03 line 13 col 15   value "Saldo de Livro..:".
            03 line 13 col 33   pic -(10)9 from ws-qt-livro.
            03 line 15 col 15   value "Diferenca.......:".
            03 line 15 col 33   pic -(09)9 from ws-qt-diferenca.
            03 line 17 col 15   value "Valor Diferenca.:".
            03 line 22 col 15   pic x(60) from ws-mensagem.

      *>=================================================================================
      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================
       0000-controle section.
       1000-inicializacao section.

            initialize                             f-contagem
                                                   f-contagem-endereco
                                                   f-saldo
                                                   ws-mensagem

            write reg-rel-inventario               from ws-cab-variacao

            open input arq-fechamentos
            open input arq-enderecos
            open input arq-estoque-endereco
            open input arq-produtos

      *>    ajustes entram com a data de hoje - mes corrente fechado
      *>    pelo CS10022C encerra a conferencia antes de comecar

            if   not ws-periodo-fechado
                 move "N"                          to ws-id-fim-contagem
                 display frm-inventario
                 accept f-id-por-endereco
                        at line 07 col 33 with update auto-skip
            end-if

            if   f-contagem-por-endereco
             and not ws-fim-contagem
                 perform 2050-folha-contagem
                 perform until ws-fim-contagem
                      perform 2060-contar-endereco
                 end-perform
            else
                 perform until ws-fim-contagem
                      perform 2100-contar-produto
                 end-perform
            end-if

       exit.

      *>=================================================================================
      *> Folha de contagem na ordem do percurso: cada endereco ativo
      *> da filial, mesmo vazio, e debaixo dele os produtos com saldo
      *> no endereco - sem o saldo, a contagem e as cegas
      *>=================================================================================
       2050-folha-contagem section.

            open output rel-contagem
            move lnk-cd-filial                     to cab-cnt-filial
            move ws-dt-hoje                        to cab-cnt-data
            write reg-rel-contagem                 from ws-cab-contagem

            sort arq-class-contagem
                 ascending key clc-nr-percurso clc-endereco
                               clc-cd-produto
                 input procedure is 2051-entrada-contagem
                 output procedure is 2052-saida-contagem

            close rel-contagem

       exit.

      *>=================================================================================
       2051-entrada-contagem section.

            move "N"                               to ws-id-fim-arquivo
            move lnk-cd-filial                     to loc-cd-filial
            move low-values                        to loc-endereco
            start arq-enderecos key is not less than loc-chave
                  invalid key
                       set ws-fim-arquivo          to true
            end-start
            perform until ws-fim-arquivo
                 read arq-enderecos next record
                      at end
                           set ws-fim-arquivo      to true
                 end-read
                 if   not ws-fim-arquivo
                      if   loc-cd-filial <> lnk-cd-filial
                           set ws-fim-arquivo      to true
                      else
                           if   loc-id-ativo = "S"
                                move loc-nr-percurso
                                                   to clc-nr-percurso
                                move loc-endereco  to clc-endereco
                                move zeros         to clc-cd-produto
                                move loc-descricao to clc-descricao
                                release f-class-contagem
                           end-if
                      end-if
                 end-if
            end-perform

            move "N"                               to ws-id-fim-arquivo
            move lnk-cd-filial                     to elc-cd-filial
            move zeros                             to elc-cd-produto
            move low-values                        to elc-endereco
            start arq-estoque-endereco key is not less than elc-chave
                  invalid key
                       set ws-fim-arquivo          to true
            end-start
            perform until ws-fim-arquivo
                 read arq-estoque-endereco next record
                      at end
                           set ws-fim-arquivo      to true
                 end-read
                 if   not ws-fim-arquivo
                      if   elc-cd-filial <> lnk-cd-filial
                           set ws-fim-arquivo      to true
                      else
                           if   elc-qt-saldo <> zeros
                                perform 2053-liberar-produto-contagem
                           end-if
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Produto em endereco desativado tambem vai para a folha - o
      *> endereco nao recebe mais, mas o que esta nele tem de ser
      *> contado
      *>=================================================================================
       2053-liberar-produto-contagem section.

            move elc-cd-filial                     to loc-cd-filial
            move elc-endereco                      to loc-endereco
            read arq-enderecos
            if   not ws-loc-operacao-ok
                 move 99999                        to loc-nr-percurso
                 move spaces                       to loc-descricao
                 move "N"                          to loc-id-ativo
            end-if

            if   loc-id-ativo <> "S"
                 move loc-nr-percurso              to clc-nr-percurso
                 move elc-endereco                 to clc-endereco
                 move zeros                        to clc-cd-produto
                 move loc-descricao                to clc-descricao
                 release f-class-contagem
            end-if

            move loc-nr-percurso                   to clc-nr-percurso
            move elc-endereco                      to clc-endereco
            move elc-cd-produto                    to clc-cd-produto
            move loc-descricao                     to clc-descricao
            release f-class-contagem

       exit.

      *>=================================================================================
       2052-saida-contagem section.

            move spaces                            to ws-endereco-anterior
            move "N"                               to ws-id-fim-arquivo
            perform until ws-fim-arquivo
                 return arq-class-contagem
                      at end
                           set ws-fim-arquivo      to true
                 end-return
                 if   not ws-fim-arquivo
                      if   clc-endereco <> ws-endereco-anterior
                           move clc-endereco       to ws-endereco-anterior
                           move spaces             to reg-rel-contagem
                           write reg-rel-contagem
                           move clc-cd-corredor    to end-cnt-corredor
                           move clc-nr-prateleira  to end-cnt-prateleira
                           move clc-nr-nivel       to end-cnt-nivel
                           move clc-descricao      to end-cnt-descricao
                           move clc-nr-percurso    to end-cnt-percurso
                           write reg-rel-contagem  from ws-end-contagem
                      end-if
                      if   clc-cd-produto > zeros
                           move clc-cd-produto     to det-cnt-produto
                                                      prd-cd-produto
                           read arq-produtos
                           if   ws-prd-operacao-ok
                                move prd-descricao-produto
                                                   to det-cnt-descricao
                           else
                                move spaces        to det-cnt-descricao
                           end-if
                           write reg-rel-contagem  from ws-det-contagem
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Um endereco por volta - endereco em branco encerra a
      *> conferencia, produto zero passa ao proximo endereco
      *>=================================================================================
       2060-contar-endereco section.

            initialize                             f-contagem
                                                   f-endereco-contagem
            move spaces                            to ws-mensagem
            move zeros                             to ws-qt-diferenca
                                                      ws-vl-diferenca
                                                      ws-qt-livro

            display frm-inventario
            accept f-cd-corredor
                   at line 08 col 33 with update auto-skip
            if   f-cd-corredor = spaces
                 set ws-fim-contagem               to true
                 exit section
            end-if
            accept f-nr-prateleira
                   at line 08 col 37 with update auto-skip
            accept f-nr-nivel
                   at line 08 col 41 with update auto-skip

            move lnk-cd-filial                     to loc-cd-filial
            move f-endereco-contagem               to loc-endereco
            read arq-enderecos
            if   not ws-loc-operacao-ok
                 move "Endereco nao cadastrado!"   to ws-mensagem
                 display frm-inventario
                 accept omitted
                 exit section
            end-if

            move "N"                               to ws-id-fim-endereco
            perform until ws-fim-endereco
                 perform 2100-contar-produto
            end-perform

            move spaces                            to ws-mensagem
            move zeros                             to ws-qt-diferenca
                                                      ws-vl-diferenca
                                                      ws-qt-livro

            display frm-inventario
            accept f-cd-produto
                   at line 09 col 33 with update auto-skip
            if   f-cd-produto = zeros
                 if   f-contagem-por-endereco
                      set ws-fim-endereco          to true
                 else
                      set ws-fim-contagem          to true
                 end-if
            else
                 perform 8000-ler-saldo
                 accept f-nr-lote
                        at line 10 col 33 with update auto-skip
                 perform 8100-ler-livro-lote
                 if   f-contagem-por-endereco
                      perform 8110-ler-livro-endereco
                 end-if
                 display frm-inventario

                 accept f-qt-contada
                        at line 11 col 33 with update auto-skip
                 if   f-nr-lote <> spaces
                  and llo-lote-inexistente
                  and f-qt-contada > zeros
                      perform until f-dt-validade > zeros
                           accept f-dt-validade
                                  at line 10 col 51 with update auto-skip
                      end-perform
                 end-if

                 compute ws-qt-diferenca =
                         f-qt-contada - ws-qt-livro
                 compute ws-vl-diferenca =
                         ws-qt-diferenca * sal-vl-custo-medio

            perform 8000-gravar-movimento

            if   ws-mov-operacao-ok
      *>         o saldo do produto leva a diferenca do lote contado -
      *>         os outros lotes continuam como estao
                 add  ws-qt-diferenca              to sal-qt-saldo
                 perform 8000-gravar-saldo
                 if   f-contagem-por-endereco
                      perform 2210-ajustar-endereco
                 else
                      if   f-nr-lote <> spaces
                           move f-cd-produto       to llo-cd-produto
                           move f-nr-lote          to llo-nr-lote
                           move f-dt-validade      to llo-dt-validade
                           move f-qt-contada       to llo-qt-movimento
                           set llo-ajuste          to true
                           call c-saldo-lote using lw-lote
                           cancel c-saldo-lote
                      end-if
                 end-if
                 perform 8000-gravar-variacao
                 move "Ajuste de inventario registrado."
                                                   to ws-mensagem

       exit.

      *>=================================================================================
      *> Contagem por endereco - o endereco passa a ter o contado, e o
      *> lote informado leva a mesma diferenca (o lote pode estar
      *> espalhado por outros enderecos, entao nao vira o contado)
      *>=================================================================================
       2210-ajustar-endereco section.

            move lnk-cd-filial                     to len-cd-filial
            move f-cd-produto                      to len-cd-produto
            move f-endereco-contagem               to len-endereco
            move f-qt-contada                      to len-qt-movimento
            set len-ajuste                         to true
            call c-saldo-endereco using lw-endereco
            cancel c-saldo-endereco

            if   f-nr-lote <> spaces
                 compute ws-qt-lote-novo =
                         llo-qt-lote + ws-qt-diferenca
                 if   ws-qt-lote-novo < zeros
                      move zeros                   to ws-qt-lote-novo
                 end-if
                 move f-cd-produto                 to llo-cd-produto
                 move f-nr-lote                    to llo-nr-lote
                 move f-dt-validade                to llo-dt-validade
                 move ws-qt-lote-novo              to llo-qt-movimento
                 set llo-ajuste                    to true
                 call c-saldo-lote using lw-lote
                 cancel c-saldo-lote
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close arq-saldos
            close rel-inventario
            close arq-fechamentos
            close arq-enderecos
            close arq-estoque-endereco
            close arq-produtos

       exit.


       exit.

      *>=================================================================================
      *> Livro do lote contado - lote em branco e o estoque sem lote,
      *> o saldo do produto menos a soma dos lotes
      *>=================================================================================
       8100-ler-livro-lote section.

            move f-cd-produto                      to llo-cd-produto
            move f-nr-lote                         to llo-nr-lote
            set llo-ler                            to true
            call c-saldo-lote using lw-lote
            cancel c-saldo-lote

            if   f-nr-lote = spaces
                 compute ws-qt-livro =
                         sal-qt-saldo - llo-qt-total-lotes
            else
                 move llo-qt-lote                  to ws-qt-livro
                 move llo-dt-validade              to f-dt-validade
            end-if

       exit.

      *>=================================================================================
      *> Na contagem por endereco o livro e o saldo do produto no
      *> endereco contado
      *>=================================================================================
       8110-ler-livro-endereco section.

            move lnk-cd-filial                     to len-cd-filial
            move f-cd-produto                      to len-cd-produto
            move f-endereco-contagem               to len-endereco
            set len-ler                            to true
            call c-saldo-endereco using lw-endereco
            cancel c-saldo-endereco

            move len-qt-endereco                   to ws-qt-livro

       exit.

      *>=================================================================================
       8000-gravar-saldo section.

            add  ws-vl-diferenca                   to ws-vl-total-divergencia

            move f-cd-produto                      to det-var-produto
            move f-nr-lote                         to det-var-lote
            if   f-contagem-por-endereco
                 move f-cd-corredor                to det-var-corredor
                 move "-"                          to det-var-traco-1
                                                      det-var-traco-2
                 move f-nr-prateleira              to det-var-prateleira
                 move f-nr-nivel                   to det-var-nivel
            else
                 move spaces                       to det-var-endereco
            end-if
      *>    o saldo ja foi acertado para a contagem - o livro e a
      *>    contagem menos a diferenca
            compute det-var-livro =
