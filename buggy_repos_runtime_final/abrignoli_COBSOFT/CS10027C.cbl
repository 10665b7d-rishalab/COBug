$set sourceformat"free"
       program-id. CS10027C.
      *>=================================================================================
      *>
      *>                    Importacao do Coletor de Dados
      *>
      *>     O almoxarifado le entradas e saidas no coletor de codigo de
      *>     barras e depois redigitava linha a linha no CS10016C. Este
      *>     programa le o arquivo descarregado do coletor (COLETOR.CSV,
      *>     uma linha por leitura, campos separados por ";" ou ","):
      *>          EAN ; quantidade ; tipo (E/S) ; documento ;
      *>          fornecedor ; data (aaaammdd)
      *>     O produto e achado pelo EAN do cadastro (CS10015C) e cada
      *>     linha passa pelas mesmas conferencias do CS10016C:
      *>     periodo da data aberto no CSFECHA, entrada so de
      *>     fornecedor cadastrado e ativo no CSFORN, saida nunca deixa
      *>     o saldo negativo nem toca no reservado do CSRESERV. Linha
      *>     boa vai para o CSMOVEST e o CSSALDO - a entrada ao custo
      *>     medio corrente (o coletor nao traz custo) e sem lote, a
      *>     saida pelos lotes que vencem primeiro (CS00107S) e pelos
      *>     enderecos na ordem do percurso (CS00108S), como no
      *>     faturamento. Linha recusada vai para COLETREJ.TXT com o
      *>     motivo. O resumo lidas/gravadas/rejeitadas fica no jornal
      *>     CSJORNAL com o evento IM.
      *>     Primeira linha sem EAN numerico e cabecalho e fica de fora.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       input-output section.
       file-control.
            select optional arq-coletor assign to "COLETOR.CSV"
                   organization is line sequential
                   file status is ws-fs-coletor.
            select rel-rejeitados assign to "COLETREJ.TXT"
                   organization is line sequential.
            select optional arq-produtos assign to "CSPROD.DAT"
                   organization is indexed
                   access mode is sequential
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
            select optional arq-fornecedores assign to "CSFORN.DAT"
                   organization is indexed
                   access mode is random
                   record key is for-cd-fornecedor
                   file status is ws-fs-fornecedores.
            select optional arq-fechamentos assign to "CSFECHA.DAT"
                   organization is indexed
                   access mode is random
                   record key is fec-nr-periodo
                   file status is ws-fs-fechamentos.
            select optional arq-reservas assign to "CSRESERV.DAT"
                   organization is indexed
                   access mode is random
                   record key is res-cd-produto
                   file status is ws-fs-reservas.
            select optional arq-jornal assign to "CSJORNAL.DAT"
                   organization is line sequential
                   access mode is sequential
                   file status is ws-fs-jornal.

      *>=================================================================================
       data division.

       file section.
       fd  arq-coletor.
       01  reg-coletor                            pic x(120).

       fd  rel-rejeitados
           recording mode is f.
       01  reg-rel-rejeitados                     pic x(132).

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

       fd  arq-fornecedores.
       01  f-fornecedor.
           03 for-cd-fornecedor                   pic 9(09).
           03 for-nome                            pic x(40).
           03 for-cnpj                            pic 9(14).
           03 for-telefone                        pic x(13).
           03 for-id-ativa                        pic x(01).

      *> marcas de mes fechado gravadas pelo fechamento CS10022C
       fd  arq-fechamentos.
       01  f-fechamento.
           03 fec-nr-periodo                      pic 9(06).
           03 fec-dt-fechamento                   pic 9(08).

      *> quantidade reservada por produto pelos pedidos de venda
      *> confirmados (CS10024C)
       fd  arq-reservas.
       01  f-reserva.
           03 res-cd-produto                      pic 9(09).
           03 res-qt-reservada                    pic 9(09).

      *> o complemento leva o resumo da importacao
       fd  arq-jornal.
       01  f-jornal.
           03 jor-tp-evento                       pic x(02).
           03 jor-id-usuario                      pic x(11).
           03 jor-cd-empresa                      pic 9(03).
           03 jor-cd-filial                       pic 9(03).
           03 jor-cd-programa                     pic x(08).
           03 jor-dt-evento                       pic 9(08).
           03 jor-hr-evento                       pic 9(08).
           03 jor-ds-complemento                  pic x(60).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10027C".
       78   c-descricao-programa                   value "IMPORTACAO DO COLETOR".
       78   c-saldo-lote                           value "CS00107S".
       78   c-saldo-endereco                       value "CS00108S".
       78   c-qt-max-produtos                      value 9999.

       01   ws-campos-trabalho.
            03 ws-fs-coletor                      pic x(02).
               88 ws-col-operacao-ok                   value "00".
            03 ws-fs-produtos                     pic x(02).
               88 ws-prd-operacao-ok                   value "00".
            03 ws-fs-movimentos                   pic x(02).
               88 ws-mov-operacao-ok                   value "00".
            03 ws-fs-saldos                       pic x(02).
               88 ws-sal-operacao-ok                   value "00".
               88 ws-sal-inexistente                   value "23".
            03 ws-fs-fornecedores                 pic x(02).
               88 ws-for-operacao-ok                   value "00".
               88 ws-for-inexistente                   value "23".
            03 ws-fs-fechamentos                  pic x(02).
               88 ws-fec-operacao-ok                   value "00".
            03 ws-fs-reservas                     pic x(02).
               88 ws-res-operacao-ok                   value "00".
            03 ws-fs-jornal                       pic x(02).
               88 ws-jor-operacao-ok                   value "00".
            03 ws-id-fim-arquivo                  pic x(01).
               88 ws-fim-arquivo                       value "S".
            03 ws-id-fim-browse                   pic x(01).
               88 ws-fim-browse                        value "S".
            03 ws-id-achou                        pic x(01).
               88 ws-achou-produto                     value "S".
            03 ws-id-tabela-cheia                 pic x(01).
               88 ws-tabela-cheia                      value "S".
            03 ws-nr-linha                        pic 9(06).
            03 ws-qt-lidas                        pic 9(06).
            03 ws-qt-gravadas                     pic 9(06).
            03 ws-qt-rejeitadas                   pic 9(06).
            03 ws-ix                              pic 9(05).
            03 ws-nr-ultima-sequencia             pic 9(06).
            03 ws-qt-disponivel                   pic s9(10).
            03 ws-motivo-rejeicao                 pic x(45).
            03 ws-dt-hoje                         pic 9(08).
            03 ws-hr-agora                        pic 9(08).
            03 ws-mensagem                        pic x(60).

      *> campos da linha do coletor como vieram, com o tamanho de cada
       01   ws-linha-coletor.
            03 ws-csv-ean                         pic x(20).
            03 ws-csv-quantidade                  pic x(20).
            03 ws-csv-tipo                        pic x(20).
            03 ws-csv-documento                   pic x(20).
            03 ws-csv-fornecedor                  pic x(20).
            03 ws-csv-data                        pic x(20).
            03 ws-tm-ean                          pic 9(03).
            03 ws-tm-quantidade                   pic 9(03).
            03 ws-tm-tipo                         pic 9(03).
            03 ws-tm-documento                    pic 9(03).
            03 ws-tm-fornecedor                   pic 9(03).
            03 ws-tm-data                         pic 9(03).

       01   f-operacao.
            03 f-id-confirma                      pic x(01).
            03 f-nr-ean                           pic 9(13).
            03 f-cd-produto                       pic 9(09).
            03 f-qt-movimento                     pic 9(09).
            03 f-tp-movimento                     pic x(01).
            03 f-nr-documento                     pic x(10).
            03 f-cd-fornecedor                    pic 9(09).
            03 f-vl-custo-unitario                pic 9(09)v99.
            03 f-dt-movimento                     pic 9(08).
            03 filler redefines f-dt-movimento.
               05 f-aa-movimento                  pic 9(04).
               05 f-mm-movimento                  pic 9(02).
               05 f-dd-movimento                  pic 9(02).

      *> EAN do cadastro de produtos carregado na abertura - o CSPROD
      *> so tem chave por cd-produto
       01   ws-tabela-produtos.
            03 ws-qt-produtos-tab                 pic 9(05).
            03 ws-produto-tab occurs 9999 times.
               05 ws-tab-ean                      pic 9(13).
               05 ws-tab-cd-produto               pic 9(09).

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

       01   ws-resumo-jornal.
            03 filler                             pic x(06) value "LIDAS ".
            03 res-qt-lidas                       pic 9(06).
            03 filler                             pic x(10) value " GRAVADAS ".
            03 res-qt-gravadas                    pic 9(06).
            03 filler                             pic x(12) value " REJEITADAS ".
            03 res-qt-rejeitadas                  pic 9(06).
            03 filler                             pic x(14) value spaces.

       01   ws-cab-rejeitados.
            03 filler                             pic x(31)
               value "LINHAS REJEITADAS DO COLETOR - ".
            03 cab-rej-data                       pic 9(08).
            03 filler                             pic x(93) value spaces.

       01   ws-col-rejeitados                     pic x(132) value
            "LINHA   MOTIVO                                         CONTEUDO".

       01   ws-det-rejeitado.
            03 det-rej-linha                      pic zzzzz9.
            03 filler                             pic x(02) value spaces.
            03 det-rej-motivo                     pic x(45).
            03 filler                             pic x(02) value spaces.
            03 det-rej-conteudo                   pic x(77).

       01   ws-tot-rejeitados.
            03 filler                             pic x(22)
               value "LINHAS REJEITADAS.....".
            03 tot-rej-linhas                     pic zzzzz9.
            03 filler                             pic x(104) value spaces.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-importacao.
            03 blank screen.
            03 line 06 col 20   value "COBSOFT - Importacao do Coletor de Dados".
            03 line 09 col 15   value "Arquivo.........:".
            03 line 09 col 33   value "COLETOR.CSV".
            03 line 10 col 15   value "Confirma (S/N)..:".
            03 line 13 col 15   value "Linhas Lidas....:".
            03 line 13 col 33   pic zzzzz9 from ws-qt-lidas.
            03 line 14 col 15   value "Gravadas........:".
            03 line 14 col 33   pic zzzzz9 from ws-qt-gravadas.
            03 line 15 col 15   value "Rejeitadas......:".
            03 line 15 col 33   pic zzzzz9 from ws-qt-rejeitadas.
            03 line 15 col 41   value "(COLETREJ.TXT)".
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
                                                   ws-mensagem
            move zeros                             to ws-nr-linha
                                                      ws-qt-lidas
                                                      ws-qt-gravadas
                                                      ws-qt-rejeitadas
                                                      ws-qt-produtos-tab
            accept ws-dt-hoje                      from date yyyymmdd
            accept ws-hr-agora                     from time

       exit.

      *>=================================================================================
       2000-processamento section.

            display frm-importacao
            accept f-id-confirma
                   at line 10 col 33 with update auto-skip

            if   f-id-confirma <> "S" and f-id-confirma <> "s"
                 move "Importacao nao executada."  to ws-mensagem
            else
                 open input arq-coletor
                 if   not ws-col-operacao-ok
                      move "Arquivo COLETOR.CSV nao encontrado!"
                                                   to ws-mensagem
                 else
                      perform 2100-carregar-produtos
                      if   ws-tabela-cheia
                           move "Cadastro maior que a tabela de EAN - nada importado!"
                                                   to ws-mensagem
                      else
                           perform 2200-importar-linhas
                           perform 8200-gravar-jornal
                           if   ws-qt-rejeitadas > zeros
                                move "Importacao concluida - ver rejeitadas em COLETREJ.TXT."
                                                   to ws-mensagem
                           else
                                move "Importacao concluida."
                                                   to ws-mensagem
                           end-if
                      end-if
                      close arq-coletor
                 end-if
            end-if

            display frm-importacao
            accept omitted

       exit.

      *>=================================================================================
      *> O CSPROD nao tem chave por EAN - o cadastro inteiro e lido
      *> uma vez e o EAN de cada linha e procurado na tabela
      *>=================================================================================
       2100-carregar-produtos section.

            move "N"                               to ws-id-tabela-cheia
            open input arq-produtos
            if   not ws-prd-operacao-ok
                 exit section
            end-if

            move "N"                               to ws-id-fim-arquivo
            perform until ws-fim-arquivo
                 read arq-produtos next record
                      at end
                           set ws-fim-arquivo      to true
                 end-read
                 if   not ws-fim-arquivo
                  and prd-ean > zeros
                      if   ws-qt-produtos-tab < c-qt-max-produtos
                           add  1                  to ws-qt-produtos-tab
                           move prd-ean
                             to ws-tab-ean (ws-qt-produtos-tab)
                           move prd-cd-produto
                             to ws-tab-cd-produto (ws-qt-produtos-tab)
                      else
                           set ws-tabela-cheia     to true
                           set ws-fim-arquivo      to true
                      end-if
                 end-if
            end-perform

            close arq-produtos

       exit.

      *>=================================================================================
       2200-importar-linhas section.

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

            open input arq-fornecedores
            open input arq-fechamentos
            open input arq-reservas
            open output rel-rejeitados

            move ws-dt-hoje                        to cab-rej-data
            write reg-rel-rejeitados               from ws-cab-rejeitados
            write reg-rel-rejeitados               from ws-col-rejeitados

            move "N"                               to ws-id-fim-arquivo
            perform until ws-fim-arquivo
                 read arq-coletor
                      at end
                           set ws-fim-arquivo      to true
                 end-read
                 if   not ws-fim-arquivo
                      add  1                       to ws-nr-linha
                      if   reg-coletor <> spaces
                           perform 2210-processar-linha
                      end-if
                 end-if
            end-perform

            move ws-qt-rejeitadas                  to tot-rej-linhas
            write reg-rel-rejeitados               from ws-tot-rejeitados

            close rel-rejeitados
            close arq-reservas
            close arq-fechamentos
            close arq-fornecedores
            close arq-saldos
            close arq-movimentos

       exit.

      *>=================================================================================
       2210-processar-linha section.

            perform 2220-interpretar-linha

      *>    cabecalho do arquivo descarregado pelo coletor
            if   ws-nr-linha = 1
             and ws-motivo-rejeicao = "EAN invalido"
                 exit section
            end-if

            add  1                                 to ws-qt-lidas

            if   ws-motivo-rejeicao = spaces
                 perform 2230-validar-linha
            end-if

            if   ws-motivo-rejeicao = spaces
                 perform 2240-gravar-linha
            end-if

            if   ws-motivo-rejeicao = spaces
                 add  1                            to ws-qt-gravadas
            else
                 add  1                            to ws-qt-rejeitadas
                 move ws-nr-linha                  to det-rej-linha
                 move ws-motivo-rejeicao           to det-rej-motivo
                 move reg-coletor                  to det-rej-conteudo
                 write reg-rel-rejeitados          from ws-det-rejeitado
            end-if

       exit.

      *>=================================================================================
      *> Separa os campos e confere o formato de cada um - a data em
      *> branco vale hoje, o fornecedor so conta na entrada
      *>=================================================================================
       2220-interpretar-linha section.

            move spaces                            to ws-motivo-rejeicao
            initialize                             ws-linha-coletor
                                                   f-operacao

            unstring reg-coletor delimited by ";" or ","
                     into ws-csv-ean         count in ws-tm-ean
                          ws-csv-quantidade  count in ws-tm-quantidade
                          ws-csv-tipo        count in ws-tm-tipo
                          ws-csv-documento   count in ws-tm-documento
                          ws-csv-fornecedor  count in ws-tm-fornecedor
                          ws-csv-data        count in ws-tm-data
            end-unstring

            inspect ws-csv-tipo converting "es" to "ES"

            evaluate true
                 when ws-tm-ean = zeros
                 when ws-tm-ean > 13
                      move "EAN invalido"          to ws-motivo-rejeicao
                 when ws-csv-ean(1:ws-tm-ean) is not numeric
                      move "EAN invalido"          to ws-motivo-rejeicao
                 when ws-tm-quantidade = zeros
                 when ws-tm-quantidade > 9
                      move "Quantidade invalida"   to ws-motivo-rejeicao
                 when ws-csv-quantidade(1:ws-tm-quantidade) is not numeric
                      move "Quantidade invalida"   to ws-motivo-rejeicao
                 when ws-tm-tipo <> 1
                      move "Tipo de movimento invalido - use E ou S"
                                                   to ws-motivo-rejeicao
                 when ws-csv-tipo(1:1) <> "E" and ws-csv-tipo(1:1) <> "S"
                      move "Tipo de movimento invalido - use E ou S"
                                                   to ws-motivo-rejeicao
                 when ws-tm-documento > 10
                      move "Documento com mais de 10 posicoes"
                                                   to ws-motivo-rejeicao
                 when ws-tm-data <> zeros and ws-tm-data <> 8
                      move "Data invalida"         to ws-motivo-rejeicao
                 when ws-tm-data = 8
                  and ws-csv-data(1:8) is not numeric
                      move "Data invalida"         to ws-motivo-rejeicao
                 when ws-csv-tipo(1:1) = "E"
                  and (ws-tm-fornecedor = zeros or ws-tm-fornecedor > 9)
                      move "Fornecedor invalido"   to ws-motivo-rejeicao
                 when ws-csv-tipo(1:1) = "E"
                  and ws-csv-fornecedor(1:ws-tm-fornecedor) is not numeric
                      move "Fornecedor invalido"   to ws-motivo-rejeicao
            end-evaluate

            if   ws-motivo-rejeicao <> spaces
                 exit section
            end-if

            move ws-csv-ean(1:ws-tm-ean)           to f-nr-ean
            move ws-csv-quantidade(1:ws-tm-quantidade)
                                                   to f-qt-movimento
            move ws-csv-tipo(1:1)                  to f-tp-movimento
            move ws-csv-documento                  to f-nr-documento
            if   f-tp-movimento = "E"
                 move ws-csv-fornecedor(1:ws-tm-fornecedor)
                                                   to f-cd-fornecedor
            end-if
            if   ws-tm-data = 8
                 move ws-csv-data(1:8)             to f-dt-movimento
            else
                 move ws-dt-hoje                   to f-dt-movimento
            end-if

            evaluate true
                 when f-qt-movimento = zeros
                      move "Quantidade invalida"   to ws-motivo-rejeicao
                 when f-mm-movimento < 1 or f-mm-movimento > 12
                 when f-dd-movimento < 1 or f-dd-movimento > 31
                      move "Data invalida"         to ws-motivo-rejeicao
                 when f-dt-movimento > ws-dt-hoje
                      move "Data futura"           to ws-motivo-rejeicao
            end-evaluate

       exit.

      *>=================================================================================
      *> As conferencias do CS10016C, na ordem dele: periodo,
      *> fornecedor na entrada, reservado e saldo na saida
      *>=================================================================================
       2230-validar-linha section.

            move "N"                               to ws-id-achou
            perform varying ws-ix from 1 by 1
                    until ws-ix > ws-qt-produtos-tab
                       or ws-achou-produto
                 if   ws-tab-ean (ws-ix) = f-nr-ean
                      set ws-achou-produto         to true
                      move ws-tab-cd-produto (ws-ix)
                                                   to f-cd-produto
                 end-if
            end-perform
            if   not ws-achou-produto
                 move "EAN nao cadastrado"         to ws-motivo-rejeicao
                 exit section
            end-if

      *>    o livro do mes fechado pelo CS10022C nao muda mais
            move f-dt-movimento(1:6)               to fec-nr-periodo
            read arq-fechamentos
            if   ws-fec-operacao-ok
                 move "Periodo fechado"            to ws-motivo-rejeicao
                 exit section
            end-if

            perform 8000-ler-saldo

            if   f-tp-movimento = "E"
                 move f-cd-fornecedor              to for-cd-fornecedor
                 read arq-fornecedores
                 evaluate true
                      when ws-for-inexistente
                           move "Fornecedor nao cadastrado"
                                                   to ws-motivo-rejeicao
                      when not ws-for-operacao-ok
                           move "Erro ao ler o fornecedor"
                                                   to ws-motivo-rejeicao
                      when for-id-ativa <> "S"
                           move "Fornecedor desativado"
                                                   to ws-motivo-rejeicao
                 end-evaluate
                 exit section
            end-if

            move f-cd-produto                      to res-cd-produto
            read arq-reservas
            if   not ws-res-operacao-ok
                 move zeros                        to res-qt-reservada
            end-if
            compute ws-qt-disponivel =
                    sal-qt-saldo - res-qt-reservada
            evaluate true
                 when f-qt-movimento > sal-qt-saldo
                      move "Saldo insuficiente"    to ws-motivo-rejeicao
                 when f-qt-movimento > ws-qt-disponivel
                      move "Saldo reservado para pedidos"
                                                   to ws-motivo-rejeicao
            end-evaluate

       exit.

      *>=================================================================================
      *> Entrada ao custo medio corrente e sem lote; saida ao custo
      *> medio e pelos lotes que vencem primeiro
      *>=================================================================================
       2240-gravar-linha section.

            move sal-vl-custo-medio                to f-vl-custo-unitario
            if   f-tp-movimento = "S"
                 move zeros                        to f-cd-fornecedor
            end-if

            perform 8000-gravar-movimento
            if   not ws-mov-operacao-ok
                 move "Erro ao gravar o movimento"  to ws-motivo-rejeicao
                 exit section
            end-if

            if   f-tp-movimento = "E"
                 add  f-qt-movimento               to sal-qt-saldo
            else
                 subtract f-qt-movimento           from sal-qt-saldo
            end-if
            perform 8000-gravar-saldo
            if   not ws-sal-operacao-ok
                 move "Movimento gravado - erro ao gravar o saldo"
                                                   to ws-motivo-rejeicao
                 exit section
            end-if

            if   f-tp-movimento = "S"
                 move f-cd-produto                 to llo-cd-produto
                 move spaces                       to llo-nr-lote
                 move f-qt-movimento               to llo-qt-movimento
                 set llo-saida-validade            to true
                 call c-saldo-lote using lw-lote
                 cancel c-saldo-lote
                 if   not llo-retorno-ok
                      move "Movimento gravado - erro ao baixar o lote"
                                                   to ws-motivo-rejeicao
                 end-if

      *>    e sai dos enderecos na ordem do percurso; o que eles nao
      *>    cobrem sai do estoque ainda sem endereco
                 move lnk-cd-filial                to len-cd-filial
                 move f-cd-produto                 to len-cd-produto
                 move f-qt-movimento               to len-qt-movimento
                 set len-saida-percurso            to true
                 call c-saldo-endereco using lw-endereco
                 cancel c-saldo-endereco
                 if   not len-retorno-ok
                      move "Movimento gravado - erro ao baixar o endereco"
                                                   to ws-motivo-rejeicao
                 end-if
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.


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

       exit.

      *>=================================================================================
      *> O movimento entra sob a proxima sequencia do produto, com a
      *> data lida pelo coletor
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
            move f-nr-documento                    to mov-nr-documento
            move f-dt-movimento                    to mov-dt-movimento
            move f-cd-fornecedor                   to mov-cd-fornecedor

            write f-movimento

       exit.

      *>=================================================================================
      *> A execucao entra no jornal de utilizacao CSJORNAL (evento
      *> IM) com quem importou e o resumo no complemento
      *>=================================================================================
       8200-gravar-jornal section.

            open extend arq-jornal
            if   ws-jor-operacao-ok
                 initialize                        f-jornal
                 move "IM"                         to jor-tp-evento
                 move lnk-id-usuario               to jor-id-usuario
                 move lnk-cd-empresa               to jor-cd-empresa
                 move lnk-cd-filial                to jor-cd-filial
                 move c-este-programa              to jor-cd-programa
                 move ws-dt-hoje                   to jor-dt-evento
                 move ws-hr-agora                  to jor-hr-evento
                 move ws-qt-lidas                  to res-qt-lidas
                 move ws-qt-gravadas               to res-qt-gravadas
                 move ws-qt-rejeitadas             to res-qt-rejeitadas
                 move ws-resumo-jornal             to jor-ds-complemento
                 write f-jornal
                 close arq-jornal
            end-if

       exit.
