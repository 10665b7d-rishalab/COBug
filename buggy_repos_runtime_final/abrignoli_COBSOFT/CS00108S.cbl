$set sourceformat"free"
       program-id. CS00108S.
      *>=================================================================================
      *>
      *>                        Saldo por Endereco
      *>
      *>     O CSSALDO diz quanto a filial tem de cada produto, nao
      *>     onde esta. O CSESTLOC guarda o saldo por filial, produto e
      *>     endereco (corredor/prateleira/nivel do cadastro CSLOCAL,
      *>     mantido pelo CS10029C). Como no saldo por lote (CS00107S),
      *>     o CSSALDO continua sendo o total do produto: a diferenca
      *>     entre ele e a soma dos enderecos e o estoque ainda sem
      *>     endereco. Todo programa que mexe no saldo por endereco
      *>     chama este modulo em vez de abrir o CSESTLOC.
      *>     Operacoes:
      *>          C consulta - sugere de onde separar: o primeiro
      *>                       endereco no percurso que cobre a
      *>                       quantidade, senao o de maior saldo; e
      *>                       soma dos saldos de endereco do produto
      *>          L ler      - saldo do produto num endereco, e a soma
      *>          E entrada  - guarda a quantidade no endereco (ativo)
      *>          S saida    - baixa a quantidade de um endereco
      *>          P percurso - baixa a quantidade pelos enderecos na
      *>                       ordem do percurso; o que eles nao cobrem
      *>                       volta em len-qt-sem-endereco
      *>          T transf.  - passa a quantidade de um endereco para
      *>                       outro, sem movimento de estoque
      *>          A ajuste   - o endereco passa a ter a quantidade
      *>                       informada (inventario)
      *>     Retorno: O ok - N endereco nao cadastrado ou inativo -
      *>     I saldo do endereco insuficiente - E erro de gravacao.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       input-output section.
       file-control.
            select optional arq-enderecos assign to "CSLOCAL.DAT"
                   organization is indexed
                   access mode is random
                   record key is loc-chave
                   file status is ws-fs-enderecos.
            select optional arq-estoque-endereco assign to "CSESTLOC.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is elc-chave
                   file status is ws-fs-estoque-endereco.

      *>=================================================================================
       data division.

       file section.
      *> cadastro de enderecos por filial mantido pelo CS10029C
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

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00108S".
       78   c-descricao-programa                   value "SALDO POR ENDERECO".

       01   ws-campos-trabalho.
            03 ws-fs-enderecos                    pic x(02).
               88 ws-loc-operacao-ok                   value "00".
            03 ws-fs-estoque-endereco             pic x(02).
               88 ws-elc-operacao-ok                   value "00".
               88 ws-elc-inexistente                   value "23".
            03 ws-id-fim-browse                   pic x(01).
               88 ws-fim-browse                        value "S".
            03 ws-id-fim-baixa                    pic x(01).
               88 ws-fim-baixa                         value "S".
            03 ws-endereco-cobre                  pic x(08).
            03 ws-nr-percurso-cobre               pic 9(05).
            03 ws-qt-endereco-cobre               pic s9(09).
            03 ws-endereco-maior                  pic x(08).
            03 ws-qt-endereco-maior               pic s9(09).
            03 ws-endereco-proximo                pic x(08).
            03 ws-nr-percurso-proximo             pic 9(05).
            03 ws-qt-a-baixar                     pic 9(09).

      *>=================================================================================
       linkage section.

       01   lnk-endereco.
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
       procedure division using lnk-endereco.

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

            set len-retorno-ok                     to true
            move zeros                             to len-qt-sem-endereco

            open input arq-enderecos

            open i-o arq-estoque-endereco
            if   not ws-elc-operacao-ok
                 open output arq-estoque-endereco
                 close arq-estoque-endereco
                 open i-o arq-estoque-endereco
            end-if

       exit.

      *>=================================================================================
       2000-processamento section.

            evaluate true
                 when len-consultar
                      perform 2100-consultar
                 when len-ler
                      perform 2200-ler-endereco
                 when len-entrada
                      perform 2300-entrada
                 when len-saida
                      perform 2400-saida
                 when len-saida-percurso
                      perform 2500-saida-percurso
                 when len-transferir
                      perform 2600-transferir
                 when len-ajuste
                      perform 2700-ajuste
                 when other
                      set len-retorno-erro         to true
            end-evaluate

       exit.

      *>=================================================================================
      *> Sugestao de separacao: o primeiro endereco do percurso que
      *> cobre a quantidade pedida; nenhum cobrindo, o de maior saldo;
      *> sem endereco com saldo, volta em branco
      *>=================================================================================
       2100-consultar section.

            perform 8000-percorrer-enderecos

            if   ws-endereco-cobre <> spaces
                 move ws-endereco-cobre            to len-endereco
                 move ws-qt-endereco-cobre         to len-qt-endereco
            else
                 move ws-endereco-maior            to len-endereco
                 move ws-qt-endereco-maior         to len-qt-endereco
            end-if
            if   len-endereco = spaces
                 move zeros                        to len-nr-prateleira
                                                      len-nr-nivel
            end-if

       exit.

      *>=================================================================================
       2200-ler-endereco section.

            perform 8000-percorrer-enderecos

            move len-cd-filial                     to elc-cd-filial
            move len-cd-produto                    to elc-cd-produto
            move len-endereco                      to elc-endereco
            read arq-estoque-endereco
            if   ws-elc-operacao-ok
                 move elc-qt-saldo                 to len-qt-endereco
            else
                 move zeros                        to len-qt-endereco
            end-if

            perform 8100-conferir-endereco

       exit.

      *>=================================================================================
      *> Guarda soh em endereco cadastrado e ativo na filial
      *>=================================================================================
       2300-entrada section.

            perform 8100-conferir-endereco
            if   not len-retorno-ok
                 exit section
            end-if

            move len-cd-filial                     to elc-cd-filial
            move len-cd-produto                    to elc-cd-produto
            move len-endereco                      to elc-endereco
            read arq-estoque-endereco
            if   ws-elc-inexistente
                 move len-cd-filial                to elc-cd-filial
                 move len-cd-produto               to elc-cd-produto
                 move len-endereco                 to elc-endereco
                 move len-qt-movimento             to elc-qt-saldo
                 write f-estoque-endereco
            else
                 add  len-qt-movimento             to elc-qt-saldo
                 rewrite f-estoque-endereco
            end-if

            if   not ws-elc-operacao-ok
                 set len-retorno-erro              to true
            else
                 move elc-qt-saldo                 to len-qt-endereco
            end-if

       exit.

      *>=================================================================================
       2400-saida section.

            move len-cd-filial                     to elc-cd-filial
            move len-cd-produto                    to elc-cd-produto
            move len-endereco                      to elc-endereco
            read arq-estoque-endereco
            if   not ws-elc-operacao-ok
                 set len-endereco-inexistente      to true
                 exit section
            end-if

            if   len-qt-movimento > elc-qt-saldo
                 set len-saldo-insuficiente        to true
                 exit section
            end-if

            subtract len-qt-movimento              from elc-qt-saldo
            rewrite f-estoque-endereco
            if   not ws-elc-operacao-ok
                 set len-retorno-erro              to true
            else
                 move elc-qt-saldo                 to len-qt-endereco
            end-if

       exit.

      *>=================================================================================
      *> Saida sem endereco escolhido (faturamento, transferencia entre
      *> filiais, coletor) - a cada volta o primeiro endereco do
      *> percurso com saldo cede o que tem
      *>=================================================================================
       2500-saida-percurso section.

            move len-qt-movimento                  to ws-qt-a-baixar
            move "N"                               to ws-id-fim-baixa

            perform until ws-fim-baixa
                 perform 8000-percorrer-enderecos
                 if   ws-endereco-proximo = spaces
                  or  ws-qt-a-baixar = zeros
                      set ws-fim-baixa             to true
                 else
                      move len-cd-filial           to elc-cd-filial
                      move len-cd-produto          to elc-cd-produto
                      move ws-endereco-proximo     to elc-endereco
                      read arq-estoque-endereco
                      if   ws-qt-a-baixar > elc-qt-saldo
                           subtract elc-qt-saldo   from ws-qt-a-baixar
                           move zeros              to elc-qt-saldo
                      else
                           subtract ws-qt-a-baixar from elc-qt-saldo
                           move zeros              to ws-qt-a-baixar
                      end-if
                      rewrite f-estoque-endereco
                      if   not ws-elc-operacao-ok
                           set len-retorno-erro    to true
                           set ws-fim-baixa        to true
                      end-if
                 end-if
            end-perform

            move ws-qt-a-baixar                    to len-qt-sem-endereco

       exit.

      *>=================================================================================
      *> Troca de endereco nao e movimento de estoque - o saldo do
      *> produto nao muda, so onde ele esta
      *>=================================================================================
       2600-transferir section.

            move len-endereco                      to ws-endereco-proximo
            move len-endereco-destino              to len-endereco
            perform 8100-conferir-endereco
            move ws-endereco-proximo               to len-endereco
            if   not len-retorno-ok
                 exit section
            end-if

            perform 2400-saida
            if   not len-retorno-ok
                 exit section
            end-if

            move len-endereco-destino              to len-endereco
            perform 2300-entrada
            move ws-endereco-proximo               to len-endereco

       exit.

      *>=================================================================================
      *> Inventario por endereco - a contagem passa a ser o saldo do
      *> produto no endereco
      *>=================================================================================
       2700-ajuste section.

            move len-cd-filial                     to elc-cd-filial
            move len-cd-produto                    to elc-cd-produto
            move len-endereco                      to elc-endereco
            read arq-estoque-endereco
            if   ws-elc-inexistente
                 move len-cd-filial                to elc-cd-filial
                 move len-cd-produto               to elc-cd-produto
                 move len-endereco                 to elc-endereco
                 move len-qt-movimento             to elc-qt-saldo
                 write f-estoque-endereco
            else
                 move len-qt-movimento             to elc-qt-saldo
                 rewrite f-estoque-endereco
            end-if

            if   not ws-elc-operacao-ok
                 set len-retorno-erro              to true
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close arq-enderecos
            close arq-estoque-endereco

       exit.

      *>=================================================================================
      *> Browse pelos enderecos do produto na filial: soma os saldos e
      *> guarda o primeiro endereco do percurso com saldo, o primeiro
      *> que cobre a quantidade e o de maior saldo
      *>=================================================================================
       8000-percorrer-enderecos section.

            move spaces                            to ws-endereco-cobre
                                                      ws-endereco-maior
                                                      ws-endereco-proximo
            move 99999                             to ws-nr-percurso-cobre
                                                      ws-nr-percurso-proximo
            move zeros                             to ws-qt-endereco-cobre
                                                      ws-qt-endereco-maior
                                                      len-qt-total-enderecos
            move "N"                               to ws-id-fim-browse
            move len-cd-filial                     to elc-cd-filial
            move len-cd-produto                    to elc-cd-produto
            move low-values                        to elc-endereco

            start arq-estoque-endereco key is not less than elc-chave
                  invalid key
                       set ws-fim-browse           to true
            end-start

            perform until ws-fim-browse
                 read arq-estoque-endereco next record
                      at end
                           set ws-fim-browse       to true
                 end-read
                 if   not ws-fim-browse
                      if   elc-cd-filial <> len-cd-filial
                       or  elc-cd-produto <> len-cd-produto
                           set ws-fim-browse       to true
                      else
                           add  elc-qt-saldo       to len-qt-total-enderecos
                           if   elc-qt-saldo > zeros
                                perform 8010-avaliar-endereco
                           end-if
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
       8010-avaliar-endereco section.

            move elc-cd-filial                     to loc-cd-filial
            move elc-endereco                      to loc-endereco
            read arq-enderecos
            if   not ws-loc-operacao-ok
                 move 99999                        to loc-nr-percurso
            end-if

            if   loc-nr-percurso < ws-nr-percurso-proximo
             or  ws-endereco-proximo = spaces
                 move elc-endereco                 to ws-endereco-proximo
                 move loc-nr-percurso              to ws-nr-percurso-proximo
            end-if

            if   elc-qt-saldo not < len-qt-movimento
             and (loc-nr-percurso < ws-nr-percurso-cobre
              or  ws-endereco-cobre = spaces)
                 move elc-endereco                 to ws-endereco-cobre
                 move loc-nr-percurso              to ws-nr-percurso-cobre
                 move elc-qt-saldo                 to ws-qt-endereco-cobre
            end-if

            if   elc-qt-saldo > ws-qt-endereco-maior
                 move elc-endereco                 to ws-endereco-maior
                 move elc-qt-saldo                 to ws-qt-endereco-maior
            end-if

       exit.

      *>=================================================================================
      *> Endereco tem de existir na filial e estar ativo
      *>=================================================================================
       8100-conferir-endereco section.

            move len-cd-filial                     to loc-cd-filial
            move len-endereco                      to loc-endereco
            read arq-enderecos
            if   not ws-loc-operacao-ok
             or  loc-id-ativo <> "S"
                 set len-endereco-inexistente      to true
            end-if

       exit.
