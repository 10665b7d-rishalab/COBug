$set sourceformat"free"
       program-id. CS00107S.
      *>=================================================================================
      *>
      *>                          Saldo por Lote
      *>
      *>     Metade do que se estoca e perecivel e o CSSALDO guarda uma
      *>     quantidade so por produto. O CSLOTE guarda o saldo por
      *>     produto e lote, com a data de validade e a data da primeira
      *>     entrada do lote. O CSSALDO continua sendo o total do
      *>     produto: a diferenca entre ele e a soma dos lotes e o
      *>     estoque sem lote (nao perecivel ou anterior ao controle).
      *>     Todo programa que mexe em saldo de produto perecivel chama
      *>     este modulo em vez de abrir o CSLOTE - movimentacao
      *>     (CS10016C), faturamento (CS10024C) e inventario (CS10019C).
      *>     Operacoes:
      *>          C consulta - lote de validade mais proxima com saldo
      *>                       e soma dos saldos de lote do produto
      *>          L ler      - saldo e validade de um lote, e a soma
      *>          E entrada  - soma a quantidade no lote (cria o lote
      *>                       com a validade informada)
      *>          S saida    - baixa a quantidade de um lote
      *>          F validade - baixa a quantidade pelos lotes em ordem
      *>                       de validade (primeiro que vence, primeiro
      *>                       que sai); o que os lotes nao cobrem volta
      *>                       em llo-qt-sem-lote
      *>          A ajuste   - o lote passa a ter a quantidade informada
      *>     Retorno: O ok - N lote inexistente - I saldo do lote
      *>     insuficiente - E erro de gravacao.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       input-output section.
       file-control.
            select optional arq-lotes assign to "CSLOTE.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is lot-chave
                   file status is ws-fs-lotes.

      *>=================================================================================
       data division.

       file section.
       fd  arq-lotes.
       01  f-lote.
           03 lot-chave.
              05 lot-cd-produto                   pic 9(09).
              05 lot-nr-lote                      pic x(15).
           03 lot-dt-validade                     pic 9(08).
           03 lot-dt-entrada                      pic 9(08).
           03 lot-qt-saldo                        pic s9(09).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00107S".
       78   c-descricao-programa                   value "SALDO POR LOTE".

       01   ws-campos-trabalho.
            03 ws-fs-lotes                        pic x(02).
               88 ws-lot-operacao-ok                   value "00".
               88 ws-lot-inexistente                   value "23".
            03 ws-id-fim-browse                   pic x(01).
               88 ws-fim-browse                        value "S".
            03 ws-id-fim-baixa                    pic x(01).
               88 ws-fim-baixa                         value "S".
            03 ws-nr-lote-proximo                 pic x(15).
            03 ws-dt-validade-proxima             pic 9(08).
            03 ws-qt-lote-proximo                 pic s9(09).
            03 ws-qt-a-baixar                     pic 9(09).
            03 ws-dt-hoje                         pic 9(08).

      *>=================================================================================
       linkage section.

       01   lnk-lote.
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

      *>=================================================================================
       procedure division using lnk-lote.

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

            set llo-retorno-ok                     to true
            move zeros                             to llo-qt-sem-lote
            accept ws-dt-hoje                      from date yyyymmdd

            open i-o arq-lotes
            if   not ws-lot-operacao-ok
                 open output arq-lotes
                 close arq-lotes
                 open i-o arq-lotes
            end-if

       exit.

      *>=================================================================================
       2000-processamento section.

            evaluate true
                 when llo-consultar
                      perform 2100-consultar
                 when llo-ler
                      perform 2200-ler-lote
                 when llo-entrada
                      perform 2300-entrada
                 when llo-saida
                      perform 2400-saida
                 when llo-saida-validade
                      perform 2500-saida-validade
                 when llo-ajuste
                      perform 2600-ajuste
                 when other
                      set llo-retorno-erro         to true
            end-evaluate

       exit.

      *>=================================================================================
      *> O lote sugerido para a saida e o de validade mais proxima que
      *> ainda tem saldo - sem lote com saldo, o lote volta em branco
      *>=================================================================================
       2100-consultar section.

            perform 8000-percorrer-lotes

            move ws-nr-lote-proximo                to llo-nr-lote
            move ws-dt-validade-proxima            to llo-dt-validade
            move ws-qt-lote-proximo                to llo-qt-lote

       exit.

      *>=================================================================================
       2200-ler-lote section.

            perform 8000-percorrer-lotes

            move llo-cd-produto                    to lot-cd-produto
            move llo-nr-lote                       to lot-nr-lote
            read arq-lotes
            if   ws-lot-operacao-ok
                 move lot-dt-validade              to llo-dt-validade
                 move lot-qt-saldo                 to llo-qt-lote
            else
                 move zeros                        to llo-dt-validade
                                                      llo-qt-lote
                 set llo-lote-inexistente          to true
            end-if

       exit.

      *>=================================================================================
      *> Lote novo nasce com a validade informada; lote ja existente
      *> guarda a validade da primeira entrada
      *>=================================================================================
       2300-entrada section.

            move llo-cd-produto                    to lot-cd-produto
            move llo-nr-lote                       to lot-nr-lote
            read arq-lotes
            if   ws-lot-inexistente
                 move llo-cd-produto               to lot-cd-produto
                 move llo-nr-lote                  to lot-nr-lote
                 move llo-dt-validade              to lot-dt-validade
                 move ws-dt-hoje                   to lot-dt-entrada
                 move llo-qt-movimento             to lot-qt-saldo
                 write f-lote
            else
                 add  llo-qt-movimento             to lot-qt-saldo
                 rewrite f-lote
            end-if

            if   not ws-lot-operacao-ok
                 set llo-retorno-erro              to true
            else
                 move lot-dt-validade              to llo-dt-validade
                 move lot-qt-saldo                 to llo-qt-lote
            end-if

       exit.

      *>=================================================================================
       2400-saida section.

            move llo-cd-produto                    to lot-cd-produto
            move llo-nr-lote                       to lot-nr-lote
            read arq-lotes
            if   not ws-lot-operacao-ok
                 set llo-lote-inexistente          to true
                 exit section
            end-if

            if   llo-qt-movimento > lot-qt-saldo
                 set llo-saldo-insuficiente        to true
                 exit section
            end-if

            subtract llo-qt-movimento              from lot-qt-saldo
            rewrite f-lote
            if   not ws-lot-operacao-ok
                 set llo-retorno-erro              to true
            else
                 move lot-qt-saldo                 to llo-qt-lote
            end-if

       exit.

      *>=================================================================================
      *> Baixa sem lote escolhido - a cada volta o lote que vence
      *> primeiro cede o que tem, ate cobrir a quantidade ou acabarem
      *> os lotes com saldo
      *>=================================================================================
       2500-saida-validade section.

            move llo-qt-movimento                  to ws-qt-a-baixar
            move "N"                               to ws-id-fim-baixa

            perform until ws-fim-baixa
                 perform 8000-percorrer-lotes
                 if   ws-nr-lote-proximo = spaces
                  or  ws-qt-a-baixar = zeros
                      set ws-fim-baixa             to true
                 else
                      move llo-cd-produto          to lot-cd-produto
                      move ws-nr-lote-proximo      to lot-nr-lote
                      read arq-lotes
                      if   ws-qt-a-baixar > lot-qt-saldo
                           subtract lot-qt-saldo   from ws-qt-a-baixar
                           move zeros              to lot-qt-saldo
                      else
                           subtract ws-qt-a-baixar from lot-qt-saldo
                           move zeros              to ws-qt-a-baixar
                      end-if
                      rewrite f-lote
                      if   not ws-lot-operacao-ok
                           set llo-retorno-erro    to true
                           set ws-fim-baixa        to true
                      end-if
                 end-if
            end-perform

            move ws-qt-a-baixar                    to llo-qt-sem-lote

       exit.

      *>=================================================================================
      *> Inventario por lote - a contagem passa a ser o saldo do lote;
      *> lote contado que nao existia nasce com a validade informada
      *>=================================================================================
       2600-ajuste section.

            move llo-cd-produto                    to lot-cd-produto
            move llo-nr-lote                       to lot-nr-lote
            read arq-lotes
            if   ws-lot-inexistente
                 move llo-cd-produto               to lot-cd-produto
                 move llo-nr-lote                  to lot-nr-lote
                 move llo-dt-validade              to lot-dt-validade
                 move ws-dt-hoje                   to lot-dt-entrada
                 move llo-qt-movimento             to lot-qt-saldo
                 write f-lote
            else
                 move llo-qt-movimento             to lot-qt-saldo
                 rewrite f-lote
            end-if

            if   not ws-lot-operacao-ok
                 set llo-retorno-erro              to true
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close arq-lotes

       exit.

      *>=================================================================================
      *> Browse pelos lotes do produto: soma os saldos e guarda o lote
      *> com saldo de validade mais proxima
      *>=================================================================================
       8000-percorrer-lotes section.

            move spaces                            to ws-nr-lote-proximo
            move 99999999                          to ws-dt-validade-proxima
            move zeros                             to ws-qt-lote-proximo
                                                      llo-qt-total-lotes
            move "N"                               to ws-id-fim-browse
            move llo-cd-produto                    to lot-cd-produto
            move low-values                        to lot-nr-lote

            start arq-lotes key is not less than lot-chave
                  invalid key
                       set ws-fim-browse           to true
            end-start

            perform until ws-fim-browse
                 read arq-lotes next record
                      at end
                           set ws-fim-browse       to true
                 end-read
                 if   not ws-fim-browse
                      if   lot-cd-produto <> llo-cd-produto
                           set ws-fim-browse       to true
                      else
                           add  lot-qt-saldo       to llo-qt-total-lotes
                           if   lot-qt-saldo > zeros
                            and lot-dt-validade < ws-dt-validade-proxima
                                move lot-nr-lote   to ws-nr-lote-proximo
                                move lot-dt-validade
                                                   to ws-dt-validade-proxima
                                move lot-qt-saldo  to ws-qt-lote-proximo
                           end-if
                      end-if
                 end-if
            end-perform

            if   ws-nr-lote-proximo = spaces
                 move zeros                        to ws-dt-validade-proxima
            end-if

       exit.
