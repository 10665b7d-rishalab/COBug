$set sourceformat"free"
       program-id. CS10028C.
      *>=================================================================================
      *>
      *>                    Ficha de Estoque do Produto (Kardex)
      *>
      *>     Quando um saldo parece errado, o unico caminho era imprimir
      *>     o diario de movimentos do CS20003C e somar a mao. Aqui se
      *>     digita o cd-produto e os periodos (aaaamm) inicial e final
      *>     e a tela mostra todo movimento do CSMOVEST no periodo em
      *>     ordem de data: tipo, documento, fornecedor, quantidade de
      *>     entrada ou de saida, custo unitario, saldo corrente e custo
      *>     medio depois do movimento - o mesmo calculo do CS10016C.
      *>     O saldo inicial vem da fotografia do periodo anterior no
      *>     CSSALDOP (fechamento CS10022C); sem fotografia, o saldo
      *>     inicial e refeito desde o primeiro movimento do produto.
      *>     Os movimentos depois do periodo final continuam somados sem
      *>     aparecer, e o saldo que resulta e conferido com o CSSALDO -
      *>     a divergencia sai avisada na tela.
      *>     Entram no saldo: E entrada e A ajuste de inventario;
      *>     saem: S saida e R reducao de inventario.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       input-output section.
       file-control.
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
            select optional arq-saldos-periodo assign to "CSSALDOP.DAT"
                   organization is indexed
                   access mode is random
                   record key is slp-chave
                   file status is ws-fs-saldos-periodo.
            select arq-class-kardex assign to "CSKARDEX.TMP".

      *>=================================================================================
       data division.

       file section.
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

      *> saldos por periodo fotografados pelo fechamento CS10022C
       fd  arq-saldos-periodo.
       01  f-saldo-periodo.
           03 slp-chave.
              05 slp-nr-periodo                   pic 9(06).
              05 slp-cd-produto                   pic 9(09).
           03 slp-qt-saldo                        pic s9(09).
           03 slp-vl-custo-medio                  pic 9(09)v99.

      *> o CSMOVEST vem na ordem de lancamento - a ficha sai na de data
       sd  arq-class-kardex.
       01  f-class-kardex.
           03 clk-dt-movimento                    pic 9(08).
           03 clk-nr-sequencia                    pic 9(06).
           03 clk-tp-movimento                    pic x(01).
           03 clk-qt-movimento                    pic 9(09).
           03 clk-vl-custo-unitario               pic 9(09)v99.
           03 clk-nr-documento                    pic x(10).
           03 clk-cd-fornecedor                   pic 9(09).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10028C".
       78   c-descricao-programa                   value "FICHA DE ESTOQUE".
       78   c-qt-max-linhas                        value 500.
       78   c-qt-linhas-pagina                     value 8.

       01   ws-campos-trabalho.
            03 ws-fs-produtos                     pic x(02).
               88 ws-prd-operacao-ok                   value "00".
            03 ws-fs-movimentos                   pic x(02).
               88 ws-mov-operacao-ok                   value "00".
            03 ws-fs-saldos                       pic x(02).
               88 ws-sal-operacao-ok                   value "00".
            03 ws-fs-saldos-periodo               pic x(02).
               88 ws-slp-operacao-ok                   value "00".
            03 ws-id-fim-browse                   pic x(01).
               88 ws-fim-browse                        value "S".
            03 ws-id-fim-arquivo                  pic x(01).
               88 ws-fim-arquivo                       value "S".
            03 ws-id-fotografia                   pic x(01).
               88 ws-com-fotografia                    value "S".
            03 ws-id-tabela-cheia                 pic x(01).
               88 ws-tabela-cheia                      value "S".
            03 ws-nr-periodo-anterior             pic 9(06).
            03 filler redefines ws-nr-periodo-anterior.
               05 ws-aa-periodo-anterior          pic 9(04).
               05 ws-mm-periodo-anterior          pic 9(02).
            03 ws-dt-inicio                       pic 9(08).
            03 ws-dt-fim                          pic 9(08).
            03 ws-qt-saldo-kardex                 pic s9(10).
            03 ws-vl-custo-kardex                 pic 9(09)v99.
            03 ws-qt-saldo-novo                   pic s9(10).
            03 ws-qt-saldo-final                  pic s9(10).
            03 ws-vl-custo-final                  pic 9(09)v99.
            03 ws-qt-linhas                       pic 9(05).
            03 ws-qt-movimentos-periodo           pic 9(07).
            03 ws-ix                              pic 9(05).
            03 ws-ix-pagina                       pic 9(02).
            03 ws-nr-primeira-linha               pic 9(05).
            03 ws-mensagem                        pic x(60).

       01   f-operacao.
            03 f-cd-produto                       pic 9(09).
            03 f-nr-periodo-inicial               pic 9(06).
            03 filler redefines f-nr-periodo-inicial.
               05 f-aa-periodo-inicial            pic 9(04).
               05 f-mm-periodo-inicial            pic 9(02).
            03 f-nr-periodo-final                 pic 9(06).
            03 f-id-continua                      pic x(01).
            03 f-qt-saldo-inicial                 pic s9(10).
            03 f-vl-custo-inicial                 pic 9(09)v99.

      *> linhas da ficha ja formatadas, mostradas de oito em oito
       01   ws-tabela-kardex.
            03 ws-tab-linha                       pic x(78)
                                                  occurs 500 times.

       01   ws-pagina-kardex.
            03 ws-pag-linha                       pic x(78)
                                                  occurs 8 times.

       01   ws-col-kardex                         pic x(78) value
            "DATA     T DOCUMENTO  FORNECED. ENTRADA   SAIDA CUSTO UN.    SALDO C. MEDIO".

       01   ws-det-kardex.
            03 det-kdx-data                       pic 9(08).
            03 filler                             pic x(01) value spaces.
            03 det-kdx-tipo                       pic x(01).
            03 filler                             pic x(01) value spaces.
            03 det-kdx-documento                  pic x(10).
            03 filler                             pic x(01) value spaces.
            03 det-kdx-fornecedor                 pic z(09).
            03 filler                             pic x(01) value spaces.
            03 det-kdx-entrada                    pic z(07).
            03 filler                             pic x(01) value spaces.
            03 det-kdx-saida                      pic z(07).
            03 filler                             pic x(01) value spaces.
            03 det-kdx-custo                      pic zzzzz9,99.
            03 filler                             pic x(01) value spaces.
            03 det-kdx-saldo                      pic -(07)9.
            03 filler                             pic x(01) value spaces.
            03 det-kdx-custo-medio                pic zzzzz9,99.
            03 filler                             pic x(02) value spaces.

      *>=================================================================================
       screen section.

       01   frm-kardex.
            03 blank screen.
            03 line 04 col 20   value "COBSOFT - Ficha de Estoque (Kardex)".
            03 line 06 col 02   value "Produto.........:".
            03 line 06 col 20   pic 9(09) from f-cd-produto.
            03 line 06 col 31   pic x(45) from prd-descricao-produto.
            03 line 07 col 02   value "Periodo (aaaamm):".
            03 line 07 col 20   pic 9(06) from f-nr-periodo-inicial.
            03 line 07 col 28   value "a".
            03 line 07 col 31   pic 9(06) from f-nr-periodo-final.
            03 line 08 col 02   value "Saldo Inicial...:".
            03 line 08 col 20   pic -(09)9 from f-qt-saldo-inicial.
            03 line 08 col 33   value "Custo Medio:".
            03 line 08 col 46   pic zzzzzzzz9,99 from f-vl-custo-inicial.
            03 line 10 col 02   pic x(78) from ws-col-kardex.
            03 line 11 col 02   pic x(78) from ws-pag-linha (1).
            03 line 12 col 02   pic x(78) from ws-pag-linha (2).
            03 line 13 col 02   pic x(78) from ws-pag-linha (3).
            03 line 14 col 02   pic x(78) from ws-pag-linha (4).
            03 line 15 col 02   pic x(78) from ws-pag-linha (5).
            03 line 16 col 02   pic x(78) from ws-pag-linha (6).
            03 line 17 col 02   pic x(78) from ws-pag-linha (7).
            03 line 18 col 02   pic x(78) from ws-pag-linha (8).
            03 line 20 col 02   value "Saldo Final.....:".
            03 line 20 col 20   pic -(09)9 from ws-qt-saldo-final.
            03 line 20 col 33   value "Custo Medio:".
            03 line 20 col 46   pic zzzzzzzz9,99 from ws-vl-custo-final.
            03 line 21 col 02   value "Continua (S/N)..:".
            03 line 22 col 02   pic x(60) from ws-mensagem.

      *>=================================================================================
       procedure division.

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
                                                   f-produto
                                                   ws-pagina-kardex
                                                   ws-mensagem
            move zeros                             to ws-qt-saldo-final
                                                      ws-vl-custo-final

            open input arq-produtos
            open input arq-movimentos
            open input arq-saldos
            open input arq-saldos-periodo

       exit.

      *>=================================================================================
       2000-processamento section.

            display frm-kardex

            perform until f-cd-produto > zeros
                 accept f-cd-produto
                        at line 06 col 20 with update auto-skip
            end-perform

            move f-cd-produto                      to prd-cd-produto
            read arq-produtos
            if   not ws-prd-operacao-ok
                 move spaces                       to prd-descricao-produto
                 move "Produto nao cadastrado!"    to ws-mensagem
                 display frm-kardex
                 accept omitted
                 exit section
            end-if
            display frm-kardex

            perform until f-mm-periodo-inicial > zeros
                      and f-mm-periodo-inicial < 13
                 accept f-nr-periodo-inicial
                        at line 07 col 20 with update auto-skip
            end-perform
            accept f-nr-periodo-final
                   at line 07 col 31 with update auto-skip
            if   f-nr-periodo-final < f-nr-periodo-inicial
                 move f-nr-periodo-inicial         to f-nr-periodo-final
            end-if

            perform 2100-saldo-inicial

            sort arq-class-kardex
                 ascending key clk-dt-movimento clk-nr-sequencia
                 input procedure is 2200-entrada-kardex
                 output procedure is 2300-saida-kardex

            perform 2400-conferir-saldo
            perform 2500-mostrar-ficha

       exit.

      *>=================================================================================
      *> A fotografia do mes anterior ao periodo inicial e o saldo de
      *> abertura; sem ela a abertura parte do zero e os movimentos
      *> anteriores ao periodo sao somados nela pela 2300
      *>=================================================================================
       2100-saldo-inicial section.

            move f-nr-periodo-inicial              to ws-nr-periodo-anterior
            if   ws-mm-periodo-anterior = 01
                 subtract 1                        from ws-aa-periodo-anterior
                 move 12                           to ws-mm-periodo-anterior
            else
                 subtract 1                        from ws-mm-periodo-anterior
            end-if

            compute ws-dt-inicio = f-nr-periodo-inicial * 100 + 01
            compute ws-dt-fim    = f-nr-periodo-final * 100 + 31

            move "N"                               to ws-id-fotografia
            move ws-nr-periodo-anterior            to slp-nr-periodo
            move f-cd-produto                      to slp-cd-produto
            read arq-saldos-periodo
            if   ws-slp-operacao-ok
                 set ws-com-fotografia             to true
                 move slp-qt-saldo                 to ws-qt-saldo-kardex
                 move slp-vl-custo-medio           to ws-vl-custo-kardex
            else
                 move zeros                        to ws-qt-saldo-kardex
                                                      ws-vl-custo-kardex
            end-if
            move ws-qt-saldo-kardex                to f-qt-saldo-inicial
            move ws-vl-custo-kardex                to f-vl-custo-inicial

       exit.

      *>=================================================================================
      *> Browse pelos movimentos do produto, como no CS10016C
      *>=================================================================================
       2200-entrada-kardex section.

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
                           move mov-dt-movimento   to clk-dt-movimento
                           move mov-nr-sequencia   to clk-nr-sequencia
                           move mov-tp-movimento   to clk-tp-movimento
                           move mov-qt-movimento   to clk-qt-movimento
                           move mov-vl-custo-unitario
                                                   to clk-vl-custo-unitario
                           move mov-nr-documento   to clk-nr-documento
                           move mov-cd-fornecedor  to clk-cd-fornecedor
                           release f-class-kardex
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Antes do periodo: ja esta na fotografia, ou entra na abertura.
      *> No periodo: vira linha da ficha. Depois: so soma, para a
      *> conferencia com o CSSALDO
      *>=================================================================================
       2300-saida-kardex section.

            move zeros                             to ws-qt-linhas
                                                      ws-qt-movimentos-periodo
            move "N"                               to ws-id-tabela-cheia
            move "N"                               to ws-id-fim-arquivo

            perform until ws-fim-arquivo
                 return arq-class-kardex
                      at end
                           set ws-fim-arquivo      to true
                 end-return
                 if   not ws-fim-arquivo
                      evaluate true
                           when clk-dt-movimento < ws-dt-inicio
                                if   not ws-com-fotografia
                                     perform 2310-aplicar-movimento
                                end-if
                                move ws-qt-saldo-kardex
                                                   to f-qt-saldo-inicial
                                move ws-vl-custo-kardex
                                                   to f-vl-custo-inicial
                           when clk-dt-movimento not > ws-dt-fim
                                perform 2310-aplicar-movimento
                                perform 2320-guardar-linha
                                move ws-qt-saldo-kardex
                                                   to ws-qt-saldo-final
                                move ws-vl-custo-kardex
                                                   to ws-vl-custo-final
                           when other
                                perform 2310-aplicar-movimento
                      end-evaluate
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Entrada recalcula o custo medio ponderado pelo saldo, como o
      *> CS10016C; ajuste, saida e reducao so mexem na quantidade
      *>=================================================================================
       2310-aplicar-movimento section.

            evaluate clk-tp-movimento
                 when "E"
                      compute ws-qt-saldo-novo =
                              ws-qt-saldo-kardex + clk-qt-movimento
                      if   ws-qt-saldo-novo > zeros
                           compute ws-vl-custo-kardex rounded =
                                   ((ws-qt-saldo-kardex * ws-vl-custo-kardex)
                                   + (clk-qt-movimento * clk-vl-custo-unitario))
                                   / ws-qt-saldo-novo
                      else
                           move clk-vl-custo-unitario
                                                   to ws-vl-custo-kardex
                      end-if
                      move ws-qt-saldo-novo        to ws-qt-saldo-kardex
                 when "A"
                      add  clk-qt-movimento        to ws-qt-saldo-kardex
                 when "S"
                 when "R"
                      subtract clk-qt-movimento    from ws-qt-saldo-kardex
            end-evaluate

       exit.

      *>=================================================================================
       2320-guardar-linha section.

            add  1                                 to ws-qt-movimentos-periodo
            if   ws-qt-linhas not < c-qt-max-linhas
                 set ws-tabela-cheia               to true
                 exit section
            end-if

            move clk-dt-movimento                  to det-kdx-data
            move clk-tp-movimento                  to det-kdx-tipo
            move clk-nr-documento                  to det-kdx-documento
            move clk-cd-fornecedor                 to det-kdx-fornecedor
            if   clk-tp-movimento = "E" or "A"
                 move clk-qt-movimento             to det-kdx-entrada
                 move zeros                        to det-kdx-saida
            else
                 move zeros                        to det-kdx-entrada
                 move clk-qt-movimento             to det-kdx-saida
            end-if
            move clk-vl-custo-unitario             to det-kdx-custo
            move ws-qt-saldo-kardex                to det-kdx-saldo
            move ws-vl-custo-kardex                to det-kdx-custo-medio

            add  1                                 to ws-qt-linhas
            move ws-det-kardex                     to ws-tab-linha (ws-qt-linhas)

       exit.

      *>=================================================================================
      *> Sem movimento no periodo o saldo final e o de abertura. O
      *> saldo com todos os movimentos tem de bater com o CSSALDO
      *>=================================================================================
       2400-conferir-saldo section.

            if   ws-qt-movimentos-periodo = zeros
                 move f-qt-saldo-inicial           to ws-qt-saldo-final
                 move f-vl-custo-inicial           to ws-vl-custo-final
            end-if

            move f-cd-produto                      to sal-cd-produto
            read arq-saldos
            if   not ws-sal-operacao-ok
                 move zeros                        to sal-qt-saldo
            end-if

            evaluate true
                 when sal-qt-saldo <> ws-qt-saldo-kardex
                      move "Divergencia - soma dos movimentos difere do saldo do CSSALDO!"
                                                   to ws-mensagem
                 when ws-tabela-cheia
                      move "Mais de 500 movimentos - reduza o periodo."
                                                   to ws-mensagem
                 when ws-qt-movimentos-periodo = zeros
                      move "Nenhum movimento no periodo."
                                                   to ws-mensagem
                 when other
                      move "Saldo conferido com o CSSALDO."
                                                   to ws-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Oito linhas por tela; N encerra antes do fim
      *>=================================================================================
       2500-mostrar-ficha section.

            move 1                                 to ws-nr-primeira-linha
            move "S"                               to f-id-continua

            perform until f-id-continua = "N" or "n"
                 initialize                        ws-pagina-kardex
                 perform varying ws-ix-pagina from 1 by 1
                         until ws-ix-pagina > c-qt-linhas-pagina
                      compute ws-ix = ws-nr-primeira-linha
                                    + ws-ix-pagina - 1
                      if   ws-ix not > ws-qt-linhas
                           move ws-tab-linha (ws-ix)
                                to ws-pag-linha (ws-ix-pagina)
                      end-if
                 end-perform

                 display frm-kardex
                 add  c-qt-linhas-pagina           to ws-nr-primeira-linha
                 if   ws-nr-primeira-linha > ws-qt-linhas
                      move "N"                     to f-id-continua
                      accept omitted
                 else
                      move "S"                     to f-id-continua
                      accept f-id-continua
                             at line 21 col 20 with update auto-skip
                 end-if
            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close arq-produtos
            close arq-movimentos
            close arq-saldos
            close arq-saldos-periodo

       exit.
