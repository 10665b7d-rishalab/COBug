$set sourceformat"free"
       program-id. CS10029C.
      *>=================================================================================
      *>
      *>                        Enderecos do Estoque
      *>
      *>     O saldo dizia quanto a filial tinha de cada produto, mas
      *>     nao em que corredor, prateleira e nivel. Este cadastro
      *>     guarda os enderecos da filial da lnk-par no arquivo
      *>     indexado CSLOCAL, cada um com a ordem de passagem no
      *>     percurso do armazem, descricao e indicador de ativo. O
      *>     saldo por produto e endereco fica no CSESTLOC, mantido
      *>     pelo CS00108S: a entrada avulsa (CS10016C) guarda no
      *>     endereco informado, a saida sugere de onde separar, e o
      *>     inventario (CS10019C) conta endereco por endereco na ordem
      *>     do percurso.
      *>          1 incluir           - endereco novo ja ativo
      *>          2 consultar         - mostra o endereco e quantos
      *>                                produtos e unidades estao nele
      *>          3 alterar           - percurso e descricao
      *>          4 ativar/desativar  - endereco inativo nao recebe
      *>                                mercadoria, mas o que ja esta
      *>                                nele continua saindo
      *>          5 transferir        - passa um produto de um endereco
      *>                                para outro; nao e movimento de
      *>                                estoque e o saldo nao muda
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

      *> saldo por endereco do CS00108S - aqui so para a consulta
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
       78   c-este-programa                        value "CS10029C".
       78   c-descricao-programa                   value "ENDERECOS DO ESTOQUE".
       78   c-saldo-endereco                       value "CS00108S".

       01   ws-campos-trabalho.
            03 ws-fs-enderecos                    pic x(02).
               88 ws-loc-operacao-ok                   value "00".
               88 ws-loc-inexistente                   value "23".
               88 ws-loc-duplicado                     value "22".
            03 ws-fs-estoque-endereco             pic x(02).
               88 ws-elc-operacao-ok                   value "00".
            03 ws-id-fim-browse                   pic x(01).
               88 ws-fim-browse                        value "S".
            03 ws-qt-itens-endereco               pic 9(04).
            03 ws-qt-unidades-endereco            pic s9(11).
            03 ws-mensagem                        pic x(60).

       01   f-cadastro.
            03 f-nr-opcao                         pic 9(01).
            03 f-endereco-tela.
               05 f-cd-corredor                   pic x(03).
               05 f-nr-prateleira                 pic 9(03).
               05 f-nr-nivel                      pic 9(02).
            03 f-nr-percurso                      pic 9(05).
            03 f-descricao                        pic x(30).
            03 f-cd-produto                       pic 9(09).
            03 f-qt-movimento                     pic 9(09).
            03 f-endereco-destino.
               05 f-cd-corredor-destino           pic x(03).
               05 f-nr-prateleira-destino         pic 9(03).
               05 f-nr-nivel-destino              pic 9(02).

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

       01   frm-endereco.
            03 blank screen.
            03 line 06 col 20   value "COBSOFT - Enderecos do Estoque".
            03 line 08 col 15   value "Opcao...........:".
            03 line 08 col 35   value "1-Incluir 2-Consultar 3-Alterar".
            03 line 09 col 35   value "4-Ativar/Desat. 5-Transferir".
            03 line 11 col 15   value "Endereco........:".
            03 line 11 col 33   pic x(03) from f-cd-corredor.
            03 line 11 col 36   value "-".
            03 line 11 col 37   pic 9(03) from f-nr-prateleira.
            03 line 11 col 40   value "-".
            03 line 11 col 41   pic 9(02) from f-nr-nivel.
            03 line 11 col 45   value "(corredor-prateleira-nivel)".
            03 line 13 col 15   value "Percurso........:".
            03 line 13 col 33   pic 9(05) from loc-nr-percurso.
            03 line 13 col 40   value "(ordem de passagem)".
            03 line 14 col 15   value "Descricao.......:".
            03 line 14 col 33   pic x(30) from loc-descricao.
            03 line 15 col 15   value "Ativo...........:".
            03 line 15 col 33   pic x(01) from loc-id-ativo.
            03 line 16 col 15   value "Produtos/Unid...:".
            03 line 16 col 33   pic zzz9 from ws-qt-itens-endereco.
            03 line 16 col 39   pic -zzzzzzzzz9 from ws-qt-unidades-endereco.
            03 line 18 col 15   value "Produto.........:".
            03 line 18 col 33   pic 9(09) from f-cd-produto.
            03 line 19 col 15   value "Quantidade......:".
            03 line 19 col 33   pic 9(09) from f-qt-movimento.
            03 line 19 col 44   value "No endereco:".
            03 line 19 col 57   pic -zzzzzzzz9 from len-qt-endereco.
            03 line 20 col 15   value "Endereco Destino:".
            03 line 20 col 33   pic x(03) from f-cd-corredor-destino.
            03 line 20 col 36   value "-".
            03 line 20 col 37   pic 9(03) from f-nr-prateleira-destino.
            03 line 20 col 40   value "-".
            03 line 20 col 41   pic 9(02) from f-nr-nivel-destino.
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

            initialize                             f-cadastro
                                                   f-endereco
                                                   lw-endereco
                                                   ws-mensagem
            move zeros                             to ws-qt-itens-endereco
                                                      ws-qt-unidades-endereco

            open i-o arq-enderecos
            if   not ws-loc-operacao-ok
                 open output arq-enderecos
                 close arq-enderecos
                 open i-o arq-enderecos
            end-if

            open input arq-estoque-endereco

       exit.

      *>=================================================================================
       2000-processamento section.

            display frm-endereco

            accept f-nr-opcao
                   at line 08 col 33 with update auto-skip
            perform until f-cd-corredor <> spaces
                 accept f-cd-corredor
                        at line 11 col 33 with update auto-skip
            end-perform
            accept f-nr-prateleira
                   at line 11 col 37 with update auto-skip
            accept f-nr-nivel
                   at line 11 col 41 with update auto-skip

            move lnk-cd-filial                     to loc-cd-filial
            move f-endereco-tela                   to loc-endereco

            evaluate f-nr-opcao
                 when 1
                      perform 2100-incluir
                 when 2
                      perform 2200-consultar
                 when 3
                      perform 2300-alterar
                 when 4
                      perform 2400-ativar-desativar
                 when 5
                      perform 2500-transferir
                 when other
                      move "Opcao invalida!"       to ws-mensagem
            end-evaluate

            display frm-endereco
            accept omitted

       exit.

      *>=================================================================================
       2100-incluir section.

            read arq-enderecos
            if   ws-loc-operacao-ok
                 move "Endereco ja cadastrado!"    to ws-mensagem
                 exit section
            end-if

            accept f-nr-percurso
                   at line 13 col 33 with update auto-skip
            perform until f-descricao <> spaces
                 accept f-descricao
                        at line 14 col 33 with update auto-skip
            end-perform

            move lnk-cd-filial                     to loc-cd-filial
            move f-endereco-tela                   to loc-endereco
            move f-nr-percurso                     to loc-nr-percurso
            move f-descricao                       to loc-descricao
            move "S"                               to loc-id-ativo

            write f-endereco
            evaluate true
                 when ws-loc-operacao-ok
                      move "Endereco incluido."    to ws-mensagem
                 when ws-loc-duplicado
                      move "Endereco ja cadastrado!"
                                                   to ws-mensagem
                 when other
                      move "Erro ao gravar o endereco!"
                                                   to ws-mensagem
            end-evaluate

       exit.

      *>=================================================================================
       2200-consultar section.

            read arq-enderecos
            if   ws-loc-inexistente
                 initialize                        f-endereco
                 move "Endereco nao cadastrado!"   to ws-mensagem
            else
                 perform 8000-somar-endereco
                 move "Endereco exibido."          to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Percurso e descricao - mudar a ordem de passagem muda a ordem
      *> da folha de contagem e da sugestao de separacao
      *>=================================================================================
       2300-alterar section.

            read arq-enderecos
            if   ws-loc-inexistente
                 initialize                        f-endereco
                 move "Endereco nao cadastrado!"   to ws-mensagem
                 exit section
            end-if

            display frm-endereco
            move loc-nr-percurso                   to f-nr-percurso
            move loc-descricao                     to f-descricao
            accept f-nr-percurso
                   at line 13 col 33 with update auto-skip
            accept f-descricao
                   at line 14 col 33 with update auto-skip

            move f-nr-percurso                     to loc-nr-percurso
            if   f-descricao <> spaces
                 move f-descricao                  to loc-descricao
            end-if
            rewrite f-endereco
            if   ws-loc-operacao-ok
                 move "Endereco alterado."         to ws-mensagem
            else
                 move "Erro ao regravar o endereco!"
                                                   to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Alterna o indicador - desativar impede guardar mercadoria no
      *> endereco sem apagar o saldo que ja esta nele
      *>=================================================================================
       2400-ativar-desativar section.

            read arq-enderecos
            if   ws-loc-inexistente
                 initialize                        f-endereco
                 move "Endereco nao cadastrado!"   to ws-mensagem
            else
                 if   loc-id-ativo = "S"
                      move "N"                     to loc-id-ativo
                 else
                      move "S"                     to loc-id-ativo
                 end-if
                 rewrite f-endereco
                 if   ws-loc-operacao-ok
                      move "Indicador de ativo alternado."
                                                   to ws-mensagem
                 else
                      move "Erro ao regravar o endereco!"
                                                   to ws-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Troca de endereco - o produto sai do endereco da tela e vai
      *> para o de destino, que precisa estar cadastrado e ativo
      *>=================================================================================
       2500-transferir section.

            read arq-enderecos
            if   ws-loc-inexistente
                 initialize                        f-endereco
                 move "Endereco nao cadastrado!"   to ws-mensagem
                 exit section
            end-if

            perform until f-cd-produto > zeros
                 accept f-cd-produto
                        at line 18 col 33 with update auto-skip
            end-perform

            move lnk-cd-filial                     to len-cd-filial
            move f-cd-produto                      to len-cd-produto
            move f-endereco-tela                   to len-endereco
            set len-ler                            to true
            call c-saldo-endereco using lw-endereco
            cancel c-saldo-endereco
            if   len-qt-endereco not > zeros
                 move "Produto sem saldo neste endereco!"
                                                   to ws-mensagem
                 exit section
            end-if

            display frm-endereco
            perform until f-qt-movimento > zeros
                      and f-qt-movimento not > len-qt-endereco
                 accept f-qt-movimento
                        at line 19 col 33 with update auto-skip
            end-perform

            perform until f-cd-corredor-destino <> spaces
                 accept f-cd-corredor-destino
                        at line 20 col 33 with update auto-skip
            end-perform
            accept f-nr-prateleira-destino
                   at line 20 col 37 with update auto-skip
            accept f-nr-nivel-destino
                   at line 20 col 41 with update auto-skip

            if   f-endereco-destino = f-endereco-tela
                 move "Destino igual a origem!"    to ws-mensagem
                 exit section
            end-if

            move lnk-cd-filial                     to len-cd-filial
            move f-cd-produto                      to len-cd-produto
            move f-endereco-tela                   to len-endereco
            move f-endereco-destino                to len-endereco-destino
            move f-qt-movimento                    to len-qt-movimento
            set len-transferir                     to true
            call c-saldo-endereco using lw-endereco
            cancel c-saldo-endereco

            evaluate true
                 when len-retorno-ok
                      move "Produto transferido de endereco."
                                                   to ws-mensagem
                 when len-endereco-inexistente
                      move "Destino nao cadastrado ou inativo!"
                                                   to ws-mensagem
                 when len-saldo-insuficiente
                      move "Saldo do endereco insuficiente!"
                                                   to ws-mensagem
                 when other
                      move "Erro ao transferir o produto!"
                                                   to ws-mensagem
            end-evaluate

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close arq-enderecos
            close arq-estoque-endereco

       exit.

      *>=================================================================================
      *> Quantos produtos e unidades estao no endereco - o CSESTLOC e
      *> por produto, entao a filial inteira e lida
      *>=================================================================================
       8000-somar-endereco section.

            move zeros                             to ws-qt-itens-endereco
                                                      ws-qt-unidades-endereco
            move "N"                               to ws-id-fim-browse
            move lnk-cd-filial                     to elc-cd-filial
            move zeros                             to elc-cd-produto
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
                      if   elc-cd-filial <> lnk-cd-filial
                           set ws-fim-browse       to true
                      else
                           if   elc-endereco = f-endereco-tela
                            and elc-qt-saldo <> zeros
                                add 1              to ws-qt-itens-endereco
                                add elc-qt-saldo   to ws-qt-unidades-endereco
                           end-if
                      end-if
                 end-if
            end-perform

       exit.
