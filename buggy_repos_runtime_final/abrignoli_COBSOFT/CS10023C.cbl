$set sourceformat"free"
       program-id. CS10023C.
      *>=================================================================================
      *>
      *>                          Cadastro de Clientes
      *>
      *>     O estoque so conhecia saida avulsa contra um documento de
      *>     referencia - nao havia venda nem cliente. Este cadastro
      *>     guarda codigo, nome, CPF/CNPJ, telefone e indicador de
      *>     ativo no arquivo indexado CSCLIEN, nos moldes do cadastro
      *>     de fornecedores (CS10021C): o pedido de venda (CS10024C)
      *>     so aceita cliente cadastrado e ativo, e o relatorio de
      *>     pedidos em aberto (opcao 6 do CS20002C) sai com o nome.
      *>     Opcoes: 1 incluir - 2 consultar - 3 ativar/desativar
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       input-output section.
       file-control.
            select optional arq-clientes assign to "CSCLIEN.DAT"
                   organization is indexed
                   access mode is random
                   record key is cli-cd-cliente
                   file status is ws-fs-clientes.

      *>=================================================================================
       data division.

       file section.
       fd  arq-clientes.
       01  f-cliente.
           03 cli-cd-cliente                      pic 9(09).
           03 cli-nome                            pic x(40).
           03 cli-cpf-cnpj                        pic 9(14).
           03 cli-telefone                        pic x(13).
           03 cli-id-ativa                        pic x(01).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10023C".
       78   c-descricao-programa                   value "CLIENTES".

       01   ws-campos-trabalho.
            03 ws-fs-clientes                     pic x(02).
               88 ws-cli-operacao-ok                   value "00".
               88 ws-cli-inexistente                   value "23".
               88 ws-cli-duplicado                     value "22".
            03 ws-mensagem                        pic x(60).

       01   f-cadastro.
            03 f-nr-opcao                         pic 9(01).
            03 f-cd-cliente                       pic 9(09).
            03 f-nome                             pic x(40).
            03 f-cpf-cnpj                         pic 9(14).
            03 f-telefone                         pic x(13).

      *>=================================================================================
       screen section.

       01   frm-cliente.
            03 blank screen.
            03 line 06 col 20   value "COBSOFT - Cadastro de Clientes".
            03 line 09 col 15   value "Opcao............:".
            03 line 09 col 36   value "1-Incluir 2-Consultar 3-Ativar/Desat.".
            03 line 11 col 15   value "Codigo Cliente...:".
            03 line 13 col 15   value "Nome.............:".
            03 line 13 col 34   pic x(40) from cli-nome.
            03 line 15 col 15   value "CPF/CNPJ.........:".
            03 line 15 col 34   pic 9(14) from cli-cpf-cnpj.
            03 line 17 col 15   value "Telefone.........:".
            03 line 17 col 34   pic x(13) from cli-telefone.
            03 line 19 col 15   value "Ativo............:".
            03 line 19 col 34   pic x(01) from cli-id-ativa.
            03 line 22 col 15   pic x(60) from ws-mensagem.

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

            initialize                             f-cadastro
                                                   f-cliente
                                                   ws-mensagem

            open i-o arq-clientes
            if   not ws-cli-operacao-ok
                 open output arq-clientes
                 close arq-clientes
                 open i-o arq-clientes
            end-if

       exit.

      *>=================================================================================
       2000-processamento section.

            display frm-cliente

            accept f-nr-opcao
                   at line 09 col 34 with update auto-skip
            perform until f-cd-cliente > zeros
                 accept f-cd-cliente
                        at line 11 col 34 with update auto-skip
            end-perform

            evaluate f-nr-opcao
                 when 1
                      perform 2100-incluir
                 when 2
                      perform 2200-consultar
                 when 3
                      perform 2300-ativar-desativar
                 when other
                      move "Opcao invalida!"       to ws-mensagem
            end-evaluate

            display frm-cliente
            accept omitted

       exit.

      *>=================================================================================
       2100-incluir section.

            perform until f-nome <> spaces
                 accept f-nome
                        at line 13 col 34 with update auto-skip
            end-perform
            accept f-cpf-cnpj
                   at line 15 col 34 with update auto-skip
            accept f-telefone
                   at line 17 col 34 with update auto-skip

            move f-cd-cliente                      to cli-cd-cliente
            move f-nome                            to cli-nome
            move f-cpf-cnpj                        to cli-cpf-cnpj
            move f-telefone                        to cli-telefone
            move "S"                               to cli-id-ativa

            write f-cliente
            evaluate true
                 when ws-cli-operacao-ok
                      move "Cliente incluido."     to ws-mensagem
                 when ws-cli-duplicado
                      move "Cliente ja cadastrado!"
                                                   to ws-mensagem
                 when other
                      move "Erro ao gravar o cliente!"
                                                   to ws-mensagem
            end-evaluate

       exit.

      *>=================================================================================
       2200-consultar section.

            move f-cd-cliente                      to cli-cd-cliente
            read arq-clientes
            if   ws-cli-inexistente
                 initialize                        f-cliente
                 move "Cliente nao cadastrado!"    to ws-mensagem
            else
                 move "Cliente exibido."           to ws-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Alterna o indicador - desativar tira o cliente do alcance de
      *> novos pedidos sem apagar os pedidos ja feitos
      *>=================================================================================
       2300-ativar-desativar section.

            move f-cd-cliente                      to cli-cd-cliente
            read arq-clientes
            if   ws-cli-inexistente
                 initialize                        f-cliente
                 move "Cliente nao cadastrado!"    to ws-mensagem
            else
                 if   cli-id-ativa = "S"
                      move "N"                     to cli-id-ativa
                 else
                      move "S"                     to cli-id-ativa
                 end-if
                 rewrite f-cliente
                 if   ws-cli-operacao-ok
                      move "Indicador de ativo alternado."
                                                   to ws-mensagem
                 else
                      move "Erro ao regravar o cliente!"
                                                   to ws-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close arq-clientes

       exit.
