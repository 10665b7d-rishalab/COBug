      *>     estoque com subtotais por categoria ou diario de movimentos
      *>     por faixa de datas, ambos gravados em disco prontos para o
      *>     spool de impressao, com cabecalho de empresa/filial vindo da
      *>     lnk-par. A opcao 6 lista os pedidos de venda em aberto e a
      *>     7 as compras atrasadas ou recebidas em parte. A opcao 8
      *>     lista os lotes que vencem dentro dos dias informados e a
      *>     9 as transferencias entre filiais ainda em transito. A 10
      *>     e a curva ABC do consumo no periodo (com opcao de gravar a
      *>     classe de cada produto) e a 11 o estoque parado ha mais
      *>     dos dias informados.
      *>
      *>=================================================================================
       environment division.
       01   lw-relatorio.
            03 lre-cd-empresa                       pic 9(03).
            03 lre-cd-filial                        pic 9(03).
            03 lre-nr-opcao                         pic 9(02).
               88 lre-posicao-estoque                   value 1.
               88 lre-diario-movimentos                 value 2.
               88 lre-sugestao-reposicao                value 3.
               88 lre-entregas-fornecedor               value 4.
               88 lre-posicao-fechada                   value 5.
               88 lre-pedidos-abertos                   value 6.
               88 lre-compras-pendentes                 value 7.
               88 lre-lotes-a-vencer                    value 8.
               88 lre-transferencias-transito           value 9.
               88 lre-curva-abc                         value 10.
               88 lre-estoque-parado                    value 11.
            03 lre-dt-inicial                       pic 9(08).
            03 lre-dt-final                         pic 9(08).
            03 lre-id-retorno                       pic x(01).
               88 lre-relatorio-ok                      value "O".
               88 lre-relatorio-erro                    value "E".
            03 lre-nr-dias                          pic 9(03).
            03 lre-id-grava-classe                  pic x(01).
               88 lre-grava-classe                      value "S".

       01   f-relatorio.
            03 f-nr-opcao                           pic 9(02).
            03 f-dt-inicial                         pic 9(08).
            03 f-dt-final                           pic 9(08).
            03 f-nr-dias                            pic 9(03).
            03 f-id-grava-classe                    pic x(01).

      *>=================================================================================
       linkage section.
            03 blank screen.
            03 line 06 col 20   value "COBSOFT - Gerenciador de Relatorios".
            03 line 09 col 15   value "Opcao.......:".
            03 line 09 col 31   value "1-Posic 2-Movim 3-Repos 4-Forn 5-Fech 6-Pedv".
            03 line 10 col 31   value "7-Compras 8-Validade 9-Transito 10-ABC 11-Parado".
            03 line 11 col 15   value "Data Inicial:".
            03 line 13 col 15   value "Data Final..:".
            03 line 15 col 15   value "Dias........:".
            03 line 15 col 33   value "(validade/parado)".
            03 line 17 col 15   value "Grava Classe:".
            03 line 17 col 33   value "(ABC - S/N)".
            03 line 20 col 15   pic x(60) from ws-mensagem.

      *>=================================================================================
                   at line 11 col 29 with update auto-skip
            accept f-dt-final
                   at line 13 col 29 with update auto-skip
            if   f-nr-opcao = 8 or 11
                 accept f-nr-dias
                        at line 15 col 29 with update auto-skip
            end-if
            if   f-nr-opcao = 10
                 accept f-id-grava-classe
                        at line 17 col 29 with update auto-skip
            end-if

            move lnk-cd-empresa                     to lre-cd-empresa
            move lnk-cd-filial                      to lre-cd-filial
            move f-nr-opcao                         to lre-nr-opcao
            move f-dt-inicial                       to lre-dt-inicial
            move f-dt-final                         to lre-dt-final
            move f-nr-dias                          to lre-nr-dias
            if   f-id-grava-classe = "S" or "s"
                 set lre-grava-classe               to true
            else
                 move "N"                           to lre-id-grava-classe
            end-if

            if   lre-posicao-estoque
            or   lre-diario-movimentos
            or   lre-sugestao-reposicao
            or   lre-entregas-fornecedor
            or   lre-posicao-fechada
            or   lre-pedidos-abertos
            or   lre-compras-pendentes
            or   lre-lotes-a-vencer
            or   lre-transferencias-transito
            or   lre-curva-abc
            or   lre-estoque-parado
                 call c-estoque using lw-relatorio
                 cancel c-estoque
                 if   lre-relatorio-ok
