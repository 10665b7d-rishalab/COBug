      *>                    fotografados pelo fechamento CS10022C no
      *>                    CSSALDOP para o periodo (aaaamm da data
      *>                    inicial), em RELPFECH.TXT - a posicao que
      *>                    nao se mexe depois do fechamento;
      *>          opcao 6 - pedidos de venda em aberto (CSPEDV/CSPEDVI,
      *>                    CS10024C): todo pedido em digitacao ou
      *>                    confirmado com cliente e itens ainda nao
      *>                    faturados, valor por pedido e total, em
      *>                    RELPEDAB.TXT;
      *>          opcao 7 - compras pendentes (CSPEDC/CSPEDCI,
      *>                    CS10025C): itens ainda por chegar de pedidos
      *>                    de compra atrasados ou recebidos em parte,
      *>                    classificados por fornecedor com o valor
      *>                    pendente subtotalizado, em RELCOMPR.TXT;
      *>          opcao 8 - lotes a vencer: todo lote com saldo no
      *>                    CSLOTE (CS00107S) que vence dentro dos dias
      *>                    pedidos (ou ja venceu), em ordem de
      *>                    validade, com quantidade e valor ao custo
      *>                    medio do CSSALDO, em RELVALID.TXT - para
      *>                    vender ou baixar a tempo;
      *>          opcao 9 - transferencias em transito (CSTRANSF/
      *>                    CSTRANSI, CS10026C): toda transferencia
      *>                    expedida e ainda nao recebida, com os itens
      *>                    valorizados ao custo da expedicao, em
      *>                    RELTRANS.TXT (CSTRANSF/CSTRANSI no
      *>                    diretorio comum CSCOMUM, como no CS10026C);
      *>          opcao 10 - curva ABC: os produtos em ordem do valor
      *>                    das saidas da faixa de datas ao custo medio
      *>                    do CSSALDO, com percentual, percentual
      *>                    acumulado e classe (A ate 80%, B ate 95%, C
      *>                    o resto), em RELABC.TXT - pedida a gravacao,
      *>                    a classe de cada produto fica no CSCLABC;
      *>          opcao 11 - estoque parado: todo produto com saldo no
      *>                    CSSALDO e sem saida nos ultimos dias
      *>                    pedidos, com quantidade, valor e data do
      *>                    ultimo movimento, subtotalizado por
      *>                    categoria, em RELPARAD.TXT.
      *>     Ambos com cabecalho de empresa/filial, numeracao de pagina a
      *>     cada 60 linhas e totais gerais, prontos para o spool.
      *>
                   organization is line sequential.
            select rel-periodo assign to "RELPFECH.TXT"
                   organization is line sequential.
            select optional arq-pedidos assign to "CSPEDV.DAT"
                   organization is indexed
                   access mode is sequential
                   record key is ped-nr-pedido
                   file status is ws-fs-pedidos.
            select optional arq-itens-pedido assign to "CSPEDVI.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is pdi-chave
                   file status is ws-fs-itens-pedido.
            select optional arq-clientes assign to "CSCLIEN.DAT"
                   organization is indexed
                   access mode is random
                   record key is cli-cd-cliente
                   file status is ws-fs-clientes.
            select rel-pedidos assign to "RELPEDAB.TXT"
                   organization is line sequential.
            select optional arq-pedidos-compra assign to "CSPEDC.DAT"
                   organization is indexed
                   access mode is random
                   record key is pco-nr-pedido
                   file status is ws-fs-pedidos-compra.
            select optional arq-itens-compra assign to "CSPEDCI.DAT"
                   organization is indexed
                   access mode is sequential
                   record key is pci-chave
                   file status is ws-fs-itens-compra.
            select arq-class-compras assign to "CSPEDC.TMP".
            select rel-compras assign to "RELCOMPR.TXT"
                   organization is line sequential.
            select optional arq-lotes assign to "CSLOTE.DAT"
                   organization is indexed
                   access mode is sequential
                   record key is lot-chave
                   file status is ws-fs-lotes.
            select arq-class-lotes assign to "CSLOTE.TMP".
            select rel-validade assign to "RELVALID.TXT"
                   organization is line sequential.
            select optional arq-transferencias
                   assign to dynamic ws-nm-arq-transferencias
                   organization is indexed
                   access mode is sequential
                   record key is trf-nr-transferencia
                   file status is ws-fs-transferencias.
            select optional arq-itens-transf
                   assign to dynamic ws-nm-arq-itens-transf
                   organization is indexed
                   access mode is dynamic
                   record key is tri-chave
                   file status is ws-fs-itens-transf.
            select rel-transito assign to "RELTRANS.TXT"
                   organization is line sequential.
            select optional arq-classe-abc assign to "CSCLABC.DAT"
                   organization is indexed
                   access mode is random
                   record key is abc-cd-produto
                   file status is ws-fs-classe-abc.
            select arq-class-abc assign to "CSABC.TMP".
            select rel-abc assign to "RELABC.TXT"
                   organization is line sequential.
            select arq-class-parado assign to "CSPARAD.TMP".
            select rel-parado assign to "RELPARAD.TXT"
                   organization is line sequential.

      *>=================================================================================
       data division.
           recording mode is f.
       01  reg-rel-periodo                        pic x(100).

      *> pedidos de venda do CS10024C - situacao D digitacao,
      *> C confirmado, F faturado, X cancelado
       fd  arq-pedidos.
       01  f-pedido.
           03 ped-nr-pedido                       pic 9(09).
           03 ped-cd-empresa                      pic 9(03).
           03 ped-cd-filial                       pic 9(03).
           03 ped-cd-cliente                      pic 9(09).
           03 ped-dt-pedido                       pic 9(08).
           03 ped-id-situacao                     pic x(01).
           03 ped-qt-itens                        pic 9(03).
           03 ped-vl-total                        pic 9(11)v99.
           03 ped-dt-faturamento                  pic 9(08).

       fd  arq-itens-pedido.
       01  f-item-pedido.
           03 pdi-chave.
              05 pdi-nr-pedido                    pic 9(09).
              05 pdi-nr-item                      pic 9(03).
           03 pdi-cd-produto                      pic 9(09).
           03 pdi-qt-pedida                       pic 9(09).
           03 pdi-vl-unitario                     pic 9(09)v99.
           03 pdi-id-faturado                     pic x(01).

      *> cadastro de clientes mantido por CS10023C
       fd  arq-clientes.
       01  f-cliente.
           03 cli-cd-cliente                      pic 9(09).
           03 cli-nome                            pic x(40).
           03 cli-cpf-cnpj                        pic 9(14).
           03 cli-telefone                        pic x(13).
           03 cli-id-ativa                        pic x(01).

       fd  rel-pedidos
           recording mode is f.
       01  reg-rel-pedidos                        pic x(100).

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

       sd  arq-class-compras.
       01  f-class-compra.
           03 clp-cd-fornecedor                   pic 9(09).
           03 clp-nr-pedido                       pic 9(09).
           03 clp-nr-item                         pic 9(03).
           03 clp-cd-produto                      pic 9(09).
           03 clp-qt-pedida                       pic 9(09).
           03 clp-qt-recebida                     pic 9(09).
           03 clp-dt-prevista                     pic 9(08).
           03 clp-id-situacao                     pic x(01).
           03 clp-vl-pendente                     pic 9(13)v99.

       fd  rel-compras
           recording mode is f.
       01  reg-rel-compras                        pic x(100).

      *> saldo por produto e lote mantido pelo CS00107S
       fd  arq-lotes.
       01  f-lote.
           03 lot-chave.
              05 lot-cd-produto                   pic 9(09).
              05 lot-nr-lote                      pic x(15).
           03 lot-dt-validade                     pic 9(08).
           03 lot-dt-entrada                      pic 9(08).
           03 lot-qt-saldo                        pic s9(09).

       sd  arq-class-lotes.
       01  f-class-lote.
           03 cll-dt-validade                     pic 9(08).
           03 cll-cd-produto                      pic 9(09).
           03 cll-nr-lote                         pic x(15).
           03 cll-qt-saldo                        pic s9(09).
           03 cll-nr-dias                         pic s9(05).

       fd  rel-validade
           recording mode is f.
       01  reg-rel-validade                       pic x(100).

      *> transferencias entre filiais do CS10026C - situacao D
      *> digitacao, T em transito, R recebida, X cancelada
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

       fd  rel-transito
           recording mode is f.
       01  reg-rel-transito                       pic x(100).

      *> classe ABC de cada produto gravada pela curva ABC - o
      *> cadastro de produtos nao tem onde guardar a classe
       fd  arq-classe-abc.
       01  f-classe-abc.
           03 abc-cd-produto                      pic 9(09).
           03 abc-id-classe                       pic x(01).
           03 abc-dt-classificacao                pic 9(08).
           03 abc-dt-inicial                      pic 9(08).
           03 abc-dt-final                        pic 9(08).
           03 abc-vl-consumo                      pic 9(13)v99.
           03 abc-pc-acumulado                    pic 9(03)v99.

       sd  arq-class-abc.
       01  f-class-abc.
           03 clb-vl-consumo                      pic 9(13)v99.
           03 clb-cd-produto                      pic 9(09).
           03 clb-qt-consumo                      pic 9(11).

       fd  rel-abc
           recording mode is f.
       01  reg-rel-abc                            pic x(100).

       sd  arq-class-parado.
       01  f-class-parado.
           03 clz-cd-categoria                    pic 9(09).
           03 clz-cd-produto                      pic 9(09).
           03 clz-descricao-produto               pic x(55).
           03 clz-qt-saldo                        pic s9(09).
           03 clz-vl-estoque                      pic s9(13)v99.
           03 clz-dt-ultimo-movimento             pic 9(08).
           03 clz-dt-ultima-saida                 pic 9(08).

       fd  rel-parado
           recording mode is f.
       01  reg-rel-parado                         pic x(100).

      *>=================================================================================
       working-storage section.

            03 ws-vl-total-geral                  pic s9(13)v99.
            03 ws-qt-produtos                     pic 9(07).
            03 ws-qt-movimentos                   pic 9(07).
            03 ws-fs-pedidos                      pic x(02).
               88 ws-ped-operacao-ok                   value "00".
            03 ws-fs-itens-pedido                 pic x(02).
               88 ws-pdi-operacao-ok                   value "00".
            03 ws-fs-clientes                     pic x(02).
               88 ws-cli-operacao-ok                   value "00".
            03 ws-id-fim-itens                    pic x(01).
               88 ws-fim-itens                         value "S".
            03 ws-vl-item-pedido                  pic s9(13)v99.
            03 ws-vl-sub-pedido                   pic s9(13)v99.
            03 ws-vl-tot-pedidos                  pic s9(13)v99.
            03 ws-qt-pedidos-abertos              pic 9(07).
            03 ws-fs-pedidos-compra               pic x(02).
               88 ws-pco-operacao-ok                   value "00".
            03 ws-fs-itens-compra                 pic x(02).
               88 ws-pci-operacao-ok                   value "00".
            03 ws-nr-pedido-compra-ant            pic 9(09).
            03 ws-id-pedido-pendente              pic x(01).
               88 ws-pedido-pendente                   value "S".
            03 ws-qt-pendente-compra              pic 9(09).
            03 ws-vl-sub-compras                  pic s9(13)v99.
            03 ws-vl-tot-compras                  pic s9(13)v99.
            03 ws-qt-itens-compras                pic 9(07).
            03 ws-fs-lotes                        pic x(02).
               88 ws-lot-operacao-ok                   value "00".
            03 ws-nr-dias-hoje                    pic 9(07).
            03 ws-nr-dias-limite                  pic 9(07).
            03 ws-nr-dias-validade                pic 9(07).
            03 ws-vl-lote                         pic s9(13)v99.
            03 ws-qt-lotes-vencer                 pic 9(07).
            03 ws-qt-tot-vencer                   pic s9(11).
            03 ws-vl-tot-vencer                   pic s9(13)v99.
            03 ws-fs-transferencias               pic x(02).
               88 ws-trf-operacao-ok                   value "00".
            03 ws-fs-itens-transf                 pic x(02).
               88 ws-tri-operacao-ok                   value "00".
            03 ws-vl-item-transito                pic s9(13)v99.
            03 ws-vl-sub-transito                 pic s9(13)v99.
            03 ws-vl-tot-transito                 pic s9(13)v99.
            03 ws-qt-transf-transito              pic 9(07).
            03 ws-fs-classe-abc                   pic x(02).
               88 ws-abc-operacao-ok                   value "00".
               88 ws-abc-inexistente                   value "23".
            03 ws-cd-produto-ant                  pic 9(09).
            03 ws-qt-consumo-abc                  pic 9(11).
            03 ws-vl-tot-abc                      pic 9(13)v99.
            03 ws-vl-acum-abc                     pic 9(13)v99.
            03 ws-pc-item-abc                     pic 9(03)v99.
            03 ws-pc-acum-anterior                pic 9(03)v99.
            03 ws-pc-acum-abc                     pic 9(03)v99.
            03 ws-nr-ordem-abc                    pic 9(06).
            03 ws-id-classe-abc                   pic x(01).
            03 ws-nr-classe                       pic 9(01).
            03 ws-id-fim-giro                     pic x(01).
               88 ws-fim-giro                          value "S".
            03 ws-dt-ultimo-movimento             pic 9(08).
            03 ws-dt-ultima-saida                 pic 9(08).
            03 ws-nr-dias-saida                   pic 9(07).
            03 ws-qt-sub-parado                   pic s9(11).
            03 ws-vl-sub-parado                   pic s9(13)v99.
            03 ws-qt-tot-parado                   pic s9(11).
            03 ws-vl-tot-parado                   pic s9(13)v99.
            03 ws-qt-produtos-parados             pic 9(07).
            03 ws-dir-comum                       pic x(100).
            03 ws-nm-arq-transferencias           pic x(120).
            03 ws-nm-arq-itens-transf             pic x(120).

       01   ws-totais-classe.
            03 ws-total-classe                    occurs 3 times.
               05 ws-qt-produtos-classe           pic 9(07).
               05 ws-vl-consumo-classe            pic 9(13)v99.

       01   ws-cab-empresa.
            03 filler                             pic x(09)
            03 tot-per-valor                      pic -(12)9,99.
            03 filler                             pic x(49) value spaces.

       01   ws-cab-pedidos                        pic x(100) value
            "PEDIDO     CLIENTE    NOME                            DATA      SIT".

       01   ws-ped-pedidos.
            03 ped-pab-pedido                     pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 ped-pab-cliente                    pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 ped-pab-nome                       pic x(30).
            03 filler                             pic x(02) value spaces.
            03 ped-pab-data                       pic 9(08).
            03 filler                             pic x(02) value spaces.
            03 ped-pab-situacao                   pic x(01).
            03 filler                             pic x(35) value spaces.

       01   ws-det-pedidos.
            03 filler                             pic x(06) value spaces.
            03 det-pab-item                       pic 9(03).
            03 filler                             pic x(02) value spaces.
            03 det-pab-produto                    pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 det-pab-quantidade                 pic -(09)9.
            03 filler                             pic x(02) value spaces.
            03 det-pab-preco                      pic -(09)9,99.
            03 filler                             pic x(02) value spaces.
            03 det-pab-valor                      pic -(12)9,99.
            03 filler                             pic x(34) value spaces.

       01   ws-sub-pedidos.
            03 filler                             pic x(22)
               value "TOTAL DO PEDIDO.......".
            03 sub-pab-valor                      pic -(12)9,99.
            03 filler                             pic x(62) value spaces.

       01   ws-tot-pedidos.
            03 filler                             pic x(22)
               value "PEDIDOS EM ABERTO.....".
            03 tot-pab-pedidos                    pic zzzzzz9.
            03 filler                             pic x(02) value spaces.
            03 tot-pab-valor                      pic -(12)9,99.
            03 filler                             pic x(53) value spaces.

       01   ws-cab-compras                        pic x(100) value
            "PEDIDO    ITM PRODUTO       PEDIDA   RECEBIDA PREVISTA  S A   VALOR PENDENTE".

       01   ws-for-compras.
            03 filler                             pic x(12)
               value "FORNECEDOR..".
            03 for-cpe-codigo                     pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 for-cpe-nome                       pic x(40).
            03 filler                             pic x(37) value spaces.

       01   ws-det-compras.
            03 det-cpe-pedido                     pic 9(09).
            03 filler                             pic x(01) value spaces.
            03 det-cpe-item                       pic 9(03).
            03 filler                             pic x(01) value spaces.
            03 det-cpe-produto                    pic 9(09).
            03 filler                             pic x(01) value spaces.
            03 det-cpe-pedida                     pic -(09)9.
            03 filler                             pic x(01) value spaces.
            03 det-cpe-recebida                   pic -(09)9.
            03 filler                             pic x(01) value spaces.
            03 det-cpe-prevista                   pic 9(08).
            03 filler                             pic x(02) value spaces.
            03 det-cpe-situacao                   pic x(01).
            03 filler                             pic x(01) value spaces.
            03 det-cpe-atrasado                   pic x(01).
            03 filler                             pic x(01) value spaces.
            03 det-cpe-valor                      pic -(12)9,99.
            03 filler                             pic x(24) value spaces.

       01   ws-sub-compras.
            03 filler                             pic x(22)
               value "SUBTOTAL FORNECEDOR...".
            03 sub-cpe-valor                      pic -(12)9,99.
            03 filler                             pic x(62) value spaces.

       01   ws-tot-compras.
            03 filler                             pic x(22)
               value "ITENS PENDENTES.......".
            03 tot-cpe-itens                      pic zzzzzz9.
            03 filler                             pic x(02) value spaces.
            03 tot-cpe-valor                      pic -(12)9,99.
            03 filler                             pic x(53) value spaces.

       01   ws-cab-validade.
            03 filler                             pic x(25)
               value "LOTES A VENCER ATE HOJE +".
            03 cab-val-dias                       pic zz9.
            03 filler                             pic x(06) value " DIAS".
            03 filler                             pic x(66) value spaces.

       01   ws-col-validade                       pic x(100) value
            "VALIDADE  DIAS  PRODUTO    LOTE            QUANTIDADE  CUSTO MEDIO            VALOR".

       01   ws-det-validade.
            03 det-val-validade                   pic 9(08).
            03 filler                             pic x(01) value spaces.
            03 det-val-dias                       pic -(04)9.
            03 filler                             pic x(02) value spaces.
            03 det-val-produto                    pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 det-val-lote                       pic x(15).
            03 filler                             pic x(01) value spaces.
            03 det-val-quantidade                 pic -(09)9.
            03 filler                             pic x(01) value spaces.
            03 det-val-custo                      pic -(08)9,99.
            03 filler                             pic x(01) value spaces.
            03 det-val-valor                      pic -(12)9,99.
            03 filler                             pic x(17) value spaces.

       01   ws-tot-validade.
            03 filler                             pic x(22)
               value "LOTES A VENCER........".
            03 tot-val-lotes                      pic zzzzzz9.
            03 filler                             pic x(02) value spaces.
            03 tot-val-quantidade                 pic -(10)9.
            03 filler                             pic x(02) value spaces.
            03 tot-val-valor                      pic -(12)9,99.
            03 filler                             pic x(40) value spaces.

       01   ws-cab-transito                       pic x(100) value
            "TRANSF.     ORIG    DEST EXPEDICAO".

       01   ws-trf-transito.
            03 trf-tra-transferencia              pic 9(09).
            03 filler                             pic x(04) value spaces.
            03 trf-tra-origem                     pic 9(03).
            03 filler                             pic x(05) value spaces.
            03 trf-tra-destino                    pic 9(03).
            03 filler                             pic x(01) value spaces.
            03 trf-tra-expedicao                  pic 9(08).
            03 filler                             pic x(67) value spaces.

       01   ws-det-transito.
            03 filler                             pic x(06) value spaces.
            03 det-tra-item                       pic 9(03).
            03 filler                             pic x(02) value spaces.
            03 det-tra-produto                    pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 det-tra-quantidade                 pic -(09)9.
            03 filler                             pic x(02) value spaces.
            03 det-tra-custo                      pic -(09)9,99.
            03 filler                             pic x(02) value spaces.
            03 det-tra-valor                      pic -(12)9,99.
            03 filler                             pic x(34) value spaces.

       01   ws-sub-transito.
            03 filler                             pic x(22)
               value "TOTAL DA TRANSFERENCIA".
            03 sub-tra-valor                      pic -(12)9,99.
            03 filler                             pic x(62) value spaces.

       01   ws-tot-transito.
            03 filler                             pic x(22)
               value "EM TRANSITO...........".
            03 tot-tra-transferencias             pic zzzzzz9.
            03 filler                             pic x(02) value spaces.
            03 tot-tra-valor                      pic -(12)9,99.
            03 filler                             pic x(53) value spaces.

       01   ws-cab-abc.
            03 filler                             pic x(24)
               value "CURVA ABC DAS SAIDAS DE ".
            03 cab-abc-dt-inicial                 pic 9(08).
            03 filler                             pic x(03) value " A ".
            03 cab-abc-dt-final                   pic 9(08).
            03 filler                             pic x(57) value spaces.

       01   ws-col-abc                            pic x(100) value
            "ORDEM   PRODUTO    QUANTIDADE             VALOR    PERC  ACUMUL  C".

       01   ws-det-abc.
            03 det-abc-ordem                      pic zzzzz9.
            03 filler                             pic x(02) value spaces.
            03 det-abc-produto                    pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 det-abc-quantidade                 pic -(09)9.
            03 filler                             pic x(02) value spaces.
            03 det-abc-valor                      pic -(12)9,99.
            03 filler                             pic x(02) value spaces.
            03 det-abc-percentual                 pic zz9,99.
            03 filler                             pic x(02) value spaces.
            03 det-abc-acumulado                  pic zz9,99.
            03 filler                             pic x(02) value spaces.
            03 det-abc-classe                     pic x(01).
            03 filler                             pic x(34) value spaces.

       01   ws-tot-abc.
            03 tot-abc-titulo.
               05 filler                          pic x(07) value "CLASSE ".
               05 tot-abc-classe                  pic x(01).
               05 filler                          pic x(14)
                  value "..............".
            03 tot-abc-produtos                   pic zzzzzz9.
            03 filler                             pic x(02) value spaces.
            03 tot-abc-valor                      pic -(12)9,99.
            03 filler                             pic x(02) value spaces.
            03 tot-abc-percentual                 pic zz9,99.
            03 filler                             pic x(45) value spaces.

       01   ws-cab-parado.
            03 filler                             pic x(31)
               value "PRODUTOS COM SALDO SEM SAIDA HA".
            03 cab-par-dias                       pic zzz9.
            03 filler                             pic x(05) value " DIAS".
            03 filler                             pic x(60) value spaces.

       01   ws-col-parado                         pic x(100) value
            "CATEGORIA  PRODUTO    DESCRICAO                       SALDO             VALOR  ULT.MOV.  ULT.SAI.".

       01   ws-det-parado.
            03 det-par-categoria                  pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 det-par-produto                    pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 det-par-descricao                  pic x(25).
            03 filler                             pic x(02) value spaces.
            03 det-par-saldo                      pic -(09)9.
            03 filler                             pic x(02) value spaces.
            03 det-par-valor                      pic -(12)9,99.
            03 filler                             pic x(02) value spaces.
            03 det-par-ultimo-movimento           pic 9(08).
            03 filler                             pic x(02) value spaces.
            03 det-par-ultima-saida               pic 9(08).
            03 filler                             pic x(03) value spaces.

       01   ws-sub-parado.
            03 filler                             pic x(22)
               value "SUBTOTAL CATEGORIA....".
            03 sub-par-categoria                  pic 9(09).
            03 filler                             pic x(02) value spaces.
            03 sub-par-saldo                      pic -(10)9.
            03 filler                             pic x(02) value spaces.
            03 sub-par-valor                      pic -(12)9,99.
            03 filler                             pic x(38) value spaces.

       01   ws-tot-parado.
            03 filler                             pic x(22)
               value "PRODUTOS PARADOS......".
            03 tot-par-produtos                   pic zzzzzz9.
            03 filler                             pic x(04) value spaces.
            03 tot-par-saldo                      pic -(10)9.
            03 filler                             pic x(02) value spaces.
            03 tot-par-valor                      pic -(12)9,99.
            03 filler                             pic x(38) value spaces.

       01   ws-tot-movimentos.
            03 filler                             pic x(22)
               value "TOTAL DE MOVIMENTOS...".
       01   lnk-relatorio.
            03 lre-cd-empresa                     pic 9(03).
            03 lre-cd-filial                      pic 9(03).
            03 lre-nr-opcao                       pic 9(02).
               88 lre-posicao-estoque                  value 1.
               88 lre-diario-movimentos                value 2.
               88 lre-sugestao-reposicao               value 3.
               88 lre-entregas-fornecedor              value 4.
               88 lre-posicao-fechada                  value 5.
               88 lre-pedidos-abertos                  value 6.
               88 lre-compras-pendentes                value 7.
               88 lre-lotes-a-vencer                   value 8.
               88 lre-transferencias-transito          value 9.
               88 lre-curva-abc                        value 10.
               88 lre-estoque-parado                   value 11.
            03 lre-dt-inicial                     pic 9(08).
            03 lre-dt-final                       pic 9(08).
            03 lre-id-retorno                     pic x(01).
               88 lre-relatorio-ok                     value "O".
               88 lre-relatorio-erro                   value "E".
            03 lre-nr-dias                        pic 9(03).
            03 lre-id-grava-classe                pic x(01).
               88 lre-grava-classe                     value "S".

      *>=================================================================================
       procedure division using lnk-relatorio.
                      perform 2400-entregas-fornecedor
                 when lre-posicao-fechada
                      perform 2500-posicao-fechada
                 when lre-pedidos-abertos
                      perform 2600-pedidos-abertos
                 when lre-compras-pendentes
                      perform 2700-compras-pendentes
                 when lre-lotes-a-vencer
                      perform 2800-lotes-a-vencer
                 when lre-transferencias-transito
                      perform 2900-transferencias-transito
                 when lre-curva-abc
                      perform 2950-curva-abc
                 when lre-estoque-parado
                      perform 2970-estoque-parado
                 when other
                      set lre-relatorio-erro       to true
            end-evaluate

       exit.

      *>=================================================================================
      *> Pedidos de venda em aberto - digitacao (D) e confirmados (C),
      *> na ordem do numero, com os itens ainda nao faturados; os
      *> confirmados sao os que seguram reserva no CSRESERV
      *>=================================================================================
       2600-pedidos-abertos section.

            open input arq-pedidos
            if   not ws-ped-operacao-ok
                 set lre-relatorio-erro            to true
            else
                 open input arq-itens-pedido
                 open input arq-clientes
                 open output rel-pedidos
                 write reg-rel-pedidos             from ws-cab-pedidos

                 move zeros                        to ws-qt-pedidos-abertos
                                                      ws-vl-tot-pedidos
                 move "N"                          to ws-id-fim-arquivo
                 perform until ws-fim-arquivo
                      read arq-pedidos next record
                           at end
                                set ws-fim-arquivo to true
                      end-read
                      if   not ws-fim-arquivo
                       and (ped-id-situacao = "D"
                        or  ped-id-situacao = "C")
                           perform 2610-detalhe-pedido
                      end-if
                 end-perform

                 move ws-qt-pedidos-abertos        to tot-pab-pedidos
                 move ws-vl-tot-pedidos            to tot-pab-valor
                 write reg-rel-pedidos             from ws-tot-pedidos

                 close rel-pedidos
                 close arq-clientes
                 close arq-itens-pedido
                 close arq-pedidos
            end-if

       exit.

      *>=================================================================================
       2610-detalhe-pedido section.

      *>    cliente apagado do CSCLIEN sai soh pelo codigo
            move ped-cd-cliente                    to cli-cd-cliente
            read arq-clientes
            if   not ws-cli-operacao-ok
                 move spaces                       to cli-nome
            end-if

            move ped-nr-pedido                     to ped-pab-pedido
            move ped-cd-cliente                    to ped-pab-cliente
            move cli-nome                          to ped-pab-nome
            move ped-dt-pedido                     to ped-pab-data
            move ped-id-situacao                   to ped-pab-situacao
            write reg-rel-pedidos                  from ws-ped-pedidos

            move zeros                             to ws-vl-sub-pedido
            move "N"                               to ws-id-fim-itens
            move ped-nr-pedido                     to pdi-nr-pedido
            move zeros                             to pdi-nr-item

            start arq-itens-pedido key is not less than pdi-chave
                  invalid key
                       set ws-fim-itens            to true
            end-start

            perform until ws-fim-itens
                 read arq-itens-pedido next record
                      at end
                           set ws-fim-itens        to true
                 end-read
                 if   not ws-fim-itens
                      if   pdi-nr-pedido <> ped-nr-pedido
                           set ws-fim-itens        to true
                      else
                           if   pdi-id-faturado <> "S"
                                compute ws-vl-item-pedido =
                                        pdi-qt-pedida * pdi-vl-unitario
                                move pdi-nr-item   to det-pab-item
                                move pdi-cd-produto
                                                   to det-pab-produto
                                move pdi-qt-pedida to det-pab-quantidade
                                move pdi-vl-unitario
                                                   to det-pab-preco
                                move ws-vl-item-pedido
                                                   to det-pab-valor
                                write reg-rel-pedidos
                                                   from ws-det-pedidos
                                add  ws-vl-item-pedido
                                                   to ws-vl-sub-pedido
                           end-if
                      end-if
                 end-if
            end-perform

            move ws-vl-sub-pedido                  to sub-pab-valor
            write reg-rel-pedidos                  from ws-sub-pedidos

            add  1                                 to ws-qt-pedidos-abertos
            add  ws-vl-sub-pedido                  to ws-vl-tot-pedidos

       exit.

      *>=================================================================================
      *> Compras pendentes - item de pedido aberto ou recebido em
      *> parte que ainda nao chegou inteiro, quando a entrega prevista
      *> ja passou ou o pedido ja recebeu parte; classificados por
      *> fornecedor como as entregas da opcao 4
      *>=================================================================================
       2700-compras-pendentes section.

            open input arq-itens-compra
            if   not ws-pci-operacao-ok
                 set lre-relatorio-erro            to true
            else
                 open input arq-pedidos-compra
                 open input arq-fornecedores
                 open output rel-compras
                 sort arq-class-compras
                      ascending key clp-cd-fornecedor clp-nr-pedido
                                    clp-nr-item
                      input procedure is 2710-entrada-compras
                      output procedure is 2720-saida-compras
                 close rel-compras
                 close arq-fornecedores
                 close arq-pedidos-compra
                 close arq-itens-compra
            end-if

       exit.

      *>=================================================================================
       2710-entrada-compras section.

            move zeros                             to ws-nr-pedido-compra-ant
            move "N"                               to ws-id-fim-arquivo
            perform until ws-fim-arquivo
                 read arq-itens-compra next record
                      at end
                           set ws-fim-arquivo      to true
                 end-read
                 if   not ws-fim-arquivo
                      if   pci-nr-pedido <> ws-nr-pedido-compra-ant
                           perform 2715-avaliar-pedido-compra
                      end-if
                      if   ws-pedido-pendente
                       and pci-qt-pedida > pci-qt-recebida
                           compute ws-qt-pendente-compra =
                                   pci-qt-pedida - pci-qt-recebida
                           move pco-cd-fornecedor  to clp-cd-fornecedor
                           move pci-nr-pedido      to clp-nr-pedido
                           move pci-nr-item        to clp-nr-item
                           move pci-cd-produto     to clp-cd-produto
                           move pci-qt-pedida      to clp-qt-pedida
                           move pci-qt-recebida    to clp-qt-recebida
                           move pco-dt-prevista    to clp-dt-prevista
                           move pco-id-situacao    to clp-id-situacao
                           compute clp-vl-pendente =
                                   ws-qt-pendente-compra * pci-vl-custo
                           release f-class-compra
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2715-avaliar-pedido-compra section.

            move pci-nr-pedido                     to ws-nr-pedido-compra-ant
            move "N"                               to ws-id-pedido-pendente
            move pci-nr-pedido                     to pco-nr-pedido
            read arq-pedidos-compra
            if   not ws-pco-operacao-ok
                 exit section
            end-if

            evaluate true
                 when pco-id-situacao = "P"
                      set ws-pedido-pendente       to true
                 when pco-id-situacao = "A"
                  and pco-dt-prevista < ws-dt-hoje
                      set ws-pedido-pendente       to true
            end-evaluate

       exit.

      *>=================================================================================
       2720-saida-compras section.

            write reg-rel-compras                  from ws-cab-compras

            move "N"                               to ws-id-fim-arquivo
            move 999999999                         to ws-cd-fornecedor-ant
            move zeros                             to ws-vl-sub-compras
                                                      ws-vl-tot-compras
                                                      ws-qt-itens-compras

            perform until ws-fim-arquivo
                 return arq-class-compras
                      at end
                           set ws-fim-arquivo      to true
                 end-return
                 if   not ws-fim-arquivo
                      if   clp-cd-fornecedor <> ws-cd-fornecedor-ant
                           if   ws-cd-fornecedor-ant <> 999999999
                                move ws-vl-sub-compras
                                                   to sub-cpe-valor
                                write reg-rel-compras
                                                   from ws-sub-compras
                           end-if
                           move clp-cd-fornecedor  to ws-cd-fornecedor-ant
                           move zeros              to ws-vl-sub-compras
                           perform 2730-cabec-fornecedor-compra
                      end-if
                      perform 2740-detalhe-compra
                 end-if
            end-perform

            if   ws-cd-fornecedor-ant <> 999999999
                 move ws-vl-sub-compras            to sub-cpe-valor
                 write reg-rel-compras             from ws-sub-compras
            end-if

            move ws-qt-itens-compras               to tot-cpe-itens
            move ws-vl-tot-compras                 to tot-cpe-valor
            write reg-rel-compras                  from ws-tot-compras

       exit.

      *>=================================================================================
       2730-cabec-fornecedor-compra section.

            move clp-cd-fornecedor                 to for-cd-fornecedor
            read arq-fornecedores
            if   not ws-for-operacao-ok
                 move spaces                       to for-nome
            end-if
            move clp-cd-fornecedor                 to for-cpe-codigo
            move for-nome                          to for-cpe-nome
            write reg-rel-compras                  from ws-for-compras

       exit.

      *>=================================================================================
       2740-detalhe-compra section.

            move clp-nr-pedido                     to det-cpe-pedido
            move clp-nr-item                       to det-cpe-item
            move clp-cd-produto                    to det-cpe-produto
            move clp-qt-pedida                     to det-cpe-pedida
            move clp-qt-recebida                   to det-cpe-recebida
            move clp-dt-prevista                   to det-cpe-prevista
            move clp-id-situacao                   to det-cpe-situacao
            if   clp-dt-prevista < ws-dt-hoje
                 move "S"                          to det-cpe-atrasado
            else
                 move "N"                          to det-cpe-atrasado
            end-if
            move clp-vl-pendente                   to det-cpe-valor
            write reg-rel-compras                  from ws-det-compras

            add  1                                 to ws-qt-itens-compras
            add  clp-vl-pendente                   to ws-vl-sub-compras
                                                      ws-vl-tot-compras

       exit.

      *>=================================================================================
      *> Lotes a vencer - todo lote com saldo cuja validade cai ate
      *> hoje mais os dias pedidos (os vencidos saem com dias
      *> negativos), classificados pela validade
      *>=================================================================================
       2800-lotes-a-vencer section.

            open input arq-lotes
            if   not ws-lot-operacao-ok
                 set lre-relatorio-erro            to true
            else
                 compute ws-nr-dias-hoje =
                         function integer-of-date(ws-dt-hoje)
                 compute ws-nr-dias-limite =
                         ws-nr-dias-hoje + lre-nr-dias
                 open input arq-saldos
                 open output rel-validade
                 sort arq-class-lotes
                      ascending key cll-dt-validade cll-cd-produto
                                    cll-nr-lote
                      input procedure is 2810-entrada-lotes
                      output procedure is 2820-saida-lotes
                 close rel-validade
                 close arq-saldos
                 close arq-lotes
            end-if

       exit.

      *>=================================================================================
       2810-entrada-lotes section.

            move "N"                               to ws-id-fim-arquivo
            perform until ws-fim-arquivo
                 read arq-lotes next record
                      at end
                           set ws-fim-arquivo      to true
                 end-read
                 if   not ws-fim-arquivo
                  and lot-qt-saldo > zeros
                      compute ws-nr-dias-validade =
                              function integer-of-date(lot-dt-validade)
                      if   ws-nr-dias-validade not > ws-nr-dias-limite
                           move lot-dt-validade    to cll-dt-validade
                           move lot-cd-produto     to cll-cd-produto
                           move lot-nr-lote        to cll-nr-lote
                           move lot-qt-saldo       to cll-qt-saldo
                           compute cll-nr-dias =
                                   ws-nr-dias-validade - ws-nr-dias-hoje
                           release f-class-lote
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2820-saida-lotes section.

            move lre-nr-dias                       to cab-val-dias
            write reg-rel-validade                 from ws-cab-validade
            write reg-rel-validade                 from ws-col-validade

            move zeros                             to ws-qt-lotes-vencer
                                                      ws-qt-tot-vencer
                                                      ws-vl-tot-vencer
            move "N"                               to ws-id-fim-arquivo
            perform until ws-fim-arquivo
                 return arq-class-lotes
                      at end
                           set ws-fim-arquivo      to true
                 end-return
                 if   not ws-fim-arquivo
                      perform 2830-detalhe-lote
                 end-if
            end-perform

            move ws-qt-lotes-vencer                to tot-val-lotes
            move ws-qt-tot-vencer                  to tot-val-quantidade
            move ws-vl-tot-vencer                  to tot-val-valor
            write reg-rel-validade                 from ws-tot-validade

       exit.

      *>=================================================================================
       2830-detalhe-lote section.

            move cll-cd-produto                    to sal-cd-produto
            read arq-saldos
            if   not ws-sal-operacao-ok
                 move zeros                        to sal-vl-custo-medio
            end-if
            compute ws-vl-lote = cll-qt-saldo * sal-vl-custo-medio

            move cll-dt-validade                   to det-val-validade
            move cll-nr-dias                       to det-val-dias
            move cll-cd-produto                    to det-val-produto
            move cll-nr-lote                       to det-val-lote
            move cll-qt-saldo                      to det-val-quantidade
            move sal-vl-custo-medio                to det-val-custo
            move ws-vl-lote                        to det-val-valor
            write reg-rel-validade                 from ws-det-validade

            add  1                                 to ws-qt-lotes-vencer
            add  cll-qt-saldo                      to ws-qt-tot-vencer
            add  ws-vl-lote                        to ws-vl-tot-vencer

       exit.

      *>=================================================================================
      *> Transferencias em transito - expedidas pela origem e ainda
      *> nao recebidas pelo destino, nos moldes dos pedidos em aberto
      *>=================================================================================
       2900-transferencias-transito section.

            perform 8900-arquivos-comuns
            open input arq-transferencias
            if   not ws-trf-operacao-ok
                 set lre-relatorio-erro            to true
            else
                 open input arq-itens-transf
                 open output rel-transito
                 write reg-rel-transito            from ws-cab-transito

                 move zeros                        to ws-qt-transf-transito
                                                      ws-vl-tot-transito
                 move "N"                          to ws-id-fim-arquivo
                 perform until ws-fim-arquivo
                      read arq-transferencias next record
                           at end
                                set ws-fim-arquivo to true
                      end-read
                      if   not ws-fim-arquivo
                       and trf-id-situacao = "T"
                           perform 2910-detalhe-transferencia
                      end-if
                 end-perform

                 move ws-qt-transf-transito        to tot-tra-transferencias
                 move ws-vl-tot-transito           to tot-tra-valor
                 write reg-rel-transito            from ws-tot-transito

                 close rel-transito
                 close arq-itens-transf
                 close arq-transferencias
            end-if

       exit.

      *>=================================================================================
       2910-detalhe-transferencia section.

            move trf-nr-transferencia              to trf-tra-transferencia
            move trf-cd-filial-origem              to trf-tra-origem
            move trf-cd-filial-destino             to trf-tra-destino
            move trf-dt-expedicao                  to trf-tra-expedicao
            write reg-rel-transito                 from ws-trf-transito

            move zeros                             to ws-vl-sub-transito
            move "N"                               to ws-id-fim-itens
            move trf-nr-transferencia              to tri-nr-transferencia
            move zeros                             to tri-nr-item

            start arq-itens-transf key is not less than tri-chave
                  invalid key
                       set ws-fim-itens            to true
            end-start

            perform until ws-fim-itens
                 read arq-itens-transf next record
                      at end
                           set ws-fim-itens        to true
                 end-read
                 if   not ws-fim-itens
                      if   tri-nr-transferencia <> trf-nr-transferencia
                           set ws-fim-itens        to true
                      else
                           compute ws-vl-item-transito =
                                   tri-qt-enviada * tri-vl-custo
                           move tri-nr-item        to det-tra-item
                           move tri-cd-produto     to det-tra-produto
                           move tri-qt-enviada     to det-tra-quantidade
                           move tri-vl-custo       to det-tra-custo
                           move ws-vl-item-transito
                                                   to det-tra-valor
                           write reg-rel-transito  from ws-det-transito
                           add  ws-vl-item-transito
                                                   to ws-vl-sub-transito
                      end-if
                 end-if
            end-perform

            move ws-vl-sub-transito                to sub-tra-valor
            write reg-rel-transito                 from ws-sub-transito

            add  1                                 to ws-qt-transf-transito
            add  ws-vl-sub-transito                to ws-vl-tot-transito

       exit.

      *>=================================================================================
      *> CSTRANSF e CSTRANSI ficam no diretorio comum as filiais
      *> (CSCOMUM) que o CS10026C usa - sem a variavel, no corrente
      *>=================================================================================
       8900-arquivos-comuns section.

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
      *> Curva ABC - as saidas da faixa de datas somadas por produto na
      *> entrada do SORT (o CSMOVEST ja vem na ordem de produto) e
      *> valorizadas ao custo medio do CSSALDO; a saida classifica pelo
      *> valor, do maior para o menor, acumulando o percentual
      *>=================================================================================
       2950-curva-abc section.

            open input arq-movimentos
            if   not ws-mov-operacao-ok
                 set lre-relatorio-erro            to true
            else
                 open input arq-saldos
                 if   lre-grava-classe
                      open i-o arq-classe-abc
                      if   not ws-abc-operacao-ok
                           open output arq-classe-abc
                           close arq-classe-abc
                           open i-o arq-classe-abc
                      end-if
                 end-if
                 open output rel-abc
                 sort arq-class-abc
                      descending key clb-vl-consumo
                      ascending key clb-cd-produto
                      input procedure is 2951-entrada-abc
                      output procedure is 2953-saida-abc
                 close rel-abc
                 if   lre-grava-classe
                      close arq-classe-abc
                 end-if
                 close arq-saldos
                 close arq-movimentos
            end-if

       exit.

      *>=================================================================================
       2951-entrada-abc section.

            move zeros                             to ws-vl-tot-abc
                                                      ws-qt-consumo-abc
            move 999999999                         to ws-cd-produto-ant
            move "N"                               to ws-id-fim-arquivo

            perform until ws-fim-arquivo
                 read arq-movimentos next record
                      at end
                           set ws-fim-arquivo      to true
                 end-read
                 if   not ws-fim-arquivo
                      if   mov-cd-produto <> ws-cd-produto-ant
                           if   ws-cd-produto-ant <> 999999999
                                perform 2952-liberar-produto-abc
                           end-if
                           move mov-cd-produto     to ws-cd-produto-ant
                           move zeros              to ws-qt-consumo-abc
                      end-if
                      if   mov-tp-movimento = "S"
                       and mov-dt-movimento not < lre-dt-inicial
                       and mov-dt-movimento not > lre-dt-final
                           add  mov-qt-movimento   to ws-qt-consumo-abc
                      end-if
                 end-if
            end-perform

            if   ws-cd-produto-ant <> 999999999
                 perform 2952-liberar-produto-abc
            end-if

       exit.

      *>=================================================================================
      *> Produto sem saida no periodo nao entra na curva
      *>=================================================================================
       2952-liberar-produto-abc section.

            if   ws-qt-consumo-abc = zeros
                 exit section
            end-if

            move ws-cd-produto-ant                 to sal-cd-produto
            read arq-saldos
            if   not ws-sal-operacao-ok
                 move zeros                        to sal-vl-custo-medio
            end-if

            move ws-cd-produto-ant                 to clb-cd-produto
            move ws-qt-consumo-abc                 to clb-qt-consumo
            compute clb-vl-consumo =
                    ws-qt-consumo-abc * sal-vl-custo-medio
            add  clb-vl-consumo                    to ws-vl-tot-abc
            release f-class-abc

       exit.

      *>=================================================================================
      *> A classe sai do acumulado ate o produto anterior - o produto
      *> que cruza os 80% ainda e A, o que cruza os 95% ainda e B
      *>=================================================================================
       2953-saida-abc section.

            move lre-dt-inicial                    to cab-abc-dt-inicial
            move lre-dt-final                      to cab-abc-dt-final
            write reg-rel-abc                      from ws-cab-abc
            write reg-rel-abc                      from ws-col-abc

            initialize                             ws-totais-classe
            move zeros                             to ws-vl-acum-abc
                                                      ws-pc-acum-abc
                                                      ws-nr-ordem-abc
            move "N"                               to ws-id-fim-arquivo

            perform until ws-fim-arquivo
                 return arq-class-abc
                      at end
                           set ws-fim-arquivo      to true
                 end-return
                 if   not ws-fim-arquivo
                      perform 2954-detalhe-abc
                 end-if
            end-perform

            move "A"                               to tot-abc-classe
            move 1                                 to ws-nr-classe
            perform 2956-total-classe-abc
            move "B"                               to tot-abc-classe
            move 2                                 to ws-nr-classe
            perform 2956-total-classe-abc
            move "C"                               to tot-abc-classe
            move 3                                 to ws-nr-classe
            perform 2956-total-classe-abc

            move "TOTAL GERAL..........."          to tot-abc-titulo
            move ws-nr-ordem-abc                   to tot-abc-produtos
            move ws-vl-tot-abc                     to tot-abc-valor
            if   ws-vl-tot-abc > zeros
                 move 100                          to tot-abc-percentual
            else
                 move zeros                        to tot-abc-percentual
            end-if
            write reg-rel-abc                      from ws-tot-abc

       exit.

      *>=================================================================================
       2954-detalhe-abc section.

            add  1                                 to ws-nr-ordem-abc
            move ws-pc-acum-abc                    to ws-pc-acum-anterior
            add  clb-vl-consumo                    to ws-vl-acum-abc
            compute ws-pc-item-abc rounded =
                    clb-vl-consumo * 100 / ws-vl-tot-abc
            compute ws-pc-acum-abc rounded =
                    ws-vl-acum-abc * 100 / ws-vl-tot-abc

            evaluate true
                 when ws-pc-acum-anterior < 80
                      move "A"                     to ws-id-classe-abc
                      move 1                       to ws-nr-classe
                 when ws-pc-acum-anterior < 95
                      move "B"                     to ws-id-classe-abc
                      move 2                       to ws-nr-classe
                 when other
                      move "C"                     to ws-id-classe-abc
                      move 3                       to ws-nr-classe
            end-evaluate

            move ws-nr-ordem-abc                   to det-abc-ordem
            move clb-cd-produto                    to det-abc-produto
            move clb-qt-consumo                    to det-abc-quantidade
            move clb-vl-consumo                    to det-abc-valor
            move ws-pc-item-abc                    to det-abc-percentual
            move ws-pc-acum-abc                    to det-abc-acumulado
            move ws-id-classe-abc                  to det-abc-classe
            write reg-rel-abc                      from ws-det-abc

            add  1                      to ws-qt-produtos-classe(ws-nr-classe)
            add  clb-vl-consumo         to ws-vl-consumo-classe(ws-nr-classe)

            if   lre-grava-classe
                 perform 2955-gravar-classe-abc
            end-if

       exit.

      *>=================================================================================
       2955-gravar-classe-abc section.

            move clb-cd-produto                    to abc-cd-produto
            read arq-classe-abc

            move ws-id-classe-abc                  to abc-id-classe
            move ws-dt-hoje                        to abc-dt-classificacao
            move lre-dt-inicial                    to abc-dt-inicial
            move lre-dt-final                      to abc-dt-final
            move clb-vl-consumo                    to abc-vl-consumo
            move ws-pc-acum-abc                    to abc-pc-acumulado

            if   ws-abc-inexistente
                 move clb-cd-produto               to abc-cd-produto
                 write f-classe-abc
            else
                 rewrite f-classe-abc
            end-if

            if   not ws-abc-operacao-ok
                 set lre-relatorio-erro            to true
            end-if

       exit.

      *>=================================================================================
       2956-total-classe-abc section.

            move ws-qt-produtos-classe(ws-nr-classe)
                                                   to tot-abc-produtos
            move ws-vl-consumo-classe(ws-nr-classe)
                                                   to tot-abc-valor
            if   ws-vl-tot-abc > zeros
                 compute tot-abc-percentual rounded =
                         ws-vl-consumo-classe(ws-nr-classe) * 100
                         / ws-vl-tot-abc
            else
                 move zeros                        to tot-abc-percentual
            end-if
            write reg-rel-abc                      from ws-tot-abc

       exit.

      *>=================================================================================
      *> Estoque parado - produto com saldo cuja ultima saida (ou
      *> nenhuma) e anterior a hoje menos os dias pedidos, classificado
      *> e subtotalizado por categoria como a posicao de estoque
      *>=================================================================================
       2970-estoque-parado section.

            open input arq-produtos
            if   not ws-prd-operacao-ok
                 set lre-relatorio-erro            to true
            else
      *>         sem dias informados, parado e o que nao sai ha seis meses
                 if   lre-nr-dias = zeros
                      move 180                     to lre-nr-dias
                 end-if
                 compute ws-nr-dias-hoje =
                         function integer-of-date(ws-dt-hoje)
                 if   lre-nr-dias < ws-nr-dias-hoje
                      compute ws-nr-dias-limite =
                              ws-nr-dias-hoje - lre-nr-dias
                 else
                      move zeros                   to ws-nr-dias-limite
                 end-if
                 open input arq-saldos
                 open input arq-movimentos
                 open output rel-parado
                 sort arq-class-parado
                      ascending key clz-cd-categoria clz-cd-produto
                      input procedure is 2971-entrada-parado
                      output procedure is 2973-saida-parado
                 close rel-parado
                 close arq-movimentos
                 close arq-saldos
                 close arq-produtos
            end-if

       exit.

      *>=================================================================================
       2971-entrada-parado section.

            move "N"                               to ws-id-fim-arquivo
            perform until ws-fim-arquivo
                 read arq-produtos next record
                      at end
                           set ws-fim-arquivo      to true
                 end-read
                 if   not ws-fim-arquivo
                      move prd-cd-produto          to sal-cd-produto
                      read arq-saldos
                      if   ws-sal-operacao-ok
                       and sal-qt-saldo > zeros
                           perform 2972-ultimos-movimentos
                           if   ws-dt-ultima-saida = zeros
                                move zeros         to ws-nr-dias-saida
                           else
                                compute ws-nr-dias-saida =
                                        function integer-of-date
                                                 (ws-dt-ultima-saida)
                           end-if
                           if   ws-nr-dias-saida < ws-nr-dias-limite
                                move prd-cd-categoria
                                                   to clz-cd-categoria
                                move prd-cd-produto
                                                   to clz-cd-produto
                                move prd-descricao-produto
                                             to clz-descricao-produto
                                move sal-qt-saldo  to clz-qt-saldo
                                compute clz-vl-estoque =
                                        sal-qt-saldo * sal-vl-custo-medio
                                move ws-dt-ultimo-movimento
                                             to clz-dt-ultimo-movimento
                                move ws-dt-ultima-saida
                                             to clz-dt-ultima-saida
                                release f-class-parado
                           end-if
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Data do ultimo movimento e da ultima saida do produto, pelo
      *> mesmo browse de produto do consumo da reposicao
      *>=================================================================================
       2972-ultimos-movimentos section.

            move zeros                             to ws-dt-ultimo-movimento
                                                      ws-dt-ultima-saida
            move "N"                               to ws-id-fim-giro
            move prd-cd-produto                    to mov-cd-produto
            move low-values                        to mov-nr-sequencia

            start arq-movimentos key is not less than mov-chave
                  invalid key
                       set ws-fim-giro             to true
            end-start

            perform until ws-fim-giro
                 read arq-movimentos next record
                      at end
                           set ws-fim-giro         to true
                 end-read
                 if   not ws-fim-giro
                      if   mov-cd-produto <> prd-cd-produto
                           set ws-fim-giro         to true
                      else
                           if   mov-dt-movimento > ws-dt-ultimo-movimento
                                move mov-dt-movimento
                                             to ws-dt-ultimo-movimento
                           end-if
                           if   mov-tp-movimento = "S"
                            and mov-dt-movimento > ws-dt-ultima-saida
                                move mov-dt-movimento
                                             to ws-dt-ultima-saida
                           end-if
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2973-saida-parado section.

            move lre-nr-dias                       to cab-par-dias
            write reg-rel-parado                   from ws-cab-parado
            write reg-rel-parado                   from ws-col-parado

            move zeros                             to ws-qt-tot-parado
                                                      ws-vl-tot-parado
                                                      ws-qt-produtos-parados
            move 999999999                         to ws-cd-categoria-ant
            move "N"                               to ws-id-fim-arquivo

            perform until ws-fim-arquivo
                 return arq-class-parado
                      at end
                           set ws-fim-arquivo      to true
                 end-return
                 if   not ws-fim-arquivo
                      if   clz-cd-categoria <> ws-cd-categoria-ant
                           if   ws-cd-categoria-ant <> 999999999
                                perform 2974-subtotal-parado
                           end-if
                           move clz-cd-categoria   to ws-cd-categoria-ant
                           move zeros              to ws-qt-sub-parado
                                                      ws-vl-sub-parado
                      end-if
                      move clz-cd-categoria        to det-par-categoria
                      move clz-cd-produto          to det-par-produto
                      move clz-descricao-produto   to det-par-descricao
                      move clz-qt-saldo            to det-par-saldo
                      move clz-vl-estoque          to det-par-valor
                      move clz-dt-ultimo-movimento to det-par-ultimo-movimento
                      move clz-dt-ultima-saida     to det-par-ultima-saida
                      write reg-rel-parado         from ws-det-parado

                      add  1                       to ws-qt-produtos-parados
                      add  clz-qt-saldo            to ws-qt-sub-parado
                                                      ws-qt-tot-parado
                      add  clz-vl-estoque          to ws-vl-sub-parado
                                                      ws-vl-tot-parado
                 end-if
            end-perform

            if   ws-cd-categoria-ant <> 999999999
                 perform 2974-subtotal-parado
            end-if

            move ws-qt-produtos-parados            to tot-par-produtos
            move ws-qt-tot-parado                  to tot-par-saldo
            move ws-vl-tot-parado                  to tot-par-valor
            write reg-rel-parado                   from ws-tot-parado

       exit.

      *>=================================================================================
       2974-subtotal-parado section.

            move ws-cd-categoria-ant               to sub-par-categoria
            move ws-qt-sub-parado                  to sub-par-saldo
            move ws-vl-sub-parado                  to sub-par-valor
            write reg-rel-parado                   from ws-sub-parado

       exit.

      *>=================================================================================
       8300-subtotal-fornecedor section.

