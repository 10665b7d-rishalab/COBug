      * PROGCOB09 POR SUA VEZ RECUSA ORCAMENTO NOVO QUANDO O
      * PROPRIO DIA JA CONSTA NO FECHADIA.TXT - UM ORCAMENTO
      * DIGITADO AMANHA NUNCA CAI NOS TOTAIS DE HOJE.
      * AS NOTAS DE CREDITO DO CREDITOS.TXT (GRAVADAS PELO
      * DEVOLUCAO) SAO ABATIDAS NO DIA EM QUE FORAM EMITIDAS -
      * O FECHADIA.TXT LEVA O BRUTO, OS CREDITOS E O LIQUIDO - E
      * PEDIDO CANCELADO NAO SAI NO MANIFESTO.
      *********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FECHADIA ASSIGN TO 'FECHADIA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-FECHADIA-STATUS.
           SELECT CREDITOS ASSIGN TO 'CREDITOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-CREDITOS-STATUS.
           SELECT MANIFESTO ASSIGN TO 'MANIFEST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
          05 FILLER        PIC X(01).
          05 TAB-TAXA      PIC 9(01)V9(04).

      * MESMO LEIAUTE QUE O DEVOLUCAO GRAVA
       FD CREDITOS.
       01 CREDITOS-REG.
          05 CRE-TIPO      PIC X(01).
          05 FILLER        PIC X(01).
          05 CRE-PED-DATA  PIC 9(08).
          05 FILLER        PIC X(01).
          05 CRE-PED-HORA  PIC 9(08).
          05 FILLER        PIC X(01).
          05 CRE-CLIENTE   PIC 9(09).
          05 FILLER        PIC X(01).
          05 CRE-UF        PIC X(02).
          05 FILLER        PIC X(01).
          05 CRE-VALOR     PIC 9(06)V99.
          05 FILLER        PIC X(01).
          05 CRE-FRETE     PIC 9(04)V99.
          05 FILLER        PIC X(01).
          05 CRE-DATA      PIC 9(08).
          05 FILLER        PIC X(01).
          05 CRE-HORA      PIC 9(08).
          05 FILLER        PIC X(01).
          05 CRE-MOTIVO    PIC X(30).

      * UM REGISTRO POR DIA FECHADO - A LINHA QUE NUNCA MAIS MUDA.
      * QTDE, VALOR E FRETE SAO O BRUTO DOS PEDIDOS DO DIA; OS
      * CREDITOS SAO OS EMITIDOS NO DIA E O LIQUIDO E A DIFERENCA
       FD FECHADIA.
       01 FECHADIA-REG.
          05 FEC-DATA      PIC 9(08).
          05 FEC-VALOR     PIC 9(09)V99.
          05 FILLER        PIC X(01).
          05 FEC-FRETE     PIC 9(08)V99.
          05 FILLER        PIC X(01).
          05 FEC-CRED-QTDE PIC 9(05).
          05 FILLER        PIC X(01).
          05 FEC-CRED-VALOR PIC 9(09)V99.
          05 FILLER        PIC X(01).
          05 FEC-CRED-FRETE PIC 9(08)V99.
          05 FILLER        PIC X(01).
          05 FEC-LIQ-VALOR PIC S9(09)V99 SIGN LEADING SEPARATE.
          05 FILLER        PIC X(01).
          05 FEC-LIQ-FRETE PIC S9(08)V99 SIGN LEADING SEPARATE.

       FD MANIFESTO.
       01 MANIFESTO-REG.
       77 WRK-DIA-QTDE    PIC 9(05)     VALUE ZEROS.
       77 WRK-DIA-VALOR   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-DIA-FRETE   PIC 9(08)V99  VALUE ZEROS.
       77 WRK-CREDITOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-CRED-QTDE   PIC 9(05)     VALUE ZEROS.
       77 WRK-CRED-VALOR  PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRED-FRETE  PIC 9(08)V99  VALUE ZEROS.
       77 WRK-LIQ-VALOR   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIQ-FRETE   PIC S9(08)V99 VALUE ZEROS.
       77 WRK-ENV-QTDE    PIC 9(05)     VALUE ZEROS.
       77 WRK-ENV-VALOR   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-ENV-FRETE   PIC 9(08)V99  VALUE ZEROS.
       77 WRK-CANC-QTDE   PIC 9(05)     VALUE ZEROS.
       77 WRK-CANCELADO   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-CANC    PIC 9(03)     VALUE ZEROS.
       77 WRK-IND-CANC    PIC 9(03)     VALUE ZEROS.
       77 WRK-LIQ-EDIT    PIC ----.---.--9,99.

      * CHAVES DOS PEDIDOS CANCELADOS NO CREDITOS.TXT - ESTES NAO
      * SAEM NO MANIFESTO
       01 WRK-TABELA-CANC.
          05 WRK-CANC-ITEM OCCURS 500 TIMES.
             10 WRK-CANC-DATA    PIC 9(08).
             10 WRK-CANC-HORA    PIC 9(08).
             10 WRK-CANC-CLIENTE PIC 9(09).

      * FAIXAS DA TABFRETE COM OS ACUMULADORES DO DIA POR UF
       01 WRK-TABELA-UF.
          05 WRK-TOT-FRETE PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER        PIC X(16) VALUE SPACES.

       01 WRK-MAN-CANCELADOS.
          05 FILLER        PIC X(30) VALUE
             'CANCELADOS FORA DO MANIFESTO '.
          05 WRK-CAN-QTDE  PIC ZZZZ9.
          05 FILLER        PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           END-IF.

           PERFORM 1500-CARREGA-TABELA.
           PERFORM 1700-CARREGA-CREDITOS.
           PERFORM 2000-ACUMULA-DIA.

           IF WRK-DIA-QTDE = 0 AND WRK-CRED-QTDE = 0
              DISPLAY 'NENHUM PEDIDO NO DIA - NADA A FECHAR'
              STOP RUN
           END-IF.

           COMPUTE WRK-LIQ-VALOR = WRK-DIA-VALOR - WRK-CRED-VALOR.
           COMPUTE WRK-LIQ-FRETE = WRK-DIA-FRETE - WRK-CRED-FRETE.

           PERFORM 3000-GRAVA-MANIFESTO.
           PERFORM 4000-GRAVA-TOTAL-DIARIO.

           DISPLAY 'DIA FECHADO: ' WRK-DATA-FECHA.
           DISPLAY 'PEDIDOS....: ' WRK-DIA-QTDE.
           DISPLAY 'CANCELADOS.: ' WRK-CANC-QTDE.
           DISPLAY 'CREDITOS...: ' WRK-CRED-QTDE.
           MOVE WRK-LIQ-VALOR TO WRK-LIQ-EDIT.
           DISPLAY 'LIQUIDO....: ' WRK-LIQ-EDIT.
           DISPLAY 'MANIFESTO GRAVADO EM MANIFEST.TXT'.
           STOP RUN.

           CLOSE TABFRETE.

      *********************************************************
      * CREDITOS EMITIDOS NO DIA A FECHAR SAO ABATIDOS DELE, SEJA
      * QUAL FOR O DIA DO PEDIDO; CANCELAMENTO DE QUALQUER DIA
      * GUARDA A CHAVE DO PEDIDO PARA O MANIFESTO. SEM O
      * CREDITOS.TXT NAO HOUVE CREDITO NENHUM
      *********************************************************
       1700-CARREGA-CREDITOS.
           OPEN INPUT CREDITOS.
           IF WRK-CREDITOS-STATUS = '00'
              MOVE 'N' TO WRK-FIMARQ
              PERFORM UNTIL WRK-FIMARQ = 'S'
                  READ CREDITOS
                      AT END MOVE 'S' TO WRK-FIMARQ
                  END-READ
                  IF WRK-FIMARQ = 'N'
                     IF CRE-DATA = WRK-DATA-FECHA
                        ADD 1         TO WRK-CRED-QTDE
                        ADD CRE-VALOR TO WRK-CRED-VALOR
                        ADD CRE-FRETE TO WRK-CRED-FRETE
                     END-IF
                     IF CRE-TIPO = 'C'
                        IF WRK-QTD-CANC < 500
                           ADD 1 TO WRK-QTD-CANC
                           MOVE CRE-PED-DATA
                             TO WRK-CANC-DATA(WRK-QTD-CANC)
                           MOVE CRE-PED-HORA
                             TO WRK-CANC-HORA(WRK-QTD-CANC)
                           MOVE CRE-CLIENTE
                             TO WRK-CANC-CLIENTE(WRK-QTD-CANC)
                        ELSE
                           DISPLAY 'TABELA DE CANCELADOS CHEIA'
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE CREDITOS
           END-IF.

      *********************************************************
      * TOTAIS DO DIA - GERAL E POR FAIXA DE UF. O BRUTO LEVA
      * TODOS OS PEDIDOS DO DIA; A FAIXA DE UF (QUE E O
      * MANIFESTO) SO OS QUE NAO FORAM CANCELADOS
      *********************************************************
       2000-ACUMULA-DIA.
           OPEN INPUT PEDIDOS.
                     ADD 1         TO WRK-DIA-QTDE
                     ADD PED-VALOR TO WRK-DIA-VALOR
                     ADD PED-FRETE TO WRK-DIA-FRETE
                     PERFORM 2100-VERIFICA-CANCELADO
                     IF WRK-CANCELADO = 'S'
                        ADD 1 TO WRK-CANC-QTDE
                     ELSE
                        PERFORM 2200-ACUMULA-UF
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.
           CLOSE PEDIDOS.

       2100-VERIFICA-CANCELADO.
           MOVE 'N' TO WRK-CANCELADO.
           PERFORM VARYING WRK-IND-CANC FROM 1 BY 1
                   UNTIL WRK-IND-CANC > WRK-QTD-CANC
                      OR WRK-CANCELADO = 'S'
               IF WRK-CANC-DATA(WRK-IND-CANC) = PED-DATA
                  AND WRK-CANC-HORA(WRK-IND-CANC) = PED-HORA
                  AND WRK-CANC-CLIENTE(WRK-IND-CANC) = PED-CLIENTE
                  MOVE 'S' TO WRK-CANCELADO
               END-IF
           END-PERFORM.

       2200-ACUMULA-UF.
           ADD 1         TO WRK-ENV-QTDE.
           ADD PED-VALOR TO WRK-ENV-VALOR.
           ADD PED-FRETE TO WRK-ENV-FRETE.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-UFS
               IF WRK-TAB-UF(WRK-IND) = PED-UF
                  ADD 1         TO WRK-TAB-QTDE(WRK-IND)
                  ADD PED-VALOR TO WRK-TAB-VALOR(WRK-IND)
                  ADD PED-FRETE TO WRK-TAB-FRETE(WRK-IND)
               END-IF
           END-PERFORM.

      *********************************************************
      * MANIFESTO AGRUPADO POR UF DE DESTINO - UMA PASSADA NO
      * JORNAL POR UF COM PEDIDOS NO DIA, CABECALHO COM A TAXA

           MOVE SPACES TO MAN-DADOS.
           WRITE MANIFESTO-REG.
           MOVE WRK-ENV-QTDE  TO WRK-TOT-QTDE.
           MOVE WRK-ENV-VALOR TO WRK-TOT-VALOR.
           MOVE WRK-ENV-FRETE TO WRK-TOT-FRETE.
           MOVE WRK-MAN-TOTAL TO MAN-DADOS.
           WRITE MANIFESTO-REG.
           IF WRK-CANC-QTDE > 0
              MOVE WRK-CANC-QTDE TO WRK-CAN-QTDE
              MOVE WRK-MAN-CANCELADOS TO MAN-DADOS
              WRITE MANIFESTO-REG
           END-IF.
           CLOSE MANIFESTO.

       3100-MANIFESTO-UMA-UF.
               IF WRK-FIMARQ = 'N'
                  IF PED-DATA = WRK-DATA-FECHA
                     AND PED-UF = WRK-TAB-UF(WRK-IND)
                     PERFORM 2100-VERIFICA-CANCELADO
                     IF WRK-CANCELADO = 'N'
                        MOVE PED-PRODUTO TO WRK-MAN-PRODUTO
                        MOVE PED-CLIENTE TO WRK-MAN-CLIENTE
                        MOVE PED-VALOR   TO WRK-MAN-VALOR
                        MOVE PED-FRETE   TO WRK-MAN-FRETE
                        MOVE WRK-MAN-DETALHE TO MAN-DADOS
                        WRITE MANIFESTO-REG
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

      *********************************************************
      * A LINHA DO DIA VAI PARA O FIM DO FECHADIA.TXT - E DALI
      * EM DIANTE O DIA NAO MUDA MAIS. BRUTO, CREDITOS DO DIA E
      * LIQUIDO (QUE PODE SAIR NEGATIVO NUM DIA DE MUITA DEVOLUCAO)
      *********************************************************
       4000-GRAVA-TOTAL-DIARIO.
           OPEN EXTEND FECHADIA.
           IF WRK-FECHADIA-STATUS NOT = '00'
              OPEN OUTPUT FECHADIA
           END-IF.
           MOVE SPACES         TO FECHADIA-REG.
           MOVE WRK-DATA-FECHA TO FEC-DATA.
           MOVE WRK-DIA-QTDE   TO FEC-QTDE.
           MOVE WRK-DIA-VALOR  TO FEC-VALOR.
           MOVE WRK-DIA-FRETE  TO FEC-FRETE.
           MOVE WRK-CRED-QTDE  TO FEC-CRED-QTDE.
           MOVE WRK-CRED-VALOR TO FEC-CRED-VALOR.
           MOVE WRK-CRED-FRETE TO FEC-CRED-FRETE.
           MOVE WRK-LIQ-VALOR  TO FEC-LIQ-VALOR.
           MOVE WRK-LIQ-FRETE  TO FEC-LIQ-FRETE.
           WRITE FECHADIA-REG.
           CLOSE FECHADIA.
