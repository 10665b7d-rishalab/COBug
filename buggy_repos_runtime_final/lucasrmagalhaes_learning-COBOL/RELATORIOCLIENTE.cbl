      * PEDIDOS, VALOR TOTAL E FRETE TOTAL, E UMA SECAO DE
      * EXCECOES COM OS REGISTROS DO JORNAL CUJO CODIGO NAO
      * EXISTE NO CADASTRO.
      * AS NOTAS DE CREDITO DO CREDITOS.TXT (GRAVADAS PELO
      * DEVOLUCAO) ENTRAM PELA DATA DO PEDIDO ORIGINAL, ENTAO O
      * CLIENTE SAI COM O VALOR BRUTO DOS PEDIDOS DA FAIXA, O
      * QUE FOI CREDITADO CONTRA ELES E O LIQUIDO.
      *********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE.
           SELECT CREDITOS ASSIGN TO 'CREDITOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-CREDITOS-STATUS.
           SELECT RELCLIEN ASSIGN TO 'RELCLIEN.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
            05 CLIENTES-NOME     PIC X(30).
            05 CLIENTES-EMAIL    PIC X(40).

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

       FD RELCLIEN.
       01 RELCLIEN-REG.
          05 RELCLIEN-DADOS PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-PEDIDOS-STATUS PIC X(02)  VALUE '00'.
       77 WRK-IND         PIC 9(03)     VALUE ZEROS.
       77 WRK-ACHOU       PIC X(01)     VALUE 'N'.
       77 WRK-QTD-EXCECAO PIC 9(05)     VALUE ZEROS.
       77 WRK-CREDITOS-STATUS PIC X(02) VALUE '00'.

      * ACUMULADORES POR CLIENTE - O JORNAL E PEQUENO O BASTANTE
      * PARA UMA TABELA EM MEMORIA
             10 WRK-CLI-QTDE   PIC 9(05).
             10 WRK-CLI-VALOR  PIC 9(09)V99.
             10 WRK-CLI-FRETE  PIC 9(08)V99.
             10 WRK-CLI-CRED-VALOR PIC 9(09)V99.
             10 WRK-CLI-CRED-FRETE PIC 9(08)V99.

       01 WRK-CABECALHO.
          05 FILLER        PIC X(21) VALUE 'PEDIDOS POR CLIENTE  '.
          05 WRK-CAB-ATE   PIC 9(08).
          05 FILLER        PIC X(37) VALUE SPACES.

      * VALOR BRUTO, CREDITADO E LIQUIDO; O FRETE JA SAI LIQUIDO
      * DO QUE FOI ESTORNADO
       01 WRK-COLUNAS.
          05 FILLER        PIC X(41) VALUE 'CLIENTE'.
          05 FILLER        PIC X(06) VALUE ' QTDE '.
          05 FILLER        PIC X(15) VALUE '         BRUTO '.
          05 FILLER        PIC X(15) VALUE '     CREDITADO '.
          05 FILLER        PIC X(16) VALUE '        LIQUIDO '.
          05 FILLER        PIC X(14) VALUE ' FRETE LIQUIDO'.
          05 FILLER        PIC X(25) VALUE SPACES.

       01 WRK-DETALHE.
          05 WRK-DET-CODIGO PIC 9(09).
          05 FILLER        PIC X(01) VALUE SPACE.
          05 FILLER        PIC X(01) VALUE SPACE.
          05 WRK-DET-VALOR PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER        PIC X(01) VALUE SPACE.
          05 WRK-DET-CRED  PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER        PIC X(01) VALUE SPACE.
          05 WRK-DET-LIQ   PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER        PIC X(01) VALUE SPACE.
          05 WRK-DET-FRETE PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER        PIC X(25) VALUE SPACES.

       01 WRK-TIT-EXCECAO PIC X(79) VALUE
          'EXCECOES - CODIGO DE CLIENTE NAO CADASTRADO'.
           MOVE WRK-DATA-ATE TO WRK-CAB-ATE.
           MOVE WRK-CABECALHO TO RELCLIEN-DADOS.
           WRITE RELCLIEN-REG.
           MOVE WRK-COLUNAS TO RELCLIEN-DADOS.
           WRITE RELCLIEN-REG.

           PERFORM 1000-ACUMULA-JORNAL.
           PERFORM 1500-ACUMULA-CREDITOS.
           PERFORM 2000-IMPRIME-CLIENTES.
           PERFORM 3000-IMPRIME-EXCECOES.

                 MOVE 1           TO WRK-CLI-QTDE(WRK-QTD-CLI)
                 MOVE PED-VALOR   TO WRK-CLI-VALOR(WRK-QTD-CLI)
                 MOVE PED-FRETE   TO WRK-CLI-FRETE(WRK-QTD-CLI)
                 MOVE ZEROS TO WRK-CLI-CRED-VALOR(WRK-QTD-CLI)
                 MOVE ZEROS TO WRK-CLI-CRED-FRETE(WRK-QTD-CLI)
              ELSE
                 DISPLAY 'TABELA DE CLIENTES DO RELATORIO CHEIA'
              END-IF
           END-IF.

      *********************************************************
      * CREDITO CONTRA PEDIDO DA FAIXA ABATE DO CLIENTE DELE -
      * SEM O CREDITOS.TXT NAO HOUVE CREDITO NENHUM
      *********************************************************
       1500-ACUMULA-CREDITOS.
           OPEN INPUT CREDITOS.
           IF WRK-CREDITOS-STATUS = '00'
              MOVE 'N' TO WRK-FIMARQ
              PERFORM UNTIL WRK-FIMARQ = 'S'
                  READ CREDITOS
                      AT END MOVE 'S' TO WRK-FIMARQ
                  END-READ
                  IF WRK-FIMARQ = 'N'
                     IF CRE-PED-DATA NOT < WRK-DATA-DE
                        AND CRE-PED-DATA NOT > WRK-DATA-ATE
                        PERFORM 1600-ACUMULA-CREDITO
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE CREDITOS
           END-IF.

       1600-ACUMULA-CREDITO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-CLI
                      OR WRK-ACHOU = 'S'
               IF WRK-CLI-CODIGO(WRK-IND) = CRE-CLIENTE
                  MOVE 'S' TO WRK-ACHOU
                  ADD CRE-VALOR TO WRK-CLI-CRED-VALOR(WRK-IND)
                  ADD CRE-FRETE TO WRK-CLI-CRED-FRETE(WRK-IND)
               END-IF
           END-PERFORM.

      *********************************************************
      * UMA LINHA POR CLIENTE COM NOME DO CADASTRO - CODIGO SEM
      * CADASTRO FICA PARA A SECAO DE EXCECOES
                  MOVE CLIENTES-NOME           TO WRK-DET-NOME
                  MOVE WRK-CLI-QTDE(WRK-IND)   TO WRK-DET-QTDE
                  MOVE WRK-CLI-VALOR(WRK-IND)  TO WRK-DET-VALOR
                  MOVE WRK-CLI-CRED-VALOR(WRK-IND) TO WRK-DET-CRED
                  COMPUTE WRK-DET-LIQ = WRK-CLI-VALOR(WRK-IND)
                                      - WRK-CLI-CRED-VALOR(WRK-IND)
                  COMPUTE WRK-DET-FRETE = WRK-CLI-FRETE(WRK-IND)
                                        - WRK-CLI-CRED-FRETE(WRK-IND)
                  MOVE WRK-DETALHE TO RELCLIEN-DADOS
                  WRITE RELCLIEN-REG
               END-IF
