       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEVOLUCAO.
      *********************************************************
      * OBJETIVO:  CANCELAMENTO E DEVOLUCAO DE PEDIDOS
      * AUTHOR  :  LRM
      * EMITE A NOTA DE CREDITO CONTRA UM PEDIDO DO JORNAL
      * PEDIDOS.TXT (GRAVADO PELO PROGCOB09), LOCALIZADO POR
      * DATA, HORA E CODIGO DO CLIENTE. O CREDITO VAI PARA O
      * FIM DO CREDITOS.TXT COM O MOTIVO, O VALOR DEVOLVIDO E O
      * FRETE ESTORNADO. O JORNAL DE PEDIDOS NAO E ALTERADO.
      *   C = CANCELAMENTO - PEDIDO AINDA NAO EXPEDIDO (DIA DELE
      *       NAO FECHADO); CREDITA TUDO O QUE AINDA NAO FOI
      *       CREDITADO E O FECHAPEDIDOS O DEIXA FORA DO MANIFESTO
      *   D = DEVOLUCAO - VALOR E FRETE INFORMADOS, NUNCA MAIS
      *       DO QUE O PEDIDO MENOS OS CREDITOS JA EMITIDOS
      * O CREDITO ENTRA NOS TOTAIS DO DIA EM QUE E EMITIDO, ENTAO
      * DIA JA FECHADO NAO RECEBE CREDITO NOVO.
      *********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
              DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-PEDIDOS-STATUS.
           SELECT CREDITOS ASSIGN TO 'CREDITOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-CREDITOS-STATUS.
           SELECT FECHADIA ASSIGN TO 'FECHADIA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-FECHADIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * MESMO LEIAUTE QUE O PROGCOB09 GRAVA
       FD PEDIDOS.
       01 PEDIDOS-REG.
          05 PED-PRODUTO   PIC X(20).
          05 FILLER        PIC X(01).
          05 PED-VALOR     PIC 9(06)V99.
          05 FILLER        PIC X(01).
          05 PED-UF        PIC X(02).
          05 FILLER        PIC X(01).
          05 PED-FRETE     PIC 9(04)V99.
          05 FILLER        PIC X(01).
          05 PED-DATA      PIC 9(08).
          05 FILLER        PIC X(01).
          05 PED-HORA      PIC 9(08).
          05 FILLER        PIC X(01).
          05 PED-CLIENTE   PIC 9(09).

      * NOTAS DE CREDITO - UMA POR CANCELAMENTO OU DEVOLUCAO, COM
      * A CHAVE DO PEDIDO ORIGINAL (DATA, HORA, CLIENTE) E A DATA
      * EM QUE O CREDITO FOI EMITIDO
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

      * MESMO LEIAUTE QUE O FECHAPEDIDOS GRAVA - SO A DATA INTERESSA
       FD FECHADIA.
       01 FECHADIA-REG.
          05 FEC-DATA      PIC 9(08).
          05 FILLER        PIC X(01).
          05 FEC-QTDE      PIC 9(05).
          05 FILLER        PIC X(01).
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

       WORKING-STORAGE SECTION.
       77 WRK-PEDIDOS-STATUS  PIC X(02) VALUE '00'.
       77 WRK-CREDITOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-FECHADIA-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIMARQ      PIC X(01)     VALUE 'N'.
       77 WRK-DATAHOJE    PIC 9(08)     VALUE ZEROS.
       77 WRK-HORA        PIC 9(08)     VALUE ZEROS.
       77 WRK-DATA-BUSCA  PIC 9(08)     VALUE ZEROS.
       77 WRK-DIA-FECHADO PIC X(01)     VALUE 'N'.
       77 WRK-ACHOU       PIC X(01)     VALUE 'N'.
       77 WRK-JA-CANCELADO PIC X(01)    VALUE 'N'.

      * O QUE FOI DIGITADO
       77 WRK-PED-DATA    PIC 9(08)     VALUE ZEROS.
       77 WRK-PED-HORA    PIC 9(08)     VALUE ZEROS.
       77 WRK-CLIENTE     PIC 9(09)     VALUE ZEROS.
       77 WRK-TIPO        PIC X(01)     VALUE SPACE.
       77 WRK-MOTIVO      PIC X(30)     VALUE SPACES.
       77 WRK-VALOR       PIC 9(06)V99  VALUE ZEROS.
       77 WRK-FRETE       PIC 9(04)V99  VALUE ZEROS.

      * O PEDIDO ORIGINAL E O QUE JA FOI CREDITADO CONTRA ELE
       77 WRK-ORI-VALOR   PIC 9(06)V99  VALUE ZEROS.
       77 WRK-ORI-FRETE   PIC 9(04)V99  VALUE ZEROS.
       77 WRK-ORI-UF      PIC X(02)     VALUE SPACES.
       77 WRK-JA-VALOR    PIC 9(07)V99  VALUE ZEROS.
       77 WRK-JA-FRETE    PIC 9(05)V99  VALUE ZEROS.
       77 WRK-SALDO-VALOR PIC 9(07)V99  VALUE ZEROS.
       77 WRK-SALDO-FRETE PIC 9(05)V99  VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATAHOJE TO WRK-DATA-BUSCA.
           PERFORM 1000-VERIFICA-FECHADO.
           IF WRK-DIA-FECHADO = 'S'
              DISPLAY 'DIA JA FECHADO - CREDITOS ENCERRADOS'
              STOP RUN
           END-IF.

           DISPLAY 'DATA DO PEDIDO (AAAAMMDD): '.
           ACCEPT WRK-PED-DATA.
           DISPLAY 'HORA DO PEDIDO (HHMMSSCC): '.
           ACCEPT WRK-PED-HORA.
           DISPLAY 'CODIGO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE.
           DISPLAY 'C = CANCELAMENTO, D = DEVOLUCAO: '.
           ACCEPT WRK-TIPO.
           IF WRK-TIPO NOT = 'C' AND WRK-TIPO NOT = 'D'
              DISPLAY 'TIPO DE CREDITO INVALIDO: ' WRK-TIPO
              STOP RUN
           END-IF.
           DISPLAY 'MOTIVO: '.
           ACCEPT WRK-MOTIVO.

           PERFORM 2000-LOCALIZA-PEDIDO.
           IF WRK-ACHOU = 'N'
              DISPLAY 'PEDIDO NAO ENCONTRADO NO JORNAL'
              STOP RUN
           END-IF.

           PERFORM 3000-SOMA-CREDITOS.
           IF WRK-JA-CANCELADO = 'S'
              DISPLAY 'PEDIDO JA CANCELADO'
              STOP RUN
           END-IF.
           COMPUTE WRK-SALDO-VALOR = WRK-ORI-VALOR - WRK-JA-VALOR.
           COMPUTE WRK-SALDO-FRETE = WRK-ORI-FRETE - WRK-JA-FRETE.

           IF WRK-TIPO = 'C'
              PERFORM 3100-CANCELAMENTO
           ELSE
              PERFORM 3200-DEVOLUCAO
           END-IF.

           IF WRK-VALOR = 0 AND WRK-FRETE = 0
              DISPLAY 'NADA A CREDITAR NESTE PEDIDO'
              STOP RUN
           END-IF.

           PERFORM 4000-GRAVA-CREDITO.
           DISPLAY 'CREDITO GRAVADO EM CREDITOS.TXT'.
           DISPLAY 'VALOR DEVOLVIDO: ' WRK-VALOR.
           DISPLAY 'FRETE ESTORNADO: ' WRK-FRETE.
           STOP RUN.

      *********************************************************
      * DIA QUE JA CONSTA NO FECHADIA.TXT ESTA FECHADO - SERVE
      * PARA O DIA DE HOJE (CREDITO NOVO NAO CAI MAIS NOS TOTAIS)
      * E PARA O DIA DO PEDIDO (PEDIDO JA FOI EXPEDIDO)
      *********************************************************
       1000-VERIFICA-FECHADO.
           MOVE 'N' TO WRK-DIA-FECHADO.
           OPEN INPUT FECHADIA.
           IF WRK-FECHADIA-STATUS = '00'
              MOVE 'N' TO WRK-FIMARQ
              PERFORM UNTIL WRK-FIMARQ = 'S'
                  READ FECHADIA
                      AT END MOVE 'S' TO WRK-FIMARQ
                  END-READ
                  IF WRK-FIMARQ = 'N'
                     IF FEC-DATA = WRK-DATA-BUSCA
                        MOVE 'S' TO WRK-DIA-FECHADO
                        MOVE 'S' TO WRK-FIMARQ
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE FECHADIA
           END-IF.

      *********************************************************
      * O PEDIDO ORIGINAL NO JORNAL - DATA, HORA E CLIENTE
      *********************************************************
       2000-LOCALIZA-PEDIDO.
           MOVE 'N' TO WRK-ACHOU.
           OPEN INPUT PEDIDOS.
           IF WRK-PEDIDOS-STATUS NOT = '00'
              DISPLAY 'JORNAL DE PEDIDOS NAO ENCONTRADO'
              STOP RUN
           END-IF.
           MOVE 'N' TO WRK-FIMARQ.
           PERFORM UNTIL WRK-FIMARQ = 'S'
               READ PEDIDOS
                   AT END MOVE 'S' TO WRK-FIMARQ
               END-READ
               IF WRK-FIMARQ = 'N'
                  IF PED-DATA = WRK-PED-DATA
                     AND PED-HORA = WRK-PED-HORA
                     AND PED-CLIENTE = WRK-CLIENTE
                     MOVE 'S'       TO WRK-ACHOU
                     MOVE PED-VALOR TO WRK-ORI-VALOR
                     MOVE PED-FRETE TO WRK-ORI-FRETE
                     MOVE PED-UF    TO WRK-ORI-UF
                     MOVE 'S'       TO WRK-FIMARQ
                  END-IF
               END-IF
           END-PERFORM.
           CLOSE PEDIDOS.

      *********************************************************
      * CREDITOS JA EMITIDOS CONTRA O MESMO PEDIDO - SEM O
      * CREDITOS.TXT AINDA NAO HOUVE CREDITO NENHUM
      *********************************************************
       3000-SOMA-CREDITOS.
           MOVE ZEROS TO WRK-JA-VALOR.
           MOVE ZEROS TO WRK-JA-FRETE.
           MOVE 'N' TO WRK-JA-CANCELADO.
           OPEN INPUT CREDITOS.
           IF WRK-CREDITOS-STATUS = '00'
              MOVE 'N' TO WRK-FIMARQ
              PERFORM UNTIL WRK-FIMARQ = 'S'
                  READ CREDITOS
                      AT END MOVE 'S' TO WRK-FIMARQ
                  END-READ
                  IF WRK-FIMARQ = 'N'
                     IF CRE-PED-DATA = WRK-PED-DATA
                        AND CRE-PED-HORA = WRK-PED-HORA
                        AND CRE-CLIENTE = WRK-CLIENTE
                        ADD CRE-VALOR TO WRK-JA-VALOR
                        ADD CRE-FRETE TO WRK-JA-FRETE
                        IF CRE-TIPO = 'C'
                           MOVE 'S' TO WRK-JA-CANCELADO
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE CREDITOS
           END-IF.

      *********************************************************
      * CANCELAMENTO SO ANTES DA EXPEDICAO - DEPOIS QUE O DIA DO
      * PEDIDO FECHOU ELE JA SAIU NO MANIFESTO E E DEVOLUCAO
      *********************************************************
       3100-CANCELAMENTO.
           MOVE WRK-PED-DATA TO WRK-DATA-BUSCA.
           PERFORM 1000-VERIFICA-FECHADO.
           IF WRK-DIA-FECHADO = 'S'
              DISPLAY 'PEDIDO JA EXPEDIDO - USE DEVOLUCAO'
              STOP RUN
           END-IF.
           MOVE WRK-SALDO-VALOR TO WRK-VALOR.
           MOVE WRK-SALDO-FRETE TO WRK-FRETE.

      *********************************************************
      * DEVOLUCAO - O CREDITO NAO PODE PASSAR DO QUE SOBROU DO
      * PEDIDO DEPOIS DOS CREDITOS ANTERIORES
      *********************************************************
       3200-DEVOLUCAO.
           DISPLAY 'VALOR DEVOLVIDO: '.
           ACCEPT WRK-VALOR.
           DISPLAY 'FRETE A ESTORNAR: '.
           ACCEPT WRK-FRETE.
           IF WRK-VALOR > WRK-SALDO-VALOR
              DISPLAY 'CREDITO MAIOR QUE O PEDIDO - SALDO '
                      WRK-SALDO-VALOR
              STOP RUN
           END-IF.
           IF WRK-FRETE > WRK-SALDO-FRETE
              DISPLAY 'ESTORNO MAIOR QUE O FRETE DO PEDIDO - SALDO '
                      WRK-SALDO-FRETE
              STOP RUN
           END-IF.

      *********************************************************
      * A NOTA DE CREDITO VAI PARA O FIM DO CREDITOS.TXT COM A
      * DATA DE HOJE - E NELA QUE O FECHAPEDIDOS A ABATE
      *********************************************************
       4000-GRAVA-CREDITO.
           ACCEPT WRK-HORA FROM TIME.
           OPEN EXTEND CREDITOS.
           IF WRK-CREDITOS-STATUS NOT = '00'
              OPEN OUTPUT CREDITOS
           END-IF.
           MOVE SPACES       TO CREDITOS-REG.
           MOVE WRK-TIPO     TO CRE-TIPO.
           MOVE WRK-PED-DATA TO CRE-PED-DATA.
           MOVE WRK-PED-HORA TO CRE-PED-HORA.
           MOVE WRK-CLIENTE  TO CRE-CLIENTE.
           MOVE WRK-ORI-UF   TO CRE-UF.
           MOVE WRK-VALOR    TO CRE-VALOR.
           MOVE WRK-FRETE    TO CRE-FRETE.
           MOVE WRK-DATAHOJE TO CRE-DATA.
           MOVE WRK-HORA     TO CRE-HORA.
           MOVE WRK-MOTIVO   TO CRE-MOTIVO.
           WRITE CREDITOS-REG.
           CLOSE CREDITOS.
