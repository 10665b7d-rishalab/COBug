           03 img-tp-registro                     pic x(01).
           03 img-conteudo                        pic x(120).

      *> o complemento so vem preenchido no resumo de importacao (IM)
       fd  arq-jornal.
       01  f-jornal.
           03 jor-tp-evento                       pic x(02).
           03 jor-cd-programa                     pic x(08).
           03 jor-dt-evento                       pic 9(08).
           03 jor-hr-evento                       pic 9(08).
           03 jor-ds-complemento                  pic x(60).

      *>=================================================================================
       working-storage section.

            open extend arq-jornal
            if   ws-jor-operacao-ok
                 initialize                        f-jornal
                 move "IC"                         to jor-tp-evento
                 move spaces                       to jor-id-usuario
                 move zeros                        to jor-cd-empresa
