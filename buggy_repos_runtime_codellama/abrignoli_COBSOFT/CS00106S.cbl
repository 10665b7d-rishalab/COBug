           03 jor-cd-programa                     pic x(08).
           03 jor-dt-evento                       pic 9(08).
           03 jor-hr-evento                       pic 9(08).
           03 jor-ds-complemento                  pic x(60).

      *>=================================================================================
       working-storage section.
