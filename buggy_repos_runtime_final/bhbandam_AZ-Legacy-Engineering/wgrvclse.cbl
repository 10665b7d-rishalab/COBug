           05 TP-TRAN-SEQ                 PIC 9(6).
           05 TP-TELLER-ID                PIC X(8).
           05 TP-REVERSAL-OF              PIC 9(6).
           05 TP-TRANSFER-LEG             PIC X(1).

      * Closure archive record written to the BKCL queue - the durable
      * record of what was closed, when, why and at what final balance
