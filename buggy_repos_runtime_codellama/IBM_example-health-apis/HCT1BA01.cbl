           03 WS-HR-THRESHOLD-MAX      PIC S9(4) COMP VALUE +250.
           03 WS-BP-THRESHOLD-MIN      PIC S9(4) COMP VALUE +30.
           03 WS-BP-THRESHOLD-MAX      PIC S9(4) COMP VALUE +300.
      * 24-hour fluid balance limits, ml - zero means no limit
           03 WS-FLUID-LIMIT-MAX       PIC S9(4) COMP VALUE +5000.
      *----------------------------------------------------------------*
      *******************************************************************
      *    L I N K A G E     S E C T I O N
              OR CA-NIGHT-START-HOUR > 23
              MOVE '92' TO CA-RETURN-CODE
           END-IF.

           IF CA-FLUID-POS-LIMIT < ZERO
              OR CA-FLUID-POS-LIMIT > WS-FLUID-LIMIT-MAX
              OR CA-FLUID-NEG-LIMIT < ZERO
              OR CA-FLUID-NEG-LIMIT > WS-FLUID-LIMIT-MAX
              MOVE '92' TO CA-RETURN-CODE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
