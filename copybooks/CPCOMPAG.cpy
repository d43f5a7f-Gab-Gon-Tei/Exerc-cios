      *----------------------------------------------------------------*
      *    CPCOMPAG - COMISSAO A PAGAR POR VENDEDOR (COMPAGAR, GERADO   *
      *               PELO ACERTO MENSAL DO EX004P76)                   *
      *----------------------------------------------------------------*
       01  WS-REG-COMPAG.
           05 WS-CPG-CODVEND               PIC X(04).
           05 WS-CPG-NOME                  PIC X(30).
           05 WS-CPG-ANOMES                PIC 9(06).
           05 WS-CPG-VALOR-BRUTO           PIC 9(09)V99.
           05 WS-CPG-VALOR-ESTORNO         PIC 9(09)V99.
           05 WS-CPG-VALOR-LIQUIDO         PIC 9(09)V99.
           05 FILLER                       PIC X(07).
