      *----------------------------------------------------------------*
      *    CPRECCOM - LAYOUT DO ARQUIVO DE RECEBIMENTOS CASADOS COM     *
      *               PEDIDO DE COMPRA (RECPCOM, GERADO PELO EX004P72)  *
      *               UM REGISTRO POR ENTRADA "E" ALOCADA A UMA LINHA   *
      *               DE PEDIDO - BASE DO CONTAS A PAGAR                *
      *----------------------------------------------------------------*
       01  WS-REG-RECCOM.
           05 WS-RCO-FORNECEDOR            PIC X(10).
           05 WS-RCO-NUM-PEDIDO            PIC 9(08).
           05 WS-RCO-CODPROD               PIC 9(04).
           05 WS-RCO-NUMMOVTO              PIC 9(07).
           05 WS-RCO-DATAMOVTO             PIC 9(08).
           05 WS-RCO-QTD                   PIC 9(06).
      *    CUSTO UNITARIO DO RECEBIMENTO (PRECO DO PEDIDO QUANDO O
      *    MOVIMENTO NAO TRAZ O CUSTO)
           05 WS-RCO-CUSTO-UNIT            PIC 9(06)V99.
           05 WS-RCO-VALOR                 PIC 9(09)V99.
           05 FILLER                       PIC X(08).
