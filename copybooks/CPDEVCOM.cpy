      *----------------------------------------------------------------*
      *    CPDEVCOM - DEVOLUCOES ACEITAS PELO EX004P75 PARA O ESTORNO   *
      *               DE COMISSAO NO ACERTO MENSAL DO EX004P76          *
      *----------------------------------------------------------------*
       01  WS-REG-DEVCOM.
           05 WS-DCO-CODVEND               PIC X(04).
           05 WS-DCO-NUM-PEDIDO            PIC 9(08).
           05 WS-DCO-CODPROD               PIC 9(04).
           05 WS-DCO-QTD                   PIC 9(06).
      *    VALOR DEVOLVIDO (QUANTIDADE X PRECO-UNIT-IT DO PEDIDO)
           05 WS-DCO-VALOR                 PIC 9(11)V99.
           05 WS-DCO-MOTIVO                PIC X(02).
           05 WS-DCO-DATA                  PIC 9(08).
           05 FILLER                       PIC X(05).
