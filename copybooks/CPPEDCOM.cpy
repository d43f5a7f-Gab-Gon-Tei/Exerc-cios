      *----------------------------------------------------------------*
      *    CPPEDCOM - LAYOUT DO MASTER DE PEDIDOS DE COMPRA             *
      *               (PCOMANT/PCOMNOV) - UM REGISTRO POR LINHA DE      *
      *               PEDIDO (NUMERO DO PEDIDO + PRODUTO)               *
      *----------------------------------------------------------------*
       01  WS-REG-PEDCOM.
           05 WS-PCO-NUM-PEDIDO            PIC 9(08).
           05 WS-PCO-FORNECEDOR            PIC X(10).
           05 WS-PCO-CODPROD               PIC 9(04).
           05 WS-PCO-DATA-EMISSAO          PIC 9(08).
           05 WS-PCO-QTD-PEDIDA            PIC 9(06).
           05 WS-PCO-QTD-RECEBIDA          PIC 9(06).
           05 WS-PCO-PRECO-UNIT            PIC 9(06)V99.
           05 WS-PCO-DATA-ULT-RECEB        PIC 9(08).
      *    A = ABERTO, P = RECEBIDO EM PARTE, E = ENCERRADO
           05 WS-PCO-SITUACAO              PIC X(01).
              88 PCO-ABERTO                        VALUE "A".
              88 PCO-PARCIAL                       VALUE "P".
              88 PCO-ENCERRADO                     VALUE "E".
      *    COMPRADOR QUE APROVOU A SUGESTAO (CARTAO COMPAPRV)
           05 WS-PCO-COMPRADOR             PIC X(08).
           05 FILLER                       PIC X(13).
