      *----------------------------------------------------------------*
      *    CPCLAFIS - CLASSE FISCAL DO PRODUTO (CLASFIS), CHAVE DA      *
      *               TABELA DE ALIQUOTAS ALIQTRIB                      *
      *----------------------------------------------------------------*
       01  WS-REG-CLAFIS.
           05 WS-CLF-CODPROD               PIC 9(04).
           05 WS-CLF-CLASSE                PIC X(02).
           05 WS-CLF-NCM                   PIC X(08).
           05 FILLER                       PIC X(06).
