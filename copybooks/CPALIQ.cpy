      *----------------------------------------------------------------*
      *    CPALIQ - TABELA DE ALIQUOTAS DE IMPOSTOS (ALIQTRIB) POR      *
      *             CLASSE FISCAL DO PRODUTO E UF DO CLIENTE. UF "**"   *
      *             VALE PARA QUALQUER ESTADO SEM LINHA PROPRIA         *
      *----------------------------------------------------------------*
       01  WS-REG-ALIQ.
           05 WS-ALQ-CLASSE                PIC X(02).
           05 WS-ALQ-UF                    PIC X(02).
           05 WS-ALQ-ICMS                  PIC 9(02)V99.
           05 WS-ALQ-IPI                   PIC 9(02)V99.
           05 WS-ALQ-PIS                   PIC 9(02)V99.
           05 WS-ALQ-COFINS                PIC 9(02)V99.
           05 FILLER                       PIC X(20).
