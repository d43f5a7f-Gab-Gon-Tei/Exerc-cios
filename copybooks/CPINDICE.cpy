      *----------------------------------------------------------------*
      *    CPINDICE - MASTER DE INDICES ECONOMICOS (INDICES), UM        *
      *               REGISTRO POR INDICE E COMPETENCIA COM A VARIACAO  *
      *               PERCENTUAL DO MES. MANTIDO PELO EX004P85 E LIDO   *
      *               NA CORRECAO MONETARIA DOS CONTRATOS (EX004P86)    *
      *----------------------------------------------------------------*
       01  WS-REG-INDICE.
           05 WS-IND-CODIGO                PIC X(04).
           05 WS-IND-ANOMES                PIC 9(06).
      *    SINAL "-" = VARIACAO NEGATIVA (DEFLACAO) DO MES
           05 WS-IND-SINAL                 PIC X(01).
              88 IND-VARIACAO-NEGATIVA             VALUE "-".
           05 WS-IND-VARIACAO              PIC 9(03)V9(04).
           05 FILLER                       PIC X(12).
