      *----------------------------------------------------------------*
      *    CPCTRIDX - CONTRATOS POS-FIXADOS (CTRIDX), UM REGISTRO POR   *
      *               CONTRATO INDEXADO, GRAVADO PELO EX004P36 NO       *
      *               ACEITE E REGRAVADO PELA CORRECAO MONETARIA        *
      *               (EX004P86) COM A ULTIMA COMPETENCIA APLICADA E O  *
      *               FATOR ACUMULADO DESDE A COMPETENCIA BASE          *
      *----------------------------------------------------------------*
       01  WS-REG-CTRIDX.
           05 WS-CIX-NUMCONTR              PIC 9(05).
           05 WS-CIX-CODIGO-INDICE         PIC X(04).
           05 WS-CIX-ANOMES-BASE           PIC 9(06).
           05 WS-CIX-ANOMES-CORRECAO       PIC 9(06).
           05 WS-CIX-FATOR-ACUMULADO       PIC 9(03)V9(08).
           05 FILLER                       PIC X(08).
