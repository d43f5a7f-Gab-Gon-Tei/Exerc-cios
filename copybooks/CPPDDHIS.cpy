      *----------------------------------------------------------------*
      *    CPPDDHIS - HISTORICO MENSAL DA PROVISAO PARA DEVEDORES       *
      *               DUVIDOSOS (PDDHIST), UM REGISTRO POR COMPETENCIA  *
      *               EM ORDEM CRESCENTE, REGRAVADO PELO EX004P84. A    *
      *               ULTIMA COMPETENCIA ANTERIOR A DE REFERENCIA E A   *
      *               BASE DA VARIACAO CONTABILIZADA NO MES             *
      *----------------------------------------------------------------*
       01  WS-REG-PDDHIST.
           05 WS-PDH-ANOMES                PIC 9(06).
           05 WS-PDH-DATA-REF              PIC 9(08).
           05 WS-PDH-QTD-CONTRATOS         PIC 9(05).
           05 WS-PDH-SALDO-CARTEIRA        PIC 9(13)V99.
           05 WS-PDH-PROVISAO              PIC 9(13)V99.
      *    PROVISAO POR NIVEL DE RISCO, NA ORDEM AA, A, B, ..., H
           05 WS-PDH-PROV-NIVEL OCCURS 9 TIMES
                                           PIC 9(11)V99.
           05 FILLER                       PIC X(14).
