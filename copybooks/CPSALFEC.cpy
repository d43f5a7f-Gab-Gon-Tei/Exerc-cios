      *----------------------------------------------------------------*
      *    CPSALFEC - FOTOGRAFIA DOS SALDOS POR CONTA NO FECHAMENTO DO  *
      *               PERIODO (SALDOFEC, ACUMULATIVO, EX004P79). UM     *
      *               PERIODO REFECHADO GANHA NOVA FOTOGRAFIA; VALE A   *
      *               DE DATA DE FECHAMENTO MAIS RECENTE                *
      *----------------------------------------------------------------*
       01  WS-REG-SALFEC.
           05 WS-SFC-ANOMES                PIC 9(06).
           05 WS-SFC-DATA-FECHAMENTO       PIC 9(08).
           05 WS-SFC-CONTA                 PIC X(08).
      *    MOVIMENTO DO MES E SALDO ACUMULADO ATE O FIM DO MES
      *    (DEBITOS MENOS CREDITOS)
           05 WS-SFC-DEBITO-MES            PIC 9(13)V99.
           05 WS-SFC-CREDITO-MES           PIC 9(13)V99.
           05 WS-SFC-SALDO                 PIC S9(13)V99.
           05 FILLER                       PIC X(13).
