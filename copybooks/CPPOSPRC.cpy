      *----------------------------------------------------------------*
      *    CPPOSPRC - LAYOUT DO ARQUIVO DE PRECOS PARA AS LOJAS         *
      *               (POSPRC, GERADO PELO EX004PB0). UM REGISTRO POR   *
      *               PRODUTO COM PRECO NOVO EM VIGOR NO DIA, JA COM O  *
      *               PRECO FINAL QUANDO HOUVE MAIS DE UMA ALTERACAO    *
      *----------------------------------------------------------------*
       01  WS-REG-POSPRC.
           05 WS-POS-CODPS                 PIC X(05).
           05 WS-POS-DESCPS                PIC X(30).
           05 WS-POS-PRECO                 PIC 9(05)V99.
      *    S = PRECO PROMOCIONAL (EX004P41), COM A DATA FINAL DA
      *    PROMOCAO; N = PRECO NORMAL, DATA FINAL ZERADA
           05 WS-POS-PROMOCAO              PIC X(01).
              88 POS-EM-PROMOCAO                   VALUE "S".
              88 POS-PRECO-NORMAL                  VALUE "N".
           05 WS-POS-DATA-FIM-PROMO        PIC 9(08).
           05 WS-POS-DATA-VIGENCIA         PIC 9(08).
           05 FILLER                       PIC X(01).
