      *----------------------------------------------------------------*
      *    CPPARTCT - CARTAO DE PARTICAO DO EX004P11 (PARTCTL): CADA    *
      *               PARTICAO TRATA OS CLIENTES DE CODCLI-INI          *
      *               (INCLUSIVE) ATE CODCLI-LIM (EXCLUSIVE). INI EM    *
      *               BRANCO = DESDE O PRIMEIRO CLIENTE; LIM EM BRANCO  *
      *               = ATE O ULTIMO. O LIM DE UMA PARTICAO E O INI DA  *
      *               SEGUINTE, PARA A FAIXA TODA FICAR COBERTA. CADA   *
      *               PARTICAO RECEBE O SEU CARTAO; A JUNCAO (EX004PA8) *
      *               RECEBE OS CARTOES DE TODAS, EM ORDEM              *
      *----------------------------------------------------------------*
       01  WS-REG-PARTCTL.
           05 WS-PCT-NUM-PARTICAO          PIC 9(02).
           05 FILLER                       PIC X(01).
           05 WS-PCT-QTD-PARTICOES         PIC 9(02).
           05 FILLER                       PIC X(01).
           05 WS-PCT-CODCLI-INI            PIC X(04).
           05 FILLER                       PIC X(01).
           05 WS-PCT-CODCLI-LIM            PIC X(04).
           05 FILLER                       PIC X(65).
