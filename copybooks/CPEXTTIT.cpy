           05 ::CODPROD-IT                 PIC 9(04).
           05 ::QTD-IT                     PIC 9(06).
           05 ::PRECO-UNIT-IT              PIC 9(07)V99.
      *    SITUACAO DO PRECO NA CRITICA DO EX004P59: "A" = ABAIXO DA
      *    LISTA ALEM DA TOLERANCIA, AGUARDANDO APROVACAO COMERCIAL;
      *    PRECO-TABELA-IT E O PRECO DE REFERENCIA USADO NA CRITICA
           05 ::SIT-PRECO-IT               PIC X(01).
              88 ::PRECO-CONFERIDO                 VALUE "C".
              88 ::PRECO-APROVACAO                 VALUE "A".
           05 ::PRECO-TABELA-IT            PIC 9(07)V99.
      *    DEPOSITO DE SEPARACAO ESCOLHIDO NO PICKING (EX004P97) E
      *    LEVADO COMO ORIGEM DA SAIDA NO EX004P61; EM BRANCO ANTES
      *    DO PICKING
           05 ::LOCAL-SEP-IT               PIC X(05).
           05 FILLER                       PIC X(02).
