           05 ::NUM-PEDIDO                 PIC 9(08).
           05 ::COD-CLIENTE                PIC 9(06).
           05 ::VALOR-PEDIDO               PIC 9(09)V99.
      *    VENDEDOR DO PEDIDO (MASTER VENDMST, CRITICADO NO EX004P59)
           05 ::COD-VENDEDOR               PIC X(04).
      *    FILIAL DO PEDIDO (MASTER FILIAIS); EM BRANCO O EX004P59
      *    ASSUME A FILIAL DO CADASTRO DO CLIENTE
           05 ::COD-FILIAL                 PIC X(03).
           05 FILLER                       PIC X(04).
       01  ::REG-EXTTORD-T REDEFINES ::REG-EXTTORD.
           05 FILLER                       PIC X(01).
           05 ::QTDREG-EXTTORD             PIC 9(07).
