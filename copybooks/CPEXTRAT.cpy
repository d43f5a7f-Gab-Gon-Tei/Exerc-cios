      *----------------------------------------------------------------*
      *    CPEXTRAT - LANCAMENTO DO EXTRATO BANCARIO DIARIO (EXTRATO),  *
      *               UM POR REGISTRO - ENTRADA DA CONCILIACAO          *
      *               BANCARIA (EX004P83)                               *
      *----------------------------------------------------------------*
       01  WS-REG-EXTRATO.
           05 WS-EXT-DATA                  PIC 9(08).
           05 WS-EXT-VALOR                 PIC 9(11)V99.
           05 WS-EXT-NATUREZA              PIC X(01).
              88 EXT-CREDITO                       VALUE "C".
              88 EXT-DEBITO                        VALUE "D".
      *    CATEGORIA DO LANCAMENTO NO PADRAO FEBRABAN DO EXTRATO
           05 WS-EXT-HISTORICO             PIC 9(03).
              88 EXT-HIST-ENCARGO                  VALUE 102.
              88 EXT-HIST-ESTORNO-CREDITO          VALUE 103.
              88 EXT-HIST-TARIFA                   VALUE 105.
              88 EXT-HIST-COBRANCA                 VALUE 202.
              88 EXT-HIST-ESTORNO-DEBITO           VALUE 204.
           05 WS-EXT-DOCUMENTO             PIC X(10).
           05 WS-EXT-DESCRICAO             PIC X(25).
           05 FILLER                       PIC X(20).
