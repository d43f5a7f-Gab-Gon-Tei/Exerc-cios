      *----------------------------------------------------------------*
      *    CPAGECOB - CADASTRO DE ASSESSORIAS DE COBRANCA (AGECOB),     *
      *               UM CARTAO POR ASSESSORIA. SO AS ATIVAS ENTRAM     *
      *               NO RODIZIO DE ENCAMINHAMENTO DO EX004P88; A       *
      *               COMISSAO INCIDE SOBRE O VALOR RECUPERADO          *
      *----------------------------------------------------------------*
       01  WS-REG-AGECOB.
           05 WS-AGC-CODIGO                PIC X(03).
           05 WS-AGC-NOME                  PIC X(30).
           05 WS-AGC-PERCOMIS              PIC 9(02)V99.
           05 WS-AGC-SITUACAO              PIC X(01).
              88 AGC-ATIVA                         VALUE "A".
              88 AGC-SUSPENSA                      VALUE "S".
           05 FILLER                       PIC X(42).
